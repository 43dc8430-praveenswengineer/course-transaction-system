       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBCCMP.
       AUTHOR.        M VALDRON.

      * CENSUS SNAPSHOT COMPARISON.  SETS TWO FROZEN CENSFILE
      * SNAPSHOTS SIDE BY SIDE - NORMALLY A TERM AGAINST THE SAME
      * TERM A YEAR EARLIER - SO 'HOW DID FALL COMPARE TO LAST FALL'
      * IS ANSWERED FROM FIGURES THAT DO NOT MOVE.  FOR THE COLLEGE
      * AS A WHOLE, THEN BY CAMPUS, BY PROGRAM, BY COURSE AND BY FEE
      * CATEGORY, IT PRINTS HEADCOUNT (STUDENTS), COURSE ENROLLMENTS
      * AND CREDIT HOURS FOR EACH TERM AND THE PERCENTAGE CHANGE.  A
      * LINE WITH NOTHING IN THE PRIOR TERM SHOWS NEW.  BOTH TERMS
      * MUST ALREADY HAVE BEEN TAKEN BY MVBCENS.  READ-ONLY.
      *
      * CONTROL CARD: CURRENT TERM COL 1, YEAR COLS 3-6; PRIOR TERM
      * COL 8, YEAR COLS 10-13.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CENSFILE ASSIGN TO CENSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENSFILE-KEY
               FILE STATUS IS WS-CENSFILE-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT COMPARE-RPT ASSIGN TO CCMPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-TERM                  PIC X(1).
           05  FILLER                   PIC X(1).
           05  CC-YEAR                  PIC X(4).
           05  FILLER                   PIC X(1).
           05  CC-PRIOR-TERM            PIC X(1).
           05  FILLER                   PIC X(1).
           05  CC-PRIOR-YEAR            PIC X(4).
           05  FILLER                   PIC X(67).

       FD  CENSFILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'CENSRECC'.

      * One entry per snapshot row per breakdown - 1 CAMPUS,
      * 2 PROGRAM, 3 COURSE, 4 FEE CATEGORY - carrying the row's
      * counts under the term it came from.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-BREAKDOWN            PIC X.
           05  SW-VALUE                PIC X(12).
           05  SW-SNAPSHOT             PIC X.
               88  SW-CURRENT                          VALUE 'C'.
           05  SW-HEADCOUNT            PIC 9.
           05  SW-ENROLLMENTS          PIC 9.
           05  SW-CREDIT-HOURS         PIC 9(2).

       FD  COMPARE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CCMPRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CENSFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-CENSFILE-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-SORT-EOF                          VALUE 'Y'.

       01  WS-CURRENT-TERM-YEAR        PIC X(5)        VALUE SPACES.
       01  WS-PRIOR-TERM-YEAR          PIC X(5)        VALUE SPACES.

      * The snapshot being read and its sort tag - C or P.
       01  WS-SNAP-TERM-YEAR           PIC X(5)        VALUE SPACES.
       01  WS-SNAP-TAG                 PIC X           VALUE SPACE.
       01  WS-LAST-STUDENT-NO          PIC X(7)        VALUE SPACES.
       01  WS-NEW-STUDENT              PIC 9           VALUE ZERO.

      * College-wide totals, built while the snapshots are read -
      * entry 1 the current term, entry 2 the prior.
       01  WS-COLLEGE-TOTALS.
           05  WS-CT-ENTRY OCCURS 2.
               10  WS-CT-HEADCOUNT      PIC 9(07).
               10  WS-CT-ENROLLMENTS    PIC 9(07).
               10  WS-CT-CREDIT-HOURS   PIC 9(07).
       01  WS-SNAP-SUB                 PIC 9           VALUE ZERO.

      * The line being accumulated off the sorted entries.
       01  WS-LAST-BREAKDOWN           PIC X           VALUE SPACE.
       01  WS-LAST-VALUE               PIC X(12)       VALUE SPACES.
       01  WS-LINE-TOTALS.
           05  WS-LT-CUR-HEADCOUNT      PIC 9(07)      VALUE ZERO.
           05  WS-LT-CUR-ENROLLMENTS    PIC 9(07)      VALUE ZERO.
           05  WS-LT-CUR-CREDIT-HOURS   PIC 9(07)      VALUE ZERO.
           05  WS-LT-PRI-HEADCOUNT      PIC 9(07)      VALUE ZERO.
           05  WS-LT-PRI-ENROLLMENTS    PIC 9(07)      VALUE ZERO.
           05  WS-LT-PRI-CREDIT-HOURS   PIC 9(07)      VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(07)       VALUE ZERO.

      * Percentage change work area - 700-PERCENT-CHANGE sets the
      * text from the prior and current figures.
       01  WS-PCT-PRIOR                PIC 9(07)       VALUE ZERO.
       01  WS-PCT-CURRENT              PIC 9(07)       VALUE ZERO.
       01  WS-PCT                      PIC S9(5)V9     VALUE ZERO.
       01  WS-PCT-EDIT                 PIC -(5)9.9.
       01  WS-PCT-TEXT                 PIC X(8)        VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBCCMP'.
           05  FILLER                   PIC X(36)  VALUE
               'CENSUS SNAPSHOT COMPARISON - TERM'.
           05  WS-H1-CURRENT            PIC X(5).
           05  FILLER                   PIC X(14)  VALUE
               '  AGAINST TERM'.
           05  FILLER                   PIC X(1)   VALUE SPACE.
           05  WS-H1-PRIOR              PIC X(5).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(17)  VALUE SPACES.
           05  FILLER                   PIC X(27)  VALUE
               '      HEADCOUNT'.
           05  FILLER                   PIC X(27)  VALUE
               '  COURSE ENROLLMENTS'.
           05  FILLER                   PIC X(27)  VALUE
               '     CREDIT HOURS'.

       01  WS-HEADING-3.
           05  FILLER                   PIC X(17)  VALUE SPACES.
           05  FILLER                   PIC X(27)  VALUE
               '  PRIOR CURRENT    % CHG   '.
           05  FILLER                   PIC X(27)  VALUE
               '  PRIOR CURRENT    % CHG   '.
           05  FILLER                   PIC X(27)  VALUE
               '  PRIOR CURRENT    % CHG   '.

       01  WS-SECTION-HEADING.
           05  FILLER                   PIC X(3)   VALUE 'BY '.
           05  WS-SH-TITLE              PIC X(20).

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-VALUE              PIC X(12).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-HC-PRIOR           PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-HC-CURRENT         PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-HC-PCT             PIC X(8).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-EN-PRIOR           PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-EN-CURRENT         PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-EN-PCT             PIC X(8).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-CR-PRIOR           PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-CR-CURRENT         PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-CR-PCT             PIC X(8).

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   DISPLAY 'MVBCCMP - NO CONTROL CARD - ENDING'
                   CLOSE CONTROL-CARD
                   STOP RUN
           END-READ.
           CLOSE CONTROL-CARD.

           IF (CC-TERM NOT = 'F' AND CC-TERM NOT = 'W'
                   AND CC-TERM NOT = 'S')
                   OR CC-YEAR IS NOT NUMERIC
                   OR (CC-PRIOR-TERM NOT = 'F'
                   AND CC-PRIOR-TERM NOT = 'W'
                   AND CC-PRIOR-TERM NOT = 'S')
                   OR CC-PRIOR-YEAR IS NOT NUMERIC
               DISPLAY 'MVBCCMP - CONTROL CARD INVALID - ENDING'
               STOP RUN
           END-IF.

           MOVE CC-TERM TO WS-CURRENT-TERM-YEAR (1:1).
           MOVE CC-YEAR TO WS-CURRENT-TERM-YEAR (2:4).
           MOVE CC-PRIOR-TERM TO WS-PRIOR-TERM-YEAR (1:1).
           MOVE CC-PRIOR-YEAR TO WS-PRIOR-TERM-YEAR (2:4).

           OPEN INPUT CENSFILE.
           IF NOT WS-CENSFILE-OK
               DISPLAY 'MVBCCMP - CENSFILE OPEN FAILED, STATUS '
                   WS-CENSFILE-STATUS
               STOP RUN
           END-IF.

           MOVE WS-CURRENT-TERM-YEAR TO WS-SNAP-TERM-YEAR.
           PERFORM 050-CHECK-SNAPSHOT.
           MOVE WS-PRIOR-TERM-YEAR TO WS-SNAP-TERM-YEAR.
           PERFORM 050-CHECK-SNAPSHOT.

           INITIALIZE WS-COLLEGE-TOTALS.

           SORT SORT-WORK
               ON ASCENDING KEY SW-BREAKDOWN SW-VALUE
               INPUT PROCEDURE 100-READ-SNAPSHOTS
               OUTPUT PROCEDURE 600-PRINT-COMPARISON.

           CLOSE CENSFILE.

           DISPLAY 'MVBCCMP - ' WS-CURRENT-TERM-YEAR ' AGAINST '
               WS-PRIOR-TERM-YEAR ' - LINES PRINTED: ' WS-LINE-COUNT.

           STOP RUN.

      * Both terms must be on CENSFILE - a term MVBCENS has not yet
      * taken has nothing to compare.
       050-CHECK-SNAPSHOT.
           PERFORM 120-START-SNAPSHOT.

           IF WS-END-OF-FILE
               DISPLAY 'MVBCCMP - NO CENSUS SNAPSHOT FOR TERM '
                   WS-SNAP-TERM-YEAR ' - ENDING'
               CLOSE CENSFILE
               STOP RUN
           END-IF.

      * Sort input procedure - the current snapshot, then the prior.
       100-READ-SNAPSHOTS.
           MOVE WS-CURRENT-TERM-YEAR TO WS-SNAP-TERM-YEAR.
           MOVE 'C' TO WS-SNAP-TAG.
           MOVE 1 TO WS-SNAP-SUB.
           PERFORM 110-READ-ONE-SNAPSHOT.

           MOVE WS-PRIOR-TERM-YEAR TO WS-SNAP-TERM-YEAR.
           MOVE 'P' TO WS-SNAP-TAG.
           MOVE 2 TO WS-SNAP-SUB.
           PERFORM 110-READ-ONE-SNAPSHOT.

       110-READ-ONE-SNAPSHOT.
           MOVE SPACES TO WS-LAST-STUDENT-NO.

           PERFORM 120-START-SNAPSHOT.

           PERFORM 200-RELEASE-ONE-ROW
               UNTIL WS-END-OF-FILE.

      * Positions on the first entry of WS-SNAP-TERM-YEAR - end of
      * file is set when the term has none.
       120-START-SNAPSHOT.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO CENSFILE-KEY.
           MOVE WS-SNAP-TERM-YEAR TO CENSFILE-TERM-YEAR.

           START CENSFILE KEY IS NOT LESS THAN CENSFILE-KEY.

           IF WS-CENSFILE-OK
               PERFORM 150-READ-CENSFILE
           ELSE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       150-READ-CENSFILE.
           READ CENSFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               CONTINUE
           ELSE IF CENSFILE-TERM-YEAR NOT = WS-SNAP-TERM-YEAR
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      * The snapshot is in student order within the term, so the
      * student's first row is the one that counts the head - once
      * under their campus, program and fee category, and in every
      * course they sit.
       200-RELEASE-ONE-ROW.
           IF CENSFILE-STUDENT-NO NOT = WS-LAST-STUDENT-NO
               MOVE 1 TO WS-NEW-STUDENT
               MOVE CENSFILE-STUDENT-NO TO WS-LAST-STUDENT-NO
               ADD 1 TO WS-CT-HEADCOUNT (WS-SNAP-SUB)
           ELSE
               MOVE ZERO TO WS-NEW-STUDENT
           END-IF.

           ADD 1 TO WS-CT-ENROLLMENTS (WS-SNAP-SUB).
           ADD CENSFILE-CREDIT-HOURS
               TO WS-CT-CREDIT-HOURS (WS-SNAP-SUB).

           MOVE SPACES TO SORT-WORK-REC.
           MOVE WS-SNAP-TAG TO SW-SNAPSHOT.
           MOVE WS-NEW-STUDENT TO SW-HEADCOUNT.
           MOVE 1 TO SW-ENROLLMENTS.
           MOVE CENSFILE-CREDIT-HOURS TO SW-CREDIT-HOURS.

           MOVE '1' TO SW-BREAKDOWN.
           IF CENSFILE-CAMPUS = SPACES
               MOVE 'MAIN' TO SW-VALUE
           ELSE
               MOVE CENSFILE-CAMPUS TO SW-VALUE
           END-IF.
           RELEASE SORT-WORK-REC.

           MOVE '2' TO SW-BREAKDOWN.
           IF CENSFILE-PROGRAM = SPACES
               MOVE 'UNDECLARED' TO SW-VALUE
           ELSE
               MOVE CENSFILE-PROGRAM TO SW-VALUE
           END-IF.
           RELEASE SORT-WORK-REC.

           MOVE '4' TO SW-BREAKDOWN.
           IF CENSFILE-FEE-CAT = 'I'
               MOVE 'INTERNATL' TO SW-VALUE
           ELSE IF CENSFILE-FEE-CAT = 'E'
               MOVE 'EXEMPT' TO SW-VALUE
           ELSE
               MOVE 'DOMESTIC' TO SW-VALUE
           END-IF.
           RELEASE SORT-WORK-REC.

           MOVE '3' TO SW-BREAKDOWN.
           MOVE CENSFILE-COURSE TO SW-VALUE.
           MOVE 1 TO SW-HEADCOUNT.
           RELEASE SORT-WORK-REC.

           PERFORM 150-READ-CENSFILE.

      * Sort output procedure - the college-wide line, then one line
      * per campus, program, course and fee category.
       600-PRINT-COMPARISON.
           OPEN OUTPUT COMPARE-RPT.

           MOVE WS-CURRENT-TERM-YEAR TO WS-H1-CURRENT.
           MOVE WS-PRIOR-TERM-YEAR TO WS-H1-PRIOR.
           MOVE WS-HEADING-1 TO CCMPRPT-LINE.
           WRITE CCMPRPT-LINE.
           MOVE SPACES TO CCMPRPT-LINE.
           WRITE CCMPRPT-LINE.
           MOVE WS-HEADING-2 TO CCMPRPT-LINE.
           WRITE CCMPRPT-LINE.
           MOVE WS-HEADING-3 TO CCMPRPT-LINE.
           WRITE CCMPRPT-LINE.
           MOVE SPACES TO CCMPRPT-LINE.
           WRITE CCMPRPT-LINE.

           MOVE 'ALL STUDENTS' TO WS-LAST-VALUE.
           MOVE WS-CT-HEADCOUNT (1) TO WS-LT-CUR-HEADCOUNT.
           MOVE WS-CT-ENROLLMENTS (1) TO WS-LT-CUR-ENROLLMENTS.
           MOVE WS-CT-CREDIT-HOURS (1) TO WS-LT-CUR-CREDIT-HOURS.
           MOVE WS-CT-HEADCOUNT (2) TO WS-LT-PRI-HEADCOUNT.
           MOVE WS-CT-ENROLLMENTS (2) TO WS-LT-PRI-ENROLLMENTS.
           MOVE WS-CT-CREDIT-HOURS (2) TO WS-LT-PRI-CREDIT-HOURS.
           PERFORM 660-PRINT-LINE.

           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE SPACE TO WS-LAST-BREAKDOWN.
           MOVE SPACES TO WS-LAST-VALUE.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM 620-ADD-ONE-ENTRY
               UNTIL WS-SORT-EOF.

           IF WS-LAST-BREAKDOWN NOT = SPACE
               PERFORM 660-PRINT-LINE
           END-IF.

           CLOSE COMPARE-RPT.

       620-ADD-ONE-ENTRY.
           IF SW-BREAKDOWN NOT = WS-LAST-BREAKDOWN
               IF WS-LAST-BREAKDOWN NOT = SPACE
                   PERFORM 660-PRINT-LINE
               END-IF
               PERFORM 640-PRINT-SECTION-HEADING
               MOVE SW-VALUE TO WS-LAST-VALUE
           ELSE IF SW-VALUE NOT = WS-LAST-VALUE
               PERFORM 660-PRINT-LINE
               MOVE SW-VALUE TO WS-LAST-VALUE
           END-IF.

           IF SW-CURRENT
               ADD SW-HEADCOUNT TO WS-LT-CUR-HEADCOUNT
               ADD SW-ENROLLMENTS TO WS-LT-CUR-ENROLLMENTS
               ADD SW-CREDIT-HOURS TO WS-LT-CUR-CREDIT-HOURS
           ELSE
               ADD SW-HEADCOUNT TO WS-LT-PRI-HEADCOUNT
               ADD SW-ENROLLMENTS TO WS-LT-PRI-ENROLLMENTS
               ADD SW-CREDIT-HOURS TO WS-LT-PRI-CREDIT-HOURS
           END-IF.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

       640-PRINT-SECTION-HEADING.
           MOVE SW-BREAKDOWN TO WS-LAST-BREAKDOWN.

           IF SW-BREAKDOWN = '1'
               MOVE 'CAMPUS' TO WS-SH-TITLE
           ELSE IF SW-BREAKDOWN = '2'
               MOVE 'PROGRAM' TO WS-SH-TITLE
           ELSE IF SW-BREAKDOWN = '3'
               MOVE 'COURSE' TO WS-SH-TITLE
           ELSE
               MOVE 'FEE CATEGORY' TO WS-SH-TITLE
           END-IF.

           MOVE SPACES TO CCMPRPT-LINE.
           WRITE CCMPRPT-LINE.
           MOVE WS-SECTION-HEADING TO CCMPRPT-LINE.
           WRITE CCMPRPT-LINE.

      * Prints the accumulated line under WS-LAST-VALUE and clears
      * the accumulators for the next.
       660-PRINT-LINE.
           MOVE WS-LAST-VALUE TO WS-DL-VALUE.

           MOVE WS-LT-PRI-HEADCOUNT TO WS-DL-HC-PRIOR, WS-PCT-PRIOR.
           MOVE WS-LT-CUR-HEADCOUNT TO WS-DL-HC-CURRENT,
                                       WS-PCT-CURRENT.
           PERFORM 700-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO WS-DL-HC-PCT.

           MOVE WS-LT-PRI-ENROLLMENTS TO WS-DL-EN-PRIOR, WS-PCT-PRIOR.
           MOVE WS-LT-CUR-ENROLLMENTS TO WS-DL-EN-CURRENT,
                                         WS-PCT-CURRENT.
           PERFORM 700-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO WS-DL-EN-PCT.

           MOVE WS-LT-PRI-CREDIT-HOURS TO WS-DL-CR-PRIOR,
                                          WS-PCT-PRIOR.
           MOVE WS-LT-CUR-CREDIT-HOURS TO WS-DL-CR-CURRENT,
                                          WS-PCT-CURRENT.
           PERFORM 700-PERCENT-CHANGE.
           MOVE WS-PCT-TEXT TO WS-DL-CR-PCT.

           MOVE WS-DETAIL-LINE TO CCMPRPT-LINE.
           WRITE CCMPRPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

           INITIALIZE WS-LINE-TOTALS.

      * Change from WS-PCT-PRIOR to WS-PCT-CURRENT as a percentage of
      * the prior figure - NEW when the prior term had none.
       700-PERCENT-CHANGE.
           IF WS-PCT-PRIOR = ZERO
               IF WS-PCT-CURRENT = ZERO
                   MOVE SPACES TO WS-PCT-TEXT
               ELSE
                   MOVE '     NEW' TO WS-PCT-TEXT
               END-IF
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (WS-PCT-CURRENT - WS-PCT-PRIOR) * 100 / WS-PCT-PRIOR
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           END-IF.
