       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBCMPL.
       AUTHOR.        M VALDRON.

      * INTERNATIONAL STUDENT COMPLIANCE RUN.  MONTHLY, FOR THE TERM
      * ON THE CONTROL CARD.  ONE PASS OF STUFILE: EVERY STUDENT NOT
      * GRADUATED WHO HOLDS A PERMFILE STUDY PERMIT OR IS BILLED IN
      * THE INTERNATIONAL FEE CATEGORY (I) IS LISTED WITH THEIR
      * ENROLLMENT STATUS FOR THE TERM - FULL-TIME, PART-TIME OR NO
      * COURSES FROM THE OCCUPIED COURSE SLOTS THE SAME WAY THE
      * MVBVERF LETTER COUNTS THEM, OR NOT REGISTERED WHEN STUFILE
      * IS ON ANOTHER TERM - AND ITS STUFILE STATUS.  THE LISTING IS
      * THE INSTITUTIONAL COMPLIANCE REPORT THE INTERNATIONAL OFFICE
      * USED TO BUILD BY HAND.  A LINE IS FLAGGED (**) WHEN:
      *   - THE PERMIT HAS EXPIRED, OR EXPIRES WITHIN 90 DAYS,
      *   - THE PERMIT HOLDER IS BELOW FULL-TIME IN THE TERM,
      *   - THE PERMIT HOLDER IS WITHDRAWN (W) OR SUSPENDED (S),
      *   - AN INTERNATIONAL STUDENT HAS NO PERMIT ON FILE.
      * AN EXPIRED PERMIT PLACES AN SP HOLD ON HOLDFLE, CLASS E - NO
      * NEW ENROLLMENT UNTIL THE STUDENT SEES AN ADVISOR WITH A
      * RENEWAL.  ONCE THE RENEWAL IS KEYED ON MVPRGSP THE NEXT RUN
      * RELEASES THE HOLD - ONLY IF MVBCMPL PLACED IT; A HOLD A
      * CLERK PLACED THROUGH MVPRGL IS THEIRS TO LIFT.  EACH PERMIT
      * IS STAMPED WITH THE RUN DATE AND ITS RESULT, SHOWN ON THE
      * MVPRGSP SCREEN.
      *
      * CONTROL CARD: TERM COL 1, YEAR COLS 3-6.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT PERMFILE ASSIGN TO PERMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERMFILE-STUDENT-NO
               FILE STATUS IS WS-PERMFILE-STATUS.

           SELECT HOLDFLE ASSIGN TO HOLDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLDFLE-KEY
               FILE STATUS IS WS-HOLDFLE-STATUS.

           SELECT COMPL-RPT ASSIGN TO CMPLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-TERM                  PIC X(1).
           05  FILLER                   PIC X(1).
           05  CC-YEAR                  PIC X(4).
           05  FILLER                   PIC X(74).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  PERMFILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'PERMRECC'.

       FD  HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       COPY 'HOLDRECC'.

       FD  COMPL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CMPLRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-PERMFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-PERMFILE-OK                          VALUE '00'.

       01  WS-HOLDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-HOLDFLE-OK                           VALUE '00'.
           88  WS-HOLDFLE-DUPLICATE                    VALUE '22'.

       01  WS-JOB-NAME                 PIC X(8)        VALUE 'MVBCMPL'.
       01  WS-HOLD-TYPE                PIC X(2)        VALUE 'SP'.

       01  WS-RUN-TERM-YEAR            PIC X(5)        VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-PERMIT-SWITCH         PIC X          VALUE 'N'.
               88  WS-HAS-PERMIT                        VALUE 'Y'.
           05  WS-FLAG-SWITCH           PIC X          VALUE 'N'.
               88  WS-FLAGGED                           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STUDENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-LISTED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-PERMIT-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-NO-PERMIT-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-EXPIRED-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-EXPIRING-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-BELOW-FT-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-INACTIVE-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-HOLD-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-RELEASE-COUNT         PIC 9(07)      VALUE ZERO.

       01  WS-SLOT-COUNT               PIC 9           VALUE ZERO.
       01  WS-COURSE-SUB               PIC 9           VALUE ZERO.
       01  WS-WORK-COURSE              PIC X(8)        VALUE SPACES.

      * The result stamped on the permit - the most serious finding.
       01  WS-CHECK-RESULT             PIC X(20)       VALUE SPACES.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.

      * The 90-day expiry warning window, with the usual crude
      * 365-day rollover.
       01  WS-WARN-DATE                PIC 9(7)        VALUE ZERO.
       01  WS-WD-DDD                   PIC 999         VALUE ZERO.
       01  WS-WD-YY                    PIC 99          VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBCMPL'.
           05  FILLER                   PIC X(42)  VALUE
               'INTERNATIONAL STUDENT COMPLIANCE - TERM'.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(8)   VALUE '  DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT #'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(5)   VALUE 'CTRY'.
           05  FILLER                   PIC X(14)  VALUE 'PERMIT #'.
           05  FILLER                   PIC X(9)   VALUE 'EXPIRES'.
           05  FILLER                   PIC X(3)   VALUE 'FT'.
           05  FILLER                   PIC X(16)  VALUE 'TERM LOAD'.
           05  FILLER                   PIC X(11)  VALUE 'STATUS'.
           05  FILLER                   PIC X(20)  VALUE 'FINDING'.
           05  FILLER                   PIC X(16)  VALUE 'HOLD'.

       01  WS-DETAIL-LINE.
           05  WS-DL-FLAG               PIC X(2).
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-COUNTRY            PIC X(3).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DOC-NO             PIC X(12).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-EXPIRY             PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-COND-FT            PIC X(1).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-LOAD               PIC X(14).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STATUS             PIC X(9).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-FINDING            PIC X(18).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-HOLD               PIC X(16).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   DISPLAY 'MVBCMPL - NO CONTROL CARD - ENDING'
                   CLOSE CONTROL-CARD
                   STOP RUN
           END-READ.
           CLOSE CONTROL-CARD.

           IF (CC-TERM NOT = 'F' AND CC-TERM NOT = 'W'
                   AND CC-TERM NOT = 'S')
                   OR CC-YEAR IS NOT NUMERIC
               DISPLAY 'MVBCMPL - CONTROL CARD INVALID - ENDING'
               STOP RUN
           END-IF.

           MOVE CC-TERM TO WS-RUN-TERM-YEAR (1:1).
           MOVE CC-YEAR TO WS-RUN-TERM-YEAR (2:4).

           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).

           MOVE WS-RUN-DATE TO WS-WARN-DATE.
           MOVE WS-WARN-DATE (3:2) TO WS-WD-YY.
           MOVE WS-WARN-DATE (5:3) TO WS-WD-DDD.
           ADD 90 TO WS-WD-DDD.
           IF WS-WD-DDD > 365
               SUBTRACT 365 FROM WS-WD-DDD
               ADD 1 TO WS-WD-YY
           END-IF.
           MOVE WS-WD-YY TO WS-WARN-DATE (3:2).
           MOVE WS-WD-DDD TO WS-WARN-DATE (5:3).

           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBCMPL - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PERMFILE.
           IF NOT WS-PERMFILE-OK
               DISPLAY 'MVBCMPL - PERMFILE OPEN FAILED, STATUS '
                   WS-PERMFILE-STATUS
               CLOSE STUFILE
               STOP RUN
           END-IF.

           OPEN I-O HOLDFLE.
           IF NOT WS-HOLDFLE-OK
               DISPLAY 'MVBCMPL - HOLDFLE OPEN FAILED, STATUS '
                   WS-HOLDFLE-STATUS
               CLOSE STUFILE
               CLOSE PERMFILE
               STOP RUN
           END-IF.

           OPEN OUTPUT COMPL-RPT.

           MOVE WS-RUN-TERM-YEAR TO WS-H1-TERM-YEAR.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.
           MOVE SPACES TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.
           MOVE WS-HEADING-2 TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           PERFORM 100-READ-STUFILE.
           PERFORM 200-ONE-STUDENT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 800-PRINT-TRAILERS.

           CLOSE STUFILE.
           CLOSE PERMFILE.
           CLOSE HOLDFLE.
           CLOSE COMPL-RPT.

           DISPLAY 'MVBCMPL - STUDENTS READ:     ' WS-STUDENT-COUNT.
           DISPLAY 'MVBCMPL - STUDENTS LISTED:   ' WS-LISTED-COUNT.
           DISPLAY 'MVBCMPL - PERMITS EXPIRED:   ' WS-EXPIRED-COUNT.
           DISPLAY 'MVBCMPL - SP HOLDS PLACED:   ' WS-HOLD-COUNT.
           DISPLAY 'MVBCMPL - SP HOLDS RELEASED: ' WS-RELEASE-COUNT.

           STOP RUN.

       100-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-STUDENT-COUNT
           END-IF.

      * A graduate's permit is no longer the institution's to
      * report on.  Anyone else with a permit on file, or billed as
      * international, is listed.
       200-ONE-STUDENT.
           IF STUFILE-ST-GRADUATED
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           MOVE STUFILE-STUDENT-NO TO PERMFILE-STUDENT-NO.

           READ PERMFILE RECORD.

           IF WS-PERMFILE-OK
               MOVE 'Y' TO WS-PERMIT-SWITCH
           ELSE
               MOVE 'N' TO WS-PERMIT-SWITCH
           END-IF.

           IF NOT WS-HAS-PERMIT AND NOT STUFILE-FEE-INTL
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           MOVE 'N' TO WS-FLAG-SWITCH.
           MOVE SPACES TO WS-CHECK-RESULT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE STUFILE-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE STUFILE-NAME TO WS-DL-NAME.
           MOVE STUFILE-COUNTRY TO WS-DL-COUNTRY.

           PERFORM 300-TERM-LOAD.

           IF STUFILE-ST-WITHDRAWN
               MOVE 'WITHDRAWN' TO WS-DL-STATUS
           ELSE IF STUFILE-ST-SUSPENDED
               MOVE 'SUSPENDED' TO WS-DL-STATUS
           ELSE
               MOVE 'ACTIVE' TO WS-DL-STATUS
           END-IF.

           IF WS-HAS-PERMIT
               ADD 1 TO WS-PERMIT-COUNT
               PERFORM 400-CHECK-PERMIT
           ELSE
               ADD 1 TO WS-NO-PERMIT-COUNT
               MOVE 'NONE ON FILE' TO WS-DL-DOC-NO
               MOVE 'NO PERMIT ON FILE' TO WS-DL-FINDING
               MOVE 'Y' TO WS-FLAG-SWITCH
           END-IF.

           IF WS-FLAGGED
               MOVE '**' TO WS-DL-FLAG
           END-IF.

           MOVE WS-DETAIL-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.
           ADD 1 TO WS-LISTED-COUNT.

           PERFORM 100-READ-STUFILE.

       200-EXIT.
           EXIT.

      * Enrollment for the run term - the occupied course slots when
      * STUFILE is on that term, counted the way MVBVERF counts them
      * for the enrollment letter (four or more is full-time).
       300-TERM-LOAD.
           MOVE ZERO TO WS-SLOT-COUNT.

           IF STUFILE-TERM-YEAR NOT = WS-RUN-TERM-YEAR
               MOVE 'NOT REGISTERED' TO WS-DL-LOAD
           ELSE
               PERFORM 340-COUNT-ONE-SLOT
                   VARYING WS-COURSE-SUB FROM 1 BY 1
                   UNTIL WS-COURSE-SUB > 7
               IF WS-SLOT-COUNT >= 4
                   MOVE 'FULL-TIME' TO WS-DL-LOAD
               ELSE IF WS-SLOT-COUNT > 0
                   MOVE 'PART-TIME' TO WS-DL-LOAD
               ELSE
                   MOVE 'NO COURSES' TO WS-DL-LOAD
               END-IF
           END-IF.

       340-COUNT-ONE-SLOT.
           IF WS-COURSE-SUB = 1
               MOVE STUFILE-COURSE1 TO WS-WORK-COURSE
           ELSE IF WS-COURSE-SUB = 2
               MOVE STUFILE-COURSE2 TO WS-WORK-COURSE
           ELSE IF WS-COURSE-SUB = 3
               MOVE STUFILE-COURSE3 TO WS-WORK-COURSE
           ELSE IF WS-COURSE-SUB = 4
               MOVE STUFILE-COURSE4 TO WS-WORK-COURSE
           ELSE IF WS-COURSE-SUB = 5
               MOVE STUFILE-COURSE5 TO WS-WORK-COURSE
           ELSE IF WS-COURSE-SUB = 6
               MOVE STUFILE-COURSE6 TO WS-WORK-COURSE
           ELSE
               MOVE STUFILE-COURSE7 TO WS-WORK-COURSE
           END-IF.

           IF WS-WORK-COURSE NOT = SPACES
               ADD 1 TO WS-SLOT-COUNT
           END-IF.

      * The permit holder's findings, most serious first - that one
      * is printed and stamped on the permit.  Every finding counts
      * toward the trailers.
       400-CHECK-PERMIT.
           MOVE PERMFILE-DOC-NO TO WS-DL-DOC-NO.
           MOVE PERMFILE-EXPIRY-DATE TO WS-DL-EXPIRY.
           MOVE PERMFILE-COND-FULL-TIME TO WS-DL-COND-FT.

           IF STUFILE-ST-WITHDRAWN OR STUFILE-ST-SUSPENDED
               ADD 1 TO WS-INACTIVE-COUNT
               MOVE 'Y' TO WS-FLAG-SWITCH
               IF STUFILE-ST-WITHDRAWN
                   MOVE 'STUDENT WITHDRAWN' TO WS-CHECK-RESULT
               ELSE
                   MOVE 'STUDENT SUSPENDED' TO WS-CHECK-RESULT
               END-IF
           ELSE IF WS-SLOT-COUNT < 4
               ADD 1 TO WS-BELOW-FT-COUNT
               MOVE 'Y' TO WS-FLAG-SWITCH
               MOVE 'BELOW FULL-TIME' TO WS-CHECK-RESULT
           END-IF.

           IF PERMFILE-EXPIRY-DATE < WS-RUN-DATE
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'Y' TO WS-FLAG-SWITCH
               MOVE 'PERMIT EXPIRED' TO WS-CHECK-RESULT
               PERFORM 500-PLACE-HOLD
           ELSE
               IF PERMFILE-EXPIRY-DATE NOT > WS-WARN-DATE
                   ADD 1 TO WS-EXPIRING-COUNT
                   MOVE 'Y' TO WS-FLAG-SWITCH
                   IF WS-CHECK-RESULT = SPACES
                       MOVE 'EXPIRES IN 90 DAYS' TO WS-CHECK-RESULT
                   END-IF
               END-IF
               PERFORM 550-RELEASE-HOLD
           END-IF.

           IF WS-CHECK-RESULT = SPACES
               MOVE 'COMPLIANT' TO WS-CHECK-RESULT
           END-IF.

           MOVE WS-CHECK-RESULT TO WS-DL-FINDING.

           MOVE WS-RUN-DATE TO PERMFILE-CHECK-DATE.
           MOVE WS-CHECK-RESULT TO PERMFILE-CHECK-RESULT.

           REWRITE PERMFILE-RECORD.

           IF NOT WS-PERMFILE-OK
               DISPLAY 'MVBCMPL - PERMFILE REWRITE FAILED, STATUS '
                   WS-PERMFILE-STATUS ' FOR ' PERMFILE-STUDENT-NO
           END-IF.

      * The SP hold is class E - no new enrollment on an expired
      * permit.  One already on file (ours from an earlier run, or a
      * clerk's) is left as it is.
       500-PLACE-HOLD.
           MOVE SPACES TO HOLDFLE-RECORD.
           MOVE STUFILE-STUDENT-NO TO HOLDFLE-STUDENT-NO.
           MOVE WS-HOLD-TYPE TO HOLDFLE-TYPE.
           MOVE 'E' TO HOLDFLE-CLASS.
           MOVE 'PERMIT EXPIRED - SEE ADVISOR' TO HOLDFLE-REASON.
           MOVE WS-RUN-DATE TO HOLDFLE-PLACED-DATE.
           MOVE WS-JOB-NAME TO HOLDFLE-OPERATOR-ID.

           WRITE HOLDFLE-RECORD.

           IF WS-HOLDFLE-DUPLICATE
               MOVE 'SP HOLD ON FILE' TO WS-DL-HOLD
           ELSE IF NOT WS-HOLDFLE-OK
               DISPLAY 'MVBCMPL - HOLDFLE WRITE FAILED, STATUS '
                   WS-HOLDFLE-STATUS ' FOR ' STUFILE-STUDENT-NO
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE 'SP HOLD PLACED' TO WS-DL-HOLD
           END-IF.

      * A permit no longer expired - renewed since the hold went on.
      * Only a hold this job placed is released.
       550-RELEASE-HOLD.
           MOVE STUFILE-STUDENT-NO TO HOLDFLE-STUDENT-NO.
           MOVE WS-HOLD-TYPE TO HOLDFLE-TYPE.

           READ HOLDFLE RECORD.

           IF WS-HOLDFLE-OK AND HOLDFLE-OPERATOR-ID = WS-JOB-NAME
               DELETE HOLDFLE RECORD
               IF WS-HOLDFLE-OK
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE 'SP HOLD RELEASED' TO WS-DL-HOLD
               END-IF
           END-IF.

       800-PRINT-TRAILERS.
           MOVE SPACES TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'STUDENTS LISTED:' TO WS-TL-LABEL.
           MOVE WS-LISTED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'PERMITS ON FILE:' TO WS-TL-LABEL.
           MOVE WS-PERMIT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'INTERNATIONAL, NO PERMIT:' TO WS-TL-LABEL.
           MOVE WS-NO-PERMIT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'PERMITS EXPIRED:' TO WS-TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'EXPIRING WITHIN 90 DAYS:' TO WS-TL-LABEL.
           MOVE WS-EXPIRING-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'BELOW FULL-TIME:' TO WS-TL-LABEL.
           MOVE WS-BELOW-FT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'WITHDRAWN OR SUSPENDED:' TO WS-TL-LABEL.
           MOVE WS-INACTIVE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'SP HOLDS PLACED:' TO WS-TL-LABEL.
           MOVE WS-HOLD-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.

           MOVE 'SP HOLDS RELEASED:' TO WS-TL-LABEL.
           MOVE WS-RELEASE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CMPLRPT-LINE.
           WRITE CMPLRPT-LINE.
