       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBADVC.
       AUTHOR.        M VALDRON.

      * ADVISOR CASELOAD REPORT.  ONE PASS OF STUFILE: EVERY ACTIVE
      * OR SUSPENDED STUDENT IS LISTED UNDER THEIR ADVISOR - THE
      * ADVFILE ASSIGNMENT KEYED ON THE MVPRGAD ADVISING SCREEN, OR,
      * WITH NONE ON FILE, THE DEPARTMENT DEFAULT THE SCREEN SHOWS
      * (THE FIRST INSTFILE INSTRUCTOR IN THE PROGFILE-DEPT OF THE
      * DECLARED PROGRAM), FLAGGED AS SUCH.  EACH LINE CARRIES THE
      * STUDENT'S LATEST STANDFLE STANDING (THE ENTRY FROM THE MOST
      * RECENT MVBGPA RUN) AND THE TYPES OF EVERY OPEN HOLDFLE HOLD,
      * SO AN ADVISOR CAN SEE AT A GLANCE WHO IS ON PROBATION AND
      * WHAT IS STANDING IN THEIR WAY.  STUDENTS WITH NEITHER AN
      * ASSIGNMENT NOR A DEFAULT PRINT LAST, UNDER 'NO ADVISOR'.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT ADVFILE ASSIGN TO ADVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADVFILE-STUDENT-NO
               FILE STATUS IS WS-ADVFILE-STATUS.

           SELECT INSTFILE ASSIGN TO INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTFILE-ID
               FILE STATUS IS WS-INSTFILE-STATUS.

           SELECT PROGFILE ASSIGN TO PROGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROGFILE-CODE
               FILE STATUS IS WS-PROGFILE-STATUS.

           SELECT STANDFLE ASSIGN TO STANDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STANDFLE-KEY
               FILE STATUS IS WS-STANDFLE-STATUS.

           SELECT HOLDFLE ASSIGN TO HOLDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDFLE-KEY
               FILE STATUS IS WS-HOLDFLE-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT CASE-RPT ASSIGN TO CASERPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  ADVFILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'ADVRECC'.

       FD  INSTFILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY 'INSTRECC'.

       FD  PROGFILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'PROGRECC'.

       FD  STANDFLE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'STANDREC'.

       FD  HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       COPY 'HOLDRECC'.

      * The unassigned group sorts last - its advisor key is
      * HIGH-VALUES, printed as 'NO ADVISOR'.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-ADVISOR-ID           PIC X(5).
           05  SW-NAME                 PIC X(20).
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-DEFAULT-FLAG         PIC X.
           05  SW-PROGRAM              PIC X(5).
           05  SW-STATUS               PIC X.
           05  SW-TERM-YEAR            PIC X(5).
           05  SW-STANDING             PIC X.
           05  SW-CUM-GPA              PIC 9V99.
           05  SW-HOLDS                PIC X(15).

       FD  CASE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CASERPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-ADVFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-ADVFILE-OK                           VALUE '00'.

       01  WS-INSTFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-INSTFILE-OK                          VALUE '00'.

       01  WS-PROGFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-PROGFILE-OK                          VALUE '00'.

       01  WS-STANDFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-STANDFLE-OK                          VALUE '00'.

       01  WS-HOLDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-HOLDFLE-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-INST-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-INST-EOF                          VALUE 'Y'.
           05  WS-STAND-EOF-SWITCH      PIC X          VALUE 'N'.
               88  WS-STAND-EOF                         VALUE 'Y'.
           05  WS-HOLD-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                          VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-SORT-EOF                          VALUE 'Y'.
           05  WS-DEPT-FOUND-SWITCH     PIC X          VALUE 'N'.
               88  WS-DEPT-FOUND                        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STUDENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-LISTED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-DEFAULT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-NO-ADVISOR-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-ADVISOR-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-CASE-COUNT            PIC 9(05)      VALUE ZERO.
           05  WS-PROBATION-COUNT       PIC 9(05)      VALUE ZERO.

      * The department defaults - the first instructor (in INSTFILE
      * ID order) seen for each department, built once at start-up.
       01  WS-DEPT-TABLE.
           05  WS-DT-ENTRY OCCURS 200.
               10  WS-DT-DEPT           PIC X(4).
               10  WS-DT-ADVISOR-ID     PIC X(5).
           05  WS-DEPT-COUNT            PIC 9(03)      VALUE ZERO.
           05  WS-DT-SUB                PIC 9(03).

       01  WS-SEARCH-DEPT              PIC X(4)        VALUE SPACES.

      * The student's latest standing - the STANDFLE entry with the
      * newest MVBGPA run date.
       01  WS-LATEST-RUN-DATE          PIC 9(7)        VALUE ZERO.

       01  WS-HOLD-COUNT               PIC 9           VALUE ZERO.

       01  WS-LAST-ADVISOR             PIC X(5)        VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBADVC'.
           05  FILLER                   PIC X(50)  VALUE
               'ADVISOR CASELOAD REPORT'.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'STUDENT #'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(8)   VALUE 'PROGRAM'.
           05  FILLER                   PIC X(4)   VALUE 'ST'.
           05  FILLER                   PIC X(8)   VALUE 'TERM'.
           05  FILLER                   PIC X(14)  VALUE 'STANDING'.
           05  FILLER                   PIC X(8)   VALUE 'CUM GPA'.
           05  FILLER                   PIC X(17)  VALUE 'OPEN HOLDS'.
           05  FILLER                   PIC X(9)   VALUE 'ADVISOR'.

       01  WS-ADVISOR-HEADING.
           05  FILLER                   PIC X(9)   VALUE 'ADVISOR: '.
           05  WS-AH-ID                 PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-AH-NAME               PIC X(24).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(6)   VALUE 'DEPT '.
           05  WS-AH-DEPT               PIC X(4).

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-PROGRAM            PIC X(5).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-STATUS             PIC X(1).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-STANDING           PIC X(12).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-CUM-GPA            PIC 9.99.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-HOLDS              PIC X(15).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DEFAULT            PIC X(7).

       01  WS-ADVISOR-TRAILER.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'STUDENTS '.
           05  WS-AT-COUNT              PIC ZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  FILLER                   PIC X(14)  VALUE
               'ON PROBATION '.
           05  WS-AT-PROBATION          PIC ZZZZ9.

       01  WS-TRAILER-LINE-1.
           05  FILLER                   PIC X(30)  VALUE
               'STUDENTS LISTED:            '.
           05  WS-TL-LISTED             PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'ON DEPARTMENT DEFAULT:      '.
           05  WS-TL-DEFAULT            PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'WITH NO ADVISOR:            '.
           05  WS-TL-NO-ADVISOR         PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           SORT SORT-WORK
               ON ASCENDING KEY SW-ADVISOR-ID SW-NAME SW-STUDENT-NO
               INPUT PROCEDURE 100-SELECT-STUDENTS
               OUTPUT PROCEDURE 600-PRINT-CASELOADS.

           DISPLAY 'MVBADVC - STUDENTS READ:     ' WS-STUDENT-COUNT.
           DISPLAY 'MVBADVC - STUDENTS LISTED:   ' WS-LISTED-COUNT.
           DISPLAY 'MVBADVC - DEPARTMENT DEFAULT:' WS-DEFAULT-COUNT.
           DISPLAY 'MVBADVC - NO ADVISOR:        ' WS-NO-ADVISOR-COUNT.

           STOP RUN.

      * Sort input procedure - builds the department defaults, then
      * walks STUFILE and releases each current student under their
      * advisor with the standing and holds to print.
       100-SELECT-STUDENTS.
           OPEN INPUT INSTFILE.
           IF NOT WS-INSTFILE-OK
               DISPLAY 'MVBADVC - INSTFILE OPEN FAILED, STATUS '
                   WS-INSTFILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 110-LOAD-DEPT-DEFAULTS.

           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBADVC - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               CLOSE INSTFILE
               STOP RUN
           END-IF.

           OPEN INPUT ADVFILE.
           OPEN INPUT PROGFILE.
           OPEN INPUT STANDFLE.
           OPEN INPUT HOLDFLE.

           PERFORM 150-READ-STUFILE.
           PERFORM 200-ONE-STUDENT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE STUFILE.
           CLOSE ADVFILE.
           CLOSE PROGFILE.
           CLOSE STANDFLE.
           CLOSE HOLDFLE.

       110-LOAD-DEPT-DEFAULTS.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE 'N' TO WS-INST-EOF-SWITCH.

           PERFORM 120-LOAD-ONE-INSTRUCTOR
               UNTIL WS-INST-EOF.

       120-LOAD-ONE-INSTRUCTOR.
           READ INSTFILE NEXT RECORD
               AT END
                   SET WS-INST-EOF TO TRUE
           END-READ.

           IF NOT WS-INST-EOF AND INSTFILE-DEPT NOT = SPACES
               MOVE INSTFILE-DEPT TO WS-SEARCH-DEPT
               PERFORM 130-FIND-DEPT
               IF NOT WS-DEPT-FOUND AND WS-DEPT-COUNT < 200
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE INSTFILE-DEPT TO WS-DT-DEPT (WS-DEPT-COUNT)
                   MOVE INSTFILE-ID TO WS-DT-ADVISOR-ID (WS-DEPT-COUNT)
               END-IF
           END-IF.

      * Looks WS-SEARCH-DEPT up in the department table - WS-DT-SUB
      * is left on the entry when it is found.
       130-FIND-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH.

           PERFORM 135-CHECK-ONE-DEPT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND.

           IF WS-DEPT-FOUND
               SUBTRACT 1 FROM WS-DT-SUB
           END-IF.

       135-CHECK-ONE-DEPT.
           IF WS-DT-DEPT (WS-DT-SUB) = WS-SEARCH-DEPT
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       150-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-STUDENT-COUNT
           END-IF.

      * Graduated and withdrawn students have no caseload to carry.
       200-ONE-STUDENT.
           IF NOT STUFILE-ST-ACTIVE AND NOT STUFILE-ST-SUSPENDED
               PERFORM 150-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           MOVE SPACES TO SORT-WORK-REC.
           MOVE STUFILE-STUDENT-NO TO SW-STUDENT-NO.
           MOVE STUFILE-NAME TO SW-NAME.
           MOVE STUFILE-PROGRAM TO SW-PROGRAM.
           MOVE STUFILE-STATUS TO SW-STATUS.
           MOVE ZERO TO SW-CUM-GPA.

           PERFORM 300-FIND-ADVISOR.
           PERFORM 400-LATEST-STANDING THRU 400-EXIT.
           PERFORM 500-OPEN-HOLDS THRU 500-EXIT.

           RELEASE SORT-WORK-REC.
           ADD 1 TO WS-LISTED-COUNT.

           PERFORM 150-READ-STUFILE.

       200-EXIT.
           EXIT.

      * The ADVFILE assignment, else the department default for the
      * declared program, else no advisor (HIGH-VALUES, sorts last).
       300-FIND-ADVISOR.
           MOVE STUFILE-STUDENT-NO TO ADVFILE-STUDENT-NO.

           READ ADVFILE RECORD.

           IF WS-ADVFILE-OK
               MOVE ADVFILE-ADVISOR-ID TO SW-ADVISOR-ID
           ELSE
               MOVE HIGH-VALUES TO SW-ADVISOR-ID
               IF STUFILE-PROGRAM NOT = SPACES
                   PERFORM 320-DEFAULT-ADVISOR
               END-IF
           END-IF.

           IF SW-ADVISOR-ID = HIGH-VALUES
               ADD 1 TO WS-NO-ADVISOR-COUNT
           END-IF.

       320-DEFAULT-ADVISOR.
           MOVE STUFILE-PROGRAM TO PROGFILE-CODE.

           READ PROGFILE RECORD.

           IF WS-PROGFILE-OK AND PROGFILE-DEPT NOT = SPACES
               MOVE PROGFILE-DEPT TO WS-SEARCH-DEPT
               PERFORM 130-FIND-DEPT
               IF WS-DEPT-FOUND
                   MOVE WS-DT-ADVISOR-ID (WS-DT-SUB) TO SW-ADVISOR-ID
                   MOVE 'D' TO SW-DEFAULT-FLAG
                   ADD 1 TO WS-DEFAULT-COUNT
               END-IF
           END-IF.

      * Browses the student's STANDFLE entries on the partial key and
      * keeps the one from the most recent MVBGPA run.
       400-LATEST-STANDING.
           MOVE ZERO TO WS-LATEST-RUN-DATE.
           MOVE 'N' TO WS-STAND-EOF-SWITCH.

           MOVE STUFILE-STUDENT-NO TO STANDFLE-STUDENT-NO.
           MOVE LOW-VALUES TO STANDFLE-TERM-YEAR.

           START STANDFLE KEY IS NOT LESS THAN STANDFLE-KEY.

           IF NOT WS-STANDFLE-OK
               GO TO 400-EXIT
           END-IF.

           PERFORM 420-SCAN-ONE-STANDING
               UNTIL WS-STAND-EOF.

       400-EXIT.
           EXIT.

       420-SCAN-ONE-STANDING.
           READ STANDFLE NEXT RECORD
               AT END
                   SET WS-STAND-EOF TO TRUE
           END-READ.

           IF WS-STAND-EOF
               CONTINUE
           ELSE IF STANDFLE-STUDENT-NO NOT = STUFILE-STUDENT-NO
               SET WS-STAND-EOF TO TRUE
           ELSE IF STANDFLE-RUN-DATE NOT < WS-LATEST-RUN-DATE
               MOVE STANDFLE-RUN-DATE TO WS-LATEST-RUN-DATE
               MOVE STANDFLE-TERM-YEAR TO SW-TERM-YEAR
               MOVE STANDFLE-STANDING TO SW-STANDING
               MOVE STANDFLE-CUM-GPA TO SW-CUM-GPA
           END-IF.

      * Every open hold's type, up to five, off the HOLDFLE partial
      * key - released holds are deleted, so all of them are open.
       500-OPEN-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.

           MOVE STUFILE-STUDENT-NO TO HOLDFLE-STUDENT-NO.
           MOVE LOW-VALUES TO HOLDFLE-TYPE.

           START HOLDFLE KEY IS NOT LESS THAN HOLDFLE-KEY.

           IF NOT WS-HOLDFLE-OK
               GO TO 500-EXIT
           END-IF.

           PERFORM 520-SCAN-ONE-HOLD
               UNTIL WS-HOLD-EOF.

       500-EXIT.
           EXIT.

       520-SCAN-ONE-HOLD.
           READ HOLDFLE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

           IF WS-HOLD-EOF
               CONTINUE
           ELSE IF HOLDFLE-STUDENT-NO NOT = STUFILE-STUDENT-NO
               SET WS-HOLD-EOF TO TRUE
           ELSE IF WS-HOLD-COUNT < 5
               ADD 1 TO WS-HOLD-COUNT
               MOVE HOLDFLE-TYPE
                   TO SW-HOLDS (WS-HOLD-COUNT * 3 - 2:2)
           END-IF.

      * Sort output procedure - one group per advisor, name order
      * within it.
       600-PRINT-CASELOADS.
           OPEN OUTPUT CASE-RPT.

           MOVE WS-HEADING-1 TO CASERPT-LINE.
           WRITE CASERPT-LINE.
           MOVE SPACES TO CASERPT-LINE.
           WRITE CASERPT-LINE.
           MOVE WS-HEADING-2 TO CASERPT-LINE.
           WRITE CASERPT-LINE.

           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE SPACES TO WS-LAST-ADVISOR.
           MOVE ZERO TO WS-CASE-COUNT.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM 620-LIST-ONE-STUDENT
               UNTIL WS-SORT-EOF.

           IF WS-CASE-COUNT > ZERO
               PERFORM 660-PRINT-ADVISOR-TRAILER
           END-IF.

           MOVE SPACES TO CASERPT-LINE.
           WRITE CASERPT-LINE.
           MOVE WS-LISTED-COUNT TO WS-TL-LISTED.
           MOVE WS-TRAILER-LINE-1 TO CASERPT-LINE.
           WRITE CASERPT-LINE.
           MOVE WS-DEFAULT-COUNT TO WS-TL-DEFAULT.
           MOVE WS-TRAILER-LINE-2 TO CASERPT-LINE.
           WRITE CASERPT-LINE.
           MOVE WS-NO-ADVISOR-COUNT TO WS-TL-NO-ADVISOR.
           MOVE WS-TRAILER-LINE-3 TO CASERPT-LINE.
           WRITE CASERPT-LINE.

           CLOSE INSTFILE.
           CLOSE CASE-RPT.

       620-LIST-ONE-STUDENT.
           IF WS-CASE-COUNT = ZERO
                   OR SW-ADVISOR-ID NOT = WS-LAST-ADVISOR
               IF WS-CASE-COUNT > ZERO
                   PERFORM 660-PRINT-ADVISOR-TRAILER
               END-IF
               PERFORM 640-PRINT-ADVISOR-HEADING
           END-IF.

           MOVE SW-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE SW-NAME TO WS-DL-NAME.
           MOVE SW-PROGRAM TO WS-DL-PROGRAM.
           MOVE SW-STATUS TO WS-DL-STATUS.
           MOVE SW-TERM-YEAR TO WS-DL-TERM-YEAR.
           MOVE SW-CUM-GPA TO WS-DL-CUM-GPA.
           MOVE SW-HOLDS TO WS-DL-HOLDS.

           IF SW-STANDING = 'D'
               MOVE 'DEANS LIST' TO WS-DL-STANDING
           ELSE IF SW-STANDING = 'G'
               MOVE 'GOOD' TO WS-DL-STANDING
           ELSE IF SW-STANDING = 'P'
               MOVE 'PROBATION' TO WS-DL-STANDING
               ADD 1 TO WS-PROBATION-COUNT
           ELSE IF SW-STANDING = 'S'
               MOVE 'SUSPEND REC' TO WS-DL-STANDING
           ELSE
               MOVE 'NOT GRADED' TO WS-DL-STANDING
               MOVE SPACES TO WS-DL-TERM-YEAR
           END-IF.

           IF SW-DEFAULT-FLAG = 'D'
               MOVE 'DEFAULT' TO WS-DL-DEFAULT
           ELSE
               MOVE SPACES TO WS-DL-DEFAULT
           END-IF.

           MOVE WS-DETAIL-LINE TO CASERPT-LINE.
           WRITE CASERPT-LINE.
           ADD 1 TO WS-CASE-COUNT.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * New advisor - name and department off INSTFILE.
       640-PRINT-ADVISOR-HEADING.
           MOVE SW-ADVISOR-ID TO WS-LAST-ADVISOR.
           ADD 1 TO WS-ADVISOR-COUNT.

           IF SW-ADVISOR-ID = HIGH-VALUES
               MOVE SPACES TO WS-AH-ID
               MOVE 'NO ADVISOR' TO WS-AH-NAME
               MOVE SPACES TO WS-AH-DEPT
           ELSE
               MOVE SW-ADVISOR-ID TO WS-AH-ID
               MOVE SW-ADVISOR-ID TO INSTFILE-ID
               READ INSTFILE RECORD
               IF WS-INSTFILE-OK
                   MOVE INSTFILE-NAME TO WS-AH-NAME
                   MOVE INSTFILE-DEPT TO WS-AH-DEPT
               ELSE
                   MOVE 'NOT ON INSTRUCTOR MASTER' TO WS-AH-NAME
                   MOVE SPACES TO WS-AH-DEPT
               END-IF
           END-IF.

           MOVE SPACES TO CASERPT-LINE.
           WRITE CASERPT-LINE.
           MOVE WS-ADVISOR-HEADING TO CASERPT-LINE.
           WRITE CASERPT-LINE.

       660-PRINT-ADVISOR-TRAILER.
           MOVE WS-CASE-COUNT TO WS-AT-COUNT.
           MOVE WS-PROBATION-COUNT TO WS-AT-PROBATION.
           MOVE WS-ADVISOR-TRAILER TO CASERPT-LINE.
           WRITE CASERPT-LINE.
           MOVE ZERO TO WS-CASE-COUNT.
           MOVE ZERO TO WS-PROBATION-COUNT.
