       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBATLD.
       AUTHOR.        M VALDRON.

      * ATTENDANCE SHEET TURNAROUND LOAD.  READS THE COMPLETED
      * ATTSHT LINES MVBATSH CUT (COPY ATSHRECC, NOW WITH THE STATUS
      * COLUMN FILLED IN) AND RECORDS EACH ON ATTNFILE, THE WAY
      * MVBGLOD RECORDS GRADE SHEETS: A VALID STATUS (P PRESENT,
      * L LATE, A ABSENT, E EXCUSED), A CLASS MEETING ON ATTMEET FOR
      * THE SECTION AND DATE, AND THE STUDENT ACTUALLY ENROLLED IN
      * THE COURSE SECTION FOR THE SHEET'S TERM - ON STUFILE WHEN
      * THAT IS THE CURRENT TERM, ON TERMARC WHEN IT HAS BEEN
      * ARCHIVED FORWARD.
      *
      * UNLIKE A GRADE, ATTENDANCE ALREADY ON FILE FOR THE MEETING
      * IS REPLACED - A SHEET SENT BACK CORRECTED IS THE CORRECTION -
      * AND COUNTED AS SUCH ON THE REPORT.
      *
      * BAD LINES GO TO ATTREJ IN THE SHEET LAYOUT, TO BE FIXED AND
      * FED BACK IN, AND ARE LISTED WITH THE REASON ON ATLDRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHEET-FILE ASSIGN TO ATTSHT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT ATTNFILE ASSIGN TO ATTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATTNFILE-KEY
               FILE STATUS IS WS-ATTNFILE-STATUS.

           SELECT ATTMEET ASSIGN TO ATTMEET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATTMEET-KEY
               FILE STATUS IS WS-ATTMEET-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT TERMARC ASSIGN TO TERMARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERMARC-KEY
               FILE STATUS IS WS-TERMARC-STATUS.

           SELECT REJECT-FILE ASSIGN TO ATTREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT LOAD-RPT ASSIGN TO ATLDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'ATSHRECC'.

       FD  ATTNFILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'ATTNRECC'.

       FD  ATTMEET
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'ATMEETC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  TERMARC
           RECORD CONTAINS 314 CHARACTERS.
       COPY 'TERMARCC'.

       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ATTREJ-RECORD               PIC X(80).

       FD  LOAD-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ATLDRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SHEET-STATUS             PIC XX          VALUE SPACES.
           88  WS-SHEET-OK                             VALUE '00'.

       01  WS-ATTNFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-ATTNFILE-OK                          VALUE '00'.
           88  WS-ATTNFILE-DUPLICATE                   VALUE '22'.

       01  WS-ATTMEET-STATUS           PIC XX          VALUE SPACES.
           88  WS-ATTMEET-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-TERMARC-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMARC-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-ENROLLED-SW           PIC X          VALUE 'N'.
               88  WS-IS-ENROLLED                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-LOADED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-CORRECTED-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-REJECT-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.

       01  WS-COURSE-TABLE.
           05  WS-COURSE-ENTRY OCCURS 7.
               10  WS-CT-PART1          PIC X(4).
               10  WS-CT-PART2          PIC X(4).
       01  WS-SLOT-COURSE              PIC X(8)        VALUE SPACES.

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE              PIC 9(7)       VALUE ZERO.
           05  WS-RUN-TIME              PIC 9(7)       VALUE ZERO.
       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-ACCEPT-TIME              PIC 9(8).

       01  WS-REJECT-REASON            PIC X(50)       VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBATLD'.
           05  FILLER                   PIC X(40)  VALUE
               'ATTENDANCE SHEET TURNAROUND LOAD'.

       01  WS-REJECT-LINE.
           05  FILLER                   PIC X(8)   VALUE 'REJECT: '.
           05  WS-RJ-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RJ-COURSE             PIC X(8).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-RJ-SECTION            PIC X(2).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RJ-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RJ-DATE               PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RJ-STATUS             PIC X.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RJ-REASON             PIC X(50).

       01  WS-TRAILER-LINE-1.
           05  FILLER                   PIC X(30)  VALUE
               'SHEET LINES READ:           '.
           05  WS-TL-READ               PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'ATTENDANCE RECORDED:        '.
           05  WS-TL-LOADED             PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'ATTENDANCE CORRECTED:       '.
           05  WS-TL-CORRECTED          PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'LINES REJECTED:             '.
           05  WS-TL-REJECT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           OPEN INPUT SHEET-FILE.
           IF NOT WS-SHEET-OK
               DISPLAY 'MVBATLD - ATTSHT OPEN FAILED, STATUS '
                   WS-SHEET-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ATTNFILE.
           IF NOT WS-ATTNFILE-OK
               DISPLAY 'MVBATLD - ATTNFILE OPEN FAILED, STATUS '
                   WS-ATTNFILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ATTMEET.
           OPEN INPUT STUFILE.
           OPEN INPUT TERMARC.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT LOAD-RPT.

           MOVE WS-HEADING-1 TO ATLDRPT-LINE.
           WRITE ATLDRPT-LINE.
           MOVE SPACES TO ATLDRPT-LINE.
           WRITE ATLDRPT-LINE.

           PERFORM 100-READ-SHEET.
           PERFORM 200-LOAD-ONE-LINE THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE SPACES TO ATLDRPT-LINE.
           WRITE ATLDRPT-LINE.
           MOVE WS-READ-COUNT TO WS-TL-READ.
           MOVE WS-TRAILER-LINE-1 TO ATLDRPT-LINE.
           WRITE ATLDRPT-LINE.
           MOVE WS-LOADED-COUNT TO WS-TL-LOADED.
           MOVE WS-TRAILER-LINE-2 TO ATLDRPT-LINE.
           WRITE ATLDRPT-LINE.
           MOVE WS-CORRECTED-COUNT TO WS-TL-CORRECTED.
           MOVE WS-TRAILER-LINE-3 TO ATLDRPT-LINE.
           WRITE ATLDRPT-LINE.
           MOVE WS-REJECT-COUNT TO WS-TL-REJECT.
           MOVE WS-TRAILER-LINE-4 TO ATLDRPT-LINE.
           WRITE ATLDRPT-LINE.

           CLOSE SHEET-FILE.
           CLOSE ATTNFILE.
           CLOSE ATTMEET.
           CLOSE STUFILE.
           CLOSE TERMARC.
           CLOSE REJECT-FILE.
           CLOSE LOAD-RPT.

           DISPLAY 'MVBATLD - LINES READ:      ' WS-READ-COUNT.
           DISPLAY 'MVBATLD - RECORDED:        ' WS-LOADED-COUNT.
           DISPLAY 'MVBATLD - CORRECTED:       ' WS-CORRECTED-COUNT.
           DISPLAY 'MVBATLD - LINES REJECTED:  ' WS-REJECT-COUNT.

           STOP RUN.

       100-READ-SHEET.
           READ SHEET-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

       200-LOAD-ONE-LINE.
      * A sheet line handed back with the status still blank is the
      * instructor's problem, not a reject - skipped quietly.
           IF ATSH-STATUS = SPACES
               PERFORM 100-READ-SHEET
               GO TO 200-EXIT
           END-IF.

           IF ATSH-STUDENT-NO IS NOT NUMERIC
               MOVE 'STUDENT NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 500-REJECT-LINE
               PERFORM 100-READ-SHEET
               GO TO 200-EXIT
           END-IF.

           IF ATSH-STATUS NOT = 'P' AND ATSH-STATUS NOT = 'L'
                   AND ATSH-STATUS NOT = 'A' AND ATSH-STATUS NOT = 'E'
               MOVE 'STATUS NOT P L A OR E' TO WS-REJECT-REASON
               PERFORM 500-REJECT-LINE
               PERFORM 100-READ-SHEET
               GO TO 200-EXIT
           END-IF.

           IF ATSH-DATE IS NOT NUMERIC
               MOVE 'MEETING DATE NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 500-REJECT-LINE
               PERFORM 100-READ-SHEET
               GO TO 200-EXIT
           END-IF.

           MOVE ATSH-TERM-YEAR TO ATTMEET-TERM-YEAR.
           MOVE ATSH-COURSE TO ATTMEET-COURSE.
           MOVE ATSH-SECTION TO ATTMEET-SECTION.
           MOVE ATSH-DATE TO ATTMEET-DATE.

           READ ATTMEET RECORD.

           IF NOT WS-ATTMEET-OK
               MOVE 'SECTION DOES NOT MEET ON THAT DATE'
                   TO WS-REJECT-REASON
               PERFORM 500-REJECT-LINE
               PERFORM 100-READ-SHEET
               GO TO 200-EXIT
           END-IF.

           PERFORM 300-CHECK-ENROLLMENT THRU 300-EXIT.

           IF NOT WS-IS-ENROLLED
               MOVE 'STUDENT NOT ENROLLED IN SECTION THAT TERM'
                   TO WS-REJECT-REASON
               PERFORM 500-REJECT-LINE
               PERFORM 100-READ-SHEET
               GO TO 200-EXIT
           END-IF.

           PERFORM 400-RECORD-ATTENDANCE.

           PERFORM 100-READ-SHEET.

       200-EXIT.
           EXIT.

      * The sheet's term on STUFILE when it is the student's current
      * term, TERMARC otherwise - the same two places MVBGLOD looks,
      * down to the section the student sits in.
       300-CHECK-ENROLLMENT.
           MOVE 'N' TO WS-ENROLLED-SW.

           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE ATSH-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF WS-STUFILE-OK
                   AND STUFILE-TERM-YEAR = ATSH-TERM-YEAR
               PERFORM 340-SCAN-COURSE-SLOTS
               GO TO 300-EXIT
           END-IF.

           MOVE ATSH-STUDENT-NO TO TERMARC-STUDENT-NO.
           MOVE ATSH-TERM-YEAR TO TERMARC-TERM-YEAR.

           READ TERMARC RECORD.

           IF WS-TERMARC-OK
               MOVE TERMARC-DATA TO STUFILE-RECORD
               PERFORM 340-SCAN-COURSE-SLOTS
           END-IF.

       300-EXIT.
           EXIT.

       340-SCAN-COURSE-SLOTS.
           MOVE STUFILE-COURSE1-PART1 TO WS-CT-PART1 (1)
           MOVE STUFILE-COURSE1-PART2 TO WS-CT-PART2 (1)
           MOVE STUFILE-COURSE2-PART1 TO WS-CT-PART1 (2)
           MOVE STUFILE-COURSE2-PART2 TO WS-CT-PART2 (2)
           MOVE STUFILE-COURSE3-PART1 TO WS-CT-PART1 (3)
           MOVE STUFILE-COURSE3-PART2 TO WS-CT-PART2 (3)
           MOVE STUFILE-COURSE4-PART1 TO WS-CT-PART1 (4)
           MOVE STUFILE-COURSE4-PART2 TO WS-CT-PART2 (4)
           MOVE STUFILE-COURSE5-PART1 TO WS-CT-PART1 (5)
           MOVE STUFILE-COURSE5-PART2 TO WS-CT-PART2 (5)
           MOVE STUFILE-COURSE6-PART1 TO WS-CT-PART1 (6)
           MOVE STUFILE-COURSE6-PART2 TO WS-CT-PART2 (6)
           MOVE STUFILE-COURSE7-PART1 TO WS-CT-PART1 (7)
           MOVE STUFILE-COURSE7-PART2 TO WS-CT-PART2 (7)

           PERFORM 350-CHECK-ONE-SLOT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 7 OR WS-IS-ENROLLED.

       350-CHECK-ONE-SLOT.
           MOVE WS-CT-PART1 (WS-COURSE-SUB) TO WS-SLOT-COURSE (1:4).
           MOVE WS-CT-PART2 (WS-COURSE-SUB) TO WS-SLOT-COURSE (5:4).

           IF WS-SLOT-COURSE = ATSH-COURSE
                   AND STUFILE-SECTION (WS-COURSE-SUB) = ATSH-SECTION
               MOVE 'Y' TO WS-ENROLLED-SW
           END-IF.

      * A meeting already recorded is replaced by the later sheet.
       400-RECORD-ATTENDANCE.
           MOVE ATSH-STUDENT-NO TO ATTNFILE-STUDENT-NO.
           MOVE ATSH-TERM-YEAR TO ATTNFILE-TERM-YEAR.
           MOVE ATSH-COURSE TO ATTNFILE-COURSE.
           MOVE ATSH-SECTION TO ATTNFILE-SECTION.
           MOVE ATSH-DATE TO ATTNFILE-DATE.
           MOVE ATSH-STATUS TO ATTNFILE-STATUS.
           MOVE WS-RUN-DATE TO ATTNFILE-RECORDED-DATE.
           MOVE WS-RUN-TIME TO ATTNFILE-RECORDED-TIME.
           MOVE 'MVBATLD ' TO ATTNFILE-OPERATOR-ID.
           MOVE SPACES TO ATTNFILE-RECORD (53:8).

           WRITE ATTNFILE-RECORD.

           IF WS-ATTNFILE-OK
               ADD 1 TO WS-LOADED-COUNT
           ELSE IF WS-ATTNFILE-DUPLICATE
               REWRITE ATTNFILE-RECORD
               IF WS-ATTNFILE-OK
                   ADD 1 TO WS-CORRECTED-COUNT
               ELSE
                   DISPLAY 'MVBATLD - ATTNFILE REWRITE FAILED, STATUS '
                       WS-ATTNFILE-STATUS ' FOR ' ATSH-STUDENT-NO
                   MOVE 'ATTNFILE REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 500-REJECT-LINE
               END-IF
           ELSE
               DISPLAY 'MVBATLD - ATTNFILE WRITE FAILED, STATUS '
                   WS-ATTNFILE-STATUS ' FOR ' ATSH-STUDENT-NO
               MOVE 'ATTNFILE WRITE FAILED' TO WS-REJECT-REASON
               PERFORM 500-REJECT-LINE
           END-IF.

       500-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

           MOVE ATTSHT-RECORD TO ATTREJ-RECORD.
           WRITE ATTREJ-RECORD.

           MOVE ATSH-STUDENT-NO TO WS-RJ-STUDENT-NO.
           MOVE ATSH-COURSE TO WS-RJ-COURSE.
           MOVE ATSH-SECTION TO WS-RJ-SECTION.
           MOVE ATSH-TERM-YEAR TO WS-RJ-TERM-YEAR.
           MOVE ATSH-DATE TO WS-RJ-DATE.
           MOVE ATSH-STATUS TO WS-RJ-STATUS.
           MOVE WS-REJECT-REASON TO WS-RJ-REASON.
           MOVE WS-REJECT-LINE TO ATLDRPT-LINE.
           WRITE ATLDRPT-LINE.
