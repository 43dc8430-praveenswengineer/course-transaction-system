       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBVWHO.
       AUTHOR.        M VALDRON.

      * STUDENT "WHO VIEWED MY FILE" REPORT.  FOR EACH STUDENT ON
      * THE CONTROL CARDS, LISTS EVERY VIEWLOG ENTRY - EVERY TIME A
      * SCREEN SHOWED OR PRINTED THE STUDENT'S RECORD - OLDEST
      * FIRST, WITH THE OPERATOR'S NAME JOINED FROM OPRFILE, THE
      * TERMINAL, THE PROGRAM AND THE KIND OF VIEW.  VIEWLOG IS
      * KEYED BY STUDENT NUMBER FIRST, SO EACH STUDENT IS ONE
      * PARTIAL-KEY START AND A SHORT READ FORWARD.  RUN ON REQUEST
      * WHEN A STUDENT ASKS UNDER PRIVACY LAW WHO HAS SEEN THEIR
      * FILE; THE PRINTOUT IS WHAT THE OFFICE SENDS BACK.
      *
      * CONTROL CARDS: ONE PER STUDENT - STUDENT NUMBER COLS 1-7,
      * OPTIONAL FROM DATE (0CYYDDD) COLS 9-15 AND TO DATE COLS
      * 17-23.  A BLANK DATE LEAVES THAT END OF THE RANGE OPEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT VIEWLOG ASSIGN TO VIEWLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIEWLOG-KEY
               FILE STATUS IS WS-VIEWLOG-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT OPRFILE ASSIGN TO OPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPRFILE-OPERATOR-ID
               FILE STATUS IS WS-OPRFILE-STATUS.

           SELECT WHO-RPT ASSIGN TO WHORPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-STUDENT-NO            PIC X(7).
           05  FILLER                   PIC X(1).
           05  CC-FROM-DATE             PIC X(7).
           05  FILLER                   PIC X(1).
           05  CC-TO-DATE               PIC X(7).
           05  FILLER                   PIC X(57).

       FD  VIEWLOG
           RECORD CONTAINS 48 CHARACTERS.
       COPY 'VIEWLOGC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  OPRFILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'OPRFILEC'.

       FD  WHO-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  WHORPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VIEWLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-VIEWLOG-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-OPRFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-OPRFILE-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-CARD-EOF                          VALUE 'Y'.
           05  WS-VIEW-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-VIEW-EOF                          VALUE 'Y'.

       01  WS-FROM-DATE                PIC 9(7)        VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(7)        VALUE 9999999.

       01  WS-COUNTERS.
           05  WS-STUDENT-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-VIEW-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-TOTAL-VIEWS           PIC 9(07)      VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBVWHO'.
           05  FILLER                   PIC X(30)  VALUE
               'STUDENT RECORD VIEW HISTORY'.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT '.
           05  WS-H2-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H2-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H2-RANGE              PIC X(30).

       01  WS-RANGE-TEXT.
           05  FILLER                   PIC X(5)   VALUE 'FROM '.
           05  WS-RT-FROM               PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE ' TO '.
           05  WS-RT-TO                 PIC 9(7).

       01  WS-HEADING-3.
           05  FILLER                   PIC X(9)   VALUE 'DATE'.
           05  FILLER                   PIC X(8)   VALUE 'TIME'.
           05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER                   PIC X(10)  VALUE 'NAME'.
           05  FILLER                   PIC X(6)   VALUE 'TERM'.
           05  FILLER                   PIC X(10)  VALUE 'PROGRAM'.
           05  FILLER                   PIC X(20)  VALUE 'VIEW'.

       01  WS-DETAIL-LINE.
           05  WS-DL-DATE               PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TIME               PIC 9(6).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERMID             PIC X(4).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-PROGRAM            PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-VIEW               PIC X(20).

       01  WS-MESSAGE-LINE.
           05  FILLER                   PIC X(9)   VALUE SPACES.
           05  WS-ML-TEXT               PIC X(40).

       01  WS-STUDENT-TRAILER.
           05  FILLER                   PIC X(30)  VALUE
               'VIEWS OF THIS RECORD:       '.
           05  WS-ST-COUNT              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'STUDENTS REPORTED:          '.
           05  WS-TL-STUDENTS           PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'VIEWS LISTED:               '.
           05  WS-TL-VIEWS              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT VIEWLOG.
           IF NOT WS-VIEWLOG-OK
               DISPLAY 'MVBVWHO - VIEWLOG OPEN FAILED, STATUS '
                   WS-VIEWLOG-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBVWHO - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
           END-IF.

           OPEN INPUT OPRFILE.
           IF NOT WS-OPRFILE-OK
               DISPLAY 'MVBVWHO - OPRFILE OPEN FAILED, STATUS '
                   WS-OPRFILE-STATUS
           END-IF.

           OPEN INPUT CONTROL-CARD.
           OPEN OUTPUT WHO-RPT.

           MOVE WS-HEADING-1 TO WHORPT-LINE.
           WRITE WHORPT-LINE.

           PERFORM 050-READ-CARD.
           PERFORM 100-REPORT-ONE-STUDENT THRU 100-EXIT
               UNTIL WS-CARD-EOF.

           MOVE SPACES TO WHORPT-LINE.
           WRITE WHORPT-LINE.
           MOVE WS-STUDENT-COUNT TO WS-TL-STUDENTS.
           MOVE WS-TRAILER-LINE TO WHORPT-LINE.
           WRITE WHORPT-LINE.
           MOVE WS-TOTAL-VIEWS TO WS-TL-VIEWS.
           MOVE WS-TRAILER-LINE-2 TO WHORPT-LINE.
           WRITE WHORPT-LINE.

           CLOSE CONTROL-CARD.
           CLOSE WHO-RPT.
           CLOSE VIEWLOG.
           CLOSE STUFILE.
           CLOSE OPRFILE.

           DISPLAY 'MVBVWHO - STUDENTS REPORTED: ' WS-STUDENT-COUNT.
           DISPLAY 'MVBVWHO - VIEWS LISTED:      ' WS-TOTAL-VIEWS.

           STOP RUN.

       050-READ-CARD.
           READ CONTROL-CARD
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

      * One card - the student's heading, every view in the card's
      * date range, and the student's count.
       100-REPORT-ONE-STUDENT.
           IF CC-STUDENT-NO = SPACES
               PERFORM 050-READ-CARD
               GO TO 100-EXIT
           END-IF.

           MOVE ZERO TO WS-FROM-DATE.
           MOVE 9999999 TO WS-TO-DATE.
           IF CC-FROM-DATE IS NUMERIC
               MOVE CC-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF CC-TO-DATE IS NUMERIC
               MOVE CC-TO-DATE TO WS-TO-DATE
           END-IF.

           ADD 1 TO WS-STUDENT-COUNT.
           MOVE ZERO TO WS-VIEW-COUNT.

           MOVE CC-STUDENT-NO TO WS-H2-STUDENT-NO.
           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE CC-STUDENT-NO TO STUFILE-STUDENT-NO.
           READ STUFILE RECORD.
           IF WS-STUFILE-OK
               MOVE STUFILE-NAME TO WS-H2-NAME
           ELSE
               MOVE '(NOT ON STUFILE)' TO WS-H2-NAME
           END-IF.

           IF CC-FROM-DATE IS NUMERIC OR CC-TO-DATE IS NUMERIC
               MOVE WS-FROM-DATE TO WS-RT-FROM
               MOVE WS-TO-DATE TO WS-RT-TO
               MOVE WS-RANGE-TEXT TO WS-H2-RANGE
           ELSE
               MOVE 'ALL DATES ON FILE' TO WS-H2-RANGE
           END-IF.

           MOVE SPACES TO WHORPT-LINE.
           WRITE WHORPT-LINE.
           MOVE WS-HEADING-2 TO WHORPT-LINE.
           WRITE WHORPT-LINE.
           MOVE WS-HEADING-3 TO WHORPT-LINE.
           WRITE WHORPT-LINE.

           MOVE 'N' TO WS-VIEW-EOF-SWITCH.
           MOVE LOW-VALUES TO VIEWLOG-KEY.
           MOVE CC-STUDENT-NO TO VIEWLOG-STUDENT-NO.
           MOVE WS-FROM-DATE TO VIEWLOG-DATE.
           MOVE ZERO TO VIEWLOG-TIME.

           START VIEWLOG KEY IS NOT LESS THAN VIEWLOG-KEY.

           IF WS-VIEWLOG-OK
               PERFORM 200-READ-VIEWLOG
               PERFORM 220-PRINT-ONE-VIEW
                   UNTIL WS-VIEW-EOF
           END-IF.

           IF WS-VIEW-COUNT = ZERO
               MOVE 'NO VIEWS RECORDED' TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE TO WHORPT-LINE
               WRITE WHORPT-LINE
           END-IF.

           MOVE WS-VIEW-COUNT TO WS-ST-COUNT.
           MOVE WS-STUDENT-TRAILER TO WHORPT-LINE.
           WRITE WHORPT-LINE.

           PERFORM 050-READ-CARD.

       100-EXIT.
           EXIT.

      * Reads forward, stopping at the next student or past the
      * card's to-date.
       200-READ-VIEWLOG.
           READ VIEWLOG NEXT RECORD
               AT END
                   SET WS-VIEW-EOF TO TRUE
           END-READ.

           IF NOT WS-VIEW-EOF
               IF VIEWLOG-STUDENT-NO NOT = CC-STUDENT-NO
                       OR VIEWLOG-DATE > WS-TO-DATE
                   SET WS-VIEW-EOF TO TRUE
               END-IF
           END-IF.

       220-PRINT-ONE-VIEW.
           MOVE VIEWLOG-DATE TO WS-DL-DATE.
           MOVE VIEWLOG-TIME (2:6) TO WS-DL-TIME.
           MOVE VIEWLOG-OPERATOR-ID TO WS-DL-OPERATOR.
           MOVE VIEWLOG-TERMID TO WS-DL-TERMID.
           MOVE VIEWLOG-SOURCE-PGM TO WS-DL-PROGRAM.

           IF VIEWLOG-OPERATOR-ID = SPACES
               MOVE '(NONE)' TO WS-DL-NAME
           ELSE
               MOVE VIEWLOG-OPERATOR-ID TO OPRFILE-OPERATOR-ID
               READ OPRFILE RECORD
               IF WS-OPRFILE-OK
                   MOVE OPRFILE-NAME TO WS-DL-NAME
               ELSE
                   MOVE SPACES TO WS-DL-NAME
               END-IF
           END-IF.

           IF VIEWLOG-INQUIRY
               MOVE 'INQUIRY' TO WS-DL-VIEW
           ELSE IF VIEWLOG-PRINTED
               MOVE 'PRINTED/EXPORTED' TO WS-DL-VIEW
           ELSE IF VIEWLOG-RECOVERED
               MOVE 'RECOVERED DELETE' TO WS-DL-VIEW
           ELSE IF VIEWLOG-UPDATE-VIEW
               MOVE 'SHOWN FOR UPDATE' TO WS-DL-VIEW
           ELSE IF VIEWLOG-TRANSCRIPT
               MOVE 'TRANSCRIPT' TO WS-DL-VIEW
           ELSE IF VIEWLOG-HISTORY
               MOVE 'AUDIT HISTORY' TO WS-DL-VIEW
           ELSE IF VIEWLOG-BROWSE
               MOVE 'LISTED ON BROWSE' TO WS-DL-VIEW
           ELSE
               MOVE 'UNKNOWN' TO WS-DL-VIEW
           END-IF.

           MOVE WS-DETAIL-LINE TO WHORPT-LINE.
           WRITE WHORPT-LINE.

           ADD 1 TO WS-VIEW-COUNT.
           ADD 1 TO WS-TOTAL-VIEWS.

           PERFORM 200-READ-VIEWLOG.
