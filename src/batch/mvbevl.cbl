       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBEVL.
       AUTHOR.        M VALDRON.

      * NIGHTLY COURSE EVALUATION WEB-RETURN LOAD.  THE EV
      * INVITATION EMAIL MVBEVI SENDS LINKS TO THE CAMPUS MAIL
      * GATEWAY'S SURVEY FORM; THE GATEWAY SENDS BACK EVRTN (COPY
      * EVRTNC), ONE RECORD PER SURVEY SUBMITTED.  EACH IS HELD TO
      * THE SAME RULES THE MVPRGY KIOSK APPLIES:
      *   - THE TERM'S SURVEY MUST STILL BE OPEN ON EVSECT,
      *   - THE STUDENT MUST HAVE AN EVINVITE INVITATION FOR THE
      *     COURSE, NOT YET ANSWERED - NO STUDENT ANSWERS TWICE,
      *     WHICHEVER WAY THEY COME IN,
      *   - EVERY ANSWER 1 TO 5, OR BLANK/ZERO FOR NONE, AND AT
      *     LEAST ONE GIVEN.
      * AN ACCEPTED SURVEY IS COUNTED ON THE SECTION'S EVSECT ENTRY,
      * WRITTEN TO EVRESP UNDER THE SECTION AND ITS RESPONSE NUMBER
      * ONLY - THE STUDENT NUMBER GOES NO FURTHER THAN THE
      * INVITATION, WHICH IS MARKED ANSWERED.  EVLRPT LISTS THE
      * RETURNS TURNED AWAY AND WHY.  THE RUN IS POSTED TO CYCCTL
      * (NO PREDECESSOR).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVRTN ASSIGN TO EVRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVRTN-STATUS.

           SELECT EVINVITE ASSIGN TO EVINVITE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EVINVITE-KEY
               FILE STATUS IS WS-EVINVITE-STATUS.

           SELECT EVSECT ASSIGN TO EVSECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EVSECT-KEY
               FILE STATUS IS WS-EVSECT-STATUS.

           SELECT EVRESP ASSIGN TO EVRESP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EVRESP-KEY
               FILE STATUS IS WS-EVRESP-STATUS.

           SELECT EVL-RPT ASSIGN TO EVLRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVRTN
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'EVRTNC'.

       FD  EVINVITE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'EVINVC'.

       FD  EVSECT
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'EVSECTC'.

       FD  EVRESP
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'EVRESPC'.

       FD  EVL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  EVL-RPT-LINE                PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - the returns stand on their own, so the job
      * needs no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBEVL'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-EVRTN-STATUS             PIC XX          VALUE SPACES.
           88  WS-EVRTN-OK                             VALUE '00'.

       01  WS-EVINVITE-STATUS          PIC XX          VALUE SPACES.
           88  WS-EVINVITE-OK                          VALUE '00'.
           88  WS-EVINVITE-NOTFND                      VALUE '23'.

       01  WS-EVSECT-STATUS            PIC XX          VALUE SPACES.
           88  WS-EVSECT-OK                            VALUE '00'.
           88  WS-EVSECT-NOTFND                        VALUE '23'.

       01  WS-EVRESP-STATUS            PIC XX          VALUE SPACES.
           88  WS-EVRESP-OK                            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-ANSWER-SWITCH         PIC X          VALUE 'Y'.
               88  WS-ANSWERS-VALID                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RETURN-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-LOADED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-REJECT-COUNT          PIC 9(07)      VALUE ZERO.

       01  WS-ANSWER-SUB               PIC 9           VALUE ZERO.
       01  WS-ANSWERED-COUNT           PIC 9           VALUE ZERO.

      * The answers as they will be stored - blank taken as zero.
       01  WS-ANSWERS.
           05  WS-ANSWER                PIC 9  OCCURS 8.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBEVL'.
           05  FILLER                   PIC X(41)  VALUE
               'COURSE EVALUATION WEB RETURNS - DATE'.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(8)   VALUE 'TERM'.
           05  FILLER                   PIC X(10)  VALUE 'COURSE'.
           05  FILLER                   PIC X(40)  VALUE
               'TURNED AWAY'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-COURSE             PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-REASON             PIC X(40).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           OPEN INPUT EVRTN.
           IF NOT WS-EVRTN-OK
               DISPLAY 'MVBEVL - EVRTN OPEN FAILED, STATUS '
                   WS-EVRTN-STATUS
               STOP RUN
           END-IF.

           OPEN I-O EVINVITE.
           IF NOT WS-EVINVITE-OK
               DISPLAY 'MVBEVL - EVINVITE OPEN FAILED, STATUS '
                   WS-EVINVITE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O EVSECT.
           IF NOT WS-EVSECT-OK
               DISPLAY 'MVBEVL - EVSECT OPEN FAILED, STATUS '
                   WS-EVSECT-STATUS
               STOP RUN
           END-IF.

           OPEN I-O EVRESP.
           IF NOT WS-EVRESP-OK
               DISPLAY 'MVBEVL - EVRESP OPEN FAILED, STATUS '
                   WS-EVRESP-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT EVL-RPT.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.
           MOVE SPACES TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.
           MOVE WS-HEADING-2 TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.
           MOVE SPACES TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.

           PERFORM 200-ONE-RETURN THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 950-PRINT-TRAILER.

           CLOSE EVRTN.
           CLOSE EVINVITE.
           CLOSE EVSECT.
           CLOSE EVRESP.
           CLOSE EVL-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBEVL - RETURNS READ:      ' WS-RETURN-COUNT.
           DISPLAY 'MVBEVL - LOADED:            ' WS-LOADED-COUNT.
           DISPLAY 'MVBEVL - TURNED AWAY:       ' WS-REJECT-COUNT.

           STOP RUN.

       200-ONE-RETURN.
           READ EVRTN NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 200-EXIT
           END-READ.

           ADD 1 TO WS-RETURN-COUNT.

           MOVE 'Y' TO WS-ANSWER-SWITCH.
           MOVE ZERO TO WS-ANSWERED-COUNT.
           PERFORM 220-CHECK-ONE-ANSWER
               VARYING WS-ANSWER-SUB FROM 1 BY 1
               UNTIL WS-ANSWER-SUB > 8.

           IF NOT WS-ANSWERS-VALID
               MOVE 'ANSWER NOT 1 TO 5' TO WS-DL-REASON
               GO TO 290-REJECT
           END-IF.

           IF WS-ANSWERED-COUNT = ZERO
               MOVE 'NO QUESTION ANSWERED' TO WS-DL-REASON
               GO TO 290-REJECT
           END-IF.

           MOVE SPACES TO EVSECT-RECORD.
           MOVE EVRTN-TERM-YEAR TO EVSECT-TERM-YEAR.
           READ EVSECT RECORD.

           IF NOT WS-EVSECT-OK
               MOVE 'NO SURVEY FOR THE TERM' TO WS-DL-REASON
               GO TO 290-REJECT
           END-IF.

           IF NOT EVSECT-SURVEY-OPEN
               MOVE 'SURVEY CLOSED' TO WS-DL-REASON
               GO TO 290-REJECT
           END-IF.

           MOVE EVRTN-TERM-YEAR TO EVINVITE-TERM-YEAR.
           MOVE EVRTN-STUDENT-NO TO EVINVITE-STUDENT-NO.
           MOVE EVRTN-COURSE TO EVINVITE-COURSE.
           READ EVINVITE RECORD.

           IF NOT WS-EVINVITE-OK
               MOVE 'NOT INVITED FOR THE COURSE' TO WS-DL-REASON
               GO TO 290-REJECT
           END-IF.

           IF EVINVITE-ANSWERED
               MOVE 'ALREADY ANSWERED' TO WS-DL-REASON
               GO TO 290-REJECT
           END-IF.

           MOVE EVINVITE-TERM-YEAR TO EVSECT-TERM-YEAR.
           MOVE EVINVITE-COURSE TO EVSECT-COURSE.
           MOVE EVINVITE-SECTION TO EVSECT-SECTION.
           READ EVSECT RECORD.

           IF NOT WS-EVSECT-OK
               MOVE 'SECTION NOT ON EVSECT' TO WS-DL-REASON
               GO TO 290-REJECT
           END-IF.

           ADD 1 TO EVSECT-RESPONSES.
           REWRITE EVSECT-RECORD.

           MOVE SPACES TO EVRESP-RECORD.
           MOVE EVSECT-TERM-YEAR TO EVRESP-TERM-YEAR.
           MOVE EVSECT-COURSE TO EVRESP-COURSE.
           MOVE EVSECT-SECTION TO EVRESP-SECTION.
           MOVE EVSECT-RESPONSES TO EVRESP-SEQ.
           MOVE EVSECT-INSTRUCTOR-ID TO EVRESP-INSTRUCTOR-ID.
           MOVE EVSECT-DEPT TO EVRESP-DEPT.
           PERFORM 240-MOVE-ONE-ANSWER
               VARYING WS-ANSWER-SUB FROM 1 BY 1
               UNTIL WS-ANSWER-SUB > 8.
           WRITE EVRESP-RECORD.

           IF NOT WS-EVRESP-OK
               DISPLAY 'MVBEVL - EVRESP WRITE FAILED, STATUS '
                   WS-EVRESP-STATUS ' FOR ' EVRESP-COURSE
                   ' ' EVRESP-SECTION ' ' EVRESP-SEQ
           END-IF.

           SET EVINVITE-ANSWERED TO TRUE.
           REWRITE EVINVITE-RECORD.

           ADD 1 TO WS-LOADED-COUNT.
           GO TO 200-EXIT.

       290-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE EVRTN-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE EVRTN-TERM-YEAR TO WS-DL-TERM-YEAR.
           MOVE EVRTN-COURSE TO WS-DL-COURSE.
           MOVE WS-DETAIL-LINE TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.

       200-EXIT.
           EXIT.

       220-CHECK-ONE-ANSWER.
           IF EVRTN-ANSWER (WS-ANSWER-SUB) = SPACE
               MOVE ZERO TO WS-ANSWER (WS-ANSWER-SUB)
           ELSE IF EVRTN-ANSWER (WS-ANSWER-SUB) IS NUMERIC
                   AND EVRTN-ANSWER (WS-ANSWER-SUB) NOT > '5'
               MOVE EVRTN-ANSWER (WS-ANSWER-SUB)
                   TO WS-ANSWER (WS-ANSWER-SUB)
               IF WS-ANSWER (WS-ANSWER-SUB) > ZERO
                   ADD 1 TO WS-ANSWERED-COUNT
               END-IF
           ELSE
               MOVE 'N' TO WS-ANSWER-SWITCH
           END-IF.

       240-MOVE-ONE-ANSWER.
           MOVE WS-ANSWER (WS-ANSWER-SUB)
               TO EVRESP-ANSWER (WS-ANSWER-SUB).

       950-PRINT-TRAILER.
           MOVE SPACES TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.
           MOVE 'RETURNS READ:' TO WS-TL-LABEL.
           MOVE WS-RETURN-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.
           MOVE 'SURVEYS LOADED:' TO WS-TL-LABEL.
           MOVE WS-LOADED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.
           MOVE 'TURNED AWAY:' TO WS-TL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVL-RPT-LINE.
           WRITE EVL-RPT-LINE.

      * Opens this job's entry on the cycle control file - no
      * predecessor check, just the start stamp and the double-run
      * guard.  An entry left IN-PROGRESS by an abend is taken over
      * so the rerun can go.
       050-CYCLE-START.
           ACCEPT WS-CYC-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-CYC-BUS-DATE.
           MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5).
           MOVE '1' TO WS-CYC-BUS-DATE (2:1).
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.

           OPEN I-O CYCCTL.
           IF NOT WS-CYCCTL-OK
               DISPLAY 'MVBEVL - CYCCTL OPEN FAILED, STATUS '
                   WS-CYCCTL-STATUS
               STOP RUN
           END-IF.

           MOVE WS-CYC-JOB-NAME TO CYCCTL-JOB-NAME.
           MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE.

           READ CYCCTL RECORD.

           IF WS-CYCCTL-NOTFND
               MOVE WS-CYC-JOB-NAME TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-START-TIME
               MOVE ZERO TO CYCCTL-END-TIME
               MOVE ZERO TO CYCCTL-RECORD-COUNT
               SET CYCCTL-IN-PROGRESS TO TRUE
               SET CYCCTL-NOT-PLANNED TO TRUE
               WRITE CYCCTL-RECORD
           ELSE IF CYCCTL-COMPLETE
               DISPLAY 'MVBEVL - ALREADY RAN FOR ' WS-CYC-BUS-DATE
                   ' - ENDING TO PREVENT A DOUBLE RUN'
               CLOSE CYCCTL
               STOP RUN
           ELSE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-START-TIME
               SET CYCCTL-IN-PROGRESS TO TRUE
               REWRITE CYCCTL-RECORD
           END-IF.

       055-CYCLE-END.
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-END-TIME.
           MOVE WS-LOADED-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
