       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBLMSA.
       AUTHOR.        M VALDRON.

      * LMS ACKNOWLEDGMENT RECONCILIATION.  MVBLMS PUSHES THE LMSFEED
      * ENROLLMENT FEED OUT EVERY NIGHT; THE LEARNING MANAGEMENT
      * SYSTEM SENDS BACK AN ACKNOWLEDGMENT FILE (COPY LMSACKC)
      * SAYING WHICH DETAILS IT APPLIED AND WHICH IT REJECTED, WITH
      * REASON CODES.  THE SAME JOB MVBACK DOES FOR BILLING: LAST
      * NIGHT'S FEED IS LOADED INTO A TABLE, EVERY ACKNOWLEDGMENT IS
      * MATCHED AGAINST IT - BY THE DETAIL SEQUENCE NUMBER, SINCE ONE
      * STUDENT AND COURSE CAN COME ROUND MORE THAN ONCE IN A NIGHT -
      * AND THE REPORT SHOWS:
      *   - REJECTED DETAILS, WITH THE LMS'S REASON CODE,
      *   - ACKNOWLEDGMENTS THAT MATCH NOTHING WE SENT, AND
      *   - DETAILS THE LMS NEVER ACKNOWLEDGED - STUDENTS STILL
      *     WITHOUT (OR STILL WITH) COURSE ACCESS, FOR THE REGISTRAR
      *     TO CHASE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LMSFEED ASSIGN TO LMSFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMSFEED-STATUS.

           SELECT LMSACK ASSIGN TO LMSACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMSACK-STATUS.

           SELECT ACK-RPT ASSIGN TO LMSARPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LMSFEED
           RECORD CONTAINS 150 CHARACTERS.
       COPY 'LMSFEEDC'.

       FD  LMSACK
           RECORD CONTAINS 20 CHARACTERS.
       COPY 'LMSACKC'.

       FD  ACK-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ACK-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LMSFEED-STATUS           PIC XX          VALUE SPACES.
           88  WS-LMSFEED-OK                            VALUE '00'.

       01  WS-LMSACK-STATUS            PIC XX          VALUE SPACES.
           88  WS-LMSACK-OK                             VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-ACK-COUNT             PIC 9(07)      VALUE ZERO.
           05  WS-REJECT-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-ORPHAN-ACK-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-UNCONFIRMED-COUNT     PIC 9(07)      VALUE ZERO.
           05  WS-TALLY-SUB             PIC 9(05)      VALUE ZERO.
           05  WS-TALLY-COUNT           PIC 9(05)      VALUE ZERO.

       01  WS-FEED-RUN-DATE            PIC 9(7)        VALUE ZERO.
       01  WS-FEED-MODE                PIC X           VALUE SPACE.

      * Every detail MVBLMS sent last night, held for the match - the
      * same build-then-walk table MVBACK uses.  The feed numbers its
      * details 1-N, so the sequence is the subscript.  Sized for a
      * full-refresh night; an overflow is reported loudly rather
      * than silently dropped.
       01  WS-FEED-TABLE.
           05  WS-FT-ENTRY OCCURS 9999.
               10  WS-FT-ACTION         PIC X.
               10  WS-FT-STUDENT-NO     PIC X(7).
               10  WS-FT-NAME           PIC X(20).
               10  WS-FT-COURSE         PIC X(8).
               10  WS-FT-SECTION        PIC X(2).
               10  WS-FT-INSTRUCTOR     PIC X(5).
               10  WS-FT-ACKED          PIC X.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBLMSA'.
           05  FILLER                   PIC X(44)  VALUE
               'LMS ACKNOWLEDGMENT RECONCILIATION - FEED OF'.
           05  WS-H1-RUN-DATE           PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H1-MODE               PIC X(12).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'SEQ'.
           05  FILLER                   PIC X(3)   VALUE 'ACT'.
           05  FILLER                   PIC X(10)  VALUE 'STUDENT #'.
           05  FILLER                   PIC X(22)  VALUE 'STUDENT NAME'.
           05  FILLER                   PIC X(13)  VALUE 'COURSE'.
           05  FILLER                   PIC X(7)   VALUE 'INSTR'.
           05  FILLER                   PIC X(40)  VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DL-SEQ                PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-COURSE             PIC X(8).
           05  WS-DL-SECTION            PIC X(3).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-INSTRUCTOR         PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-RESULT             PIC X(40).

       01  WS-REJECT-TEXT.
           05  FILLER                   PIC X(22)  VALUE
               'REJECTED BY LMS - RSN '.
           05  WS-RT-REASON             PIC X(2).
           05  FILLER                   PIC X(16)  VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT LMSFEED.
           IF NOT WS-LMSFEED-OK
               DISPLAY 'MVBLMSA - LMSFEED OPEN FAILED, STATUS '
                   WS-LMSFEED-STATUS
               STOP RUN
           END-IF.

           PERFORM 100-READ-FEED.
           PERFORM 120-LOAD-ONE-FEED
               UNTIL WS-END-OF-FILE.

           CLOSE LMSFEED.

           OPEN INPUT LMSACK.
           IF NOT WS-LMSACK-OK
               DISPLAY 'MVBLMSA - LMSACK OPEN FAILED, STATUS '
                   WS-LMSACK-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ACK-RPT.
           PERFORM 900-PRINT-HEADING.

           MOVE 'N' TO WS-EOF-SWITCH.

           PERFORM 200-READ-ACK.
           PERFORM 220-MATCH-ONE-ACK
               UNTIL WS-END-OF-FILE.

           CLOSE LMSACK.

           PERFORM 400-SWEEP-UNCONFIRMED
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT.

           PERFORM 950-PRINT-TRAILER.

           CLOSE ACK-RPT.

           DISPLAY 'MVBLMSA - FEED DETAILS:     ' WS-DETAIL-COUNT.
           DISPLAY 'MVBLMSA - ACKS READ:        ' WS-ACK-COUNT.
           DISPLAY 'MVBLMSA - REJECTED:         ' WS-REJECT-COUNT.
           DISPLAY 'MVBLMSA - ACKS UNMATCHED:   ' WS-ORPHAN-ACK-COUNT.
           DISPLAY 'MVBLMSA - NEVER CONFIRMED:  ' WS-UNCONFIRMED-COUNT.

           STOP RUN.

       100-READ-FEED.
           READ LMSFEED NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Header and trailer are not acknowledged - the header gives
      * the report its feed date, the details go into the table.
       120-LOAD-ONE-FEED.
           IF LMSFEED-HEADER
               MOVE LMSFEED-RUN-DATE TO WS-FEED-RUN-DATE
               MOVE LMSFEED-MODE TO WS-FEED-MODE
           ELSE IF LMSFEED-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-TALLY-COUNT < 9999
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE LMSFEED-ACTION
                       TO WS-FT-ACTION (WS-TALLY-COUNT)
                   MOVE LMSFEED-STUDENT-NO
                       TO WS-FT-STUDENT-NO (WS-TALLY-COUNT)
                   MOVE LMSFEED-STUDENT-NAME
                       TO WS-FT-NAME (WS-TALLY-COUNT)
                   MOVE LMSFEED-COURSE
                       TO WS-FT-COURSE (WS-TALLY-COUNT)
                   MOVE LMSFEED-SECTION
                       TO WS-FT-SECTION (WS-TALLY-COUNT)
                   MOVE LMSFEED-INSTRUCTOR-ID
                       TO WS-FT-INSTRUCTOR (WS-TALLY-COUNT)
                   MOVE 'N' TO WS-FT-ACKED (WS-TALLY-COUNT)
               ELSE
                   DISPLAY 'MVBLMSA - FEED TABLE FULL AT DETAIL '
                       WS-DETAIL-COUNT ' - RAISE THE TABLE AND RERUN'
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 100-READ-FEED.

       200-READ-ACK.
           READ LMSACK NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-ACK-COUNT
           END-IF.

       220-MATCH-ONE-ACK.
           IF LMSACK-SEQ = ZERO OR LMSACK-SEQ > WS-TALLY-COUNT
               ADD 1 TO WS-ORPHAN-ACK-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE LMSACK-SEQ TO WS-DL-SEQ
               MOVE 'ACK FOR A DETAIL WE NEVER SENT' TO WS-DL-RESULT
               PERFORM 800-WRITE-DETAIL
           ELSE
               MOVE LMSACK-SEQ TO WS-TALLY-SUB
               MOVE 'Y' TO WS-FT-ACKED (WS-TALLY-SUB)
               IF LMSACK-REJECTED
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 820-FORMAT-ENTRY
                   MOVE LMSACK-REASON TO WS-RT-REASON
                   MOVE WS-REJECT-TEXT TO WS-DL-RESULT
                   PERFORM 800-WRITE-DETAIL
               END-IF
           END-IF.

           PERFORM 200-READ-ACK.

       400-SWEEP-UNCONFIRMED.
           IF WS-FT-ACKED (WS-TALLY-SUB) = 'N'
               ADD 1 TO WS-UNCONFIRMED-COUNT
               PERFORM 820-FORMAT-ENTRY
               MOVE 'NO ACK - CHANGE NEVER CONFIRMED'
                   TO WS-DL-RESULT
               PERFORM 800-WRITE-DETAIL
           END-IF.

       800-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.

       820-FORMAT-ENTRY.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-TALLY-SUB TO WS-DL-SEQ.
           MOVE WS-FT-ACTION (WS-TALLY-SUB) TO WS-DL-ACTION.
           MOVE WS-FT-STUDENT-NO (WS-TALLY-SUB) TO WS-DL-STUDENT-NO.
           MOVE WS-FT-NAME (WS-TALLY-SUB) TO WS-DL-NAME.
           MOVE WS-FT-COURSE (WS-TALLY-SUB) TO WS-DL-COURSE.
           IF WS-FT-SECTION (WS-TALLY-SUB) NOT = SPACES
               MOVE '-' TO WS-DL-SECTION (1:1)
               MOVE WS-FT-SECTION (WS-TALLY-SUB) TO WS-DL-SECTION (2:2)
           END-IF.
           MOVE WS-FT-INSTRUCTOR (WS-TALLY-SUB) TO WS-DL-INSTRUCTOR.

       900-PRINT-HEADING.
           MOVE WS-FEED-RUN-DATE TO WS-H1-RUN-DATE.
           IF WS-FEED-MODE = 'F'
               MOVE 'FULL REFRESH' TO WS-H1-MODE
           ELSE
               MOVE 'CHANGES' TO WS-H1-MODE
           END-IF.
           MOVE WS-HEADING-1 TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
           MOVE SPACES TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
           MOVE WS-HEADING-2 TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
           MOVE SPACES TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.

       950-PRINT-TRAILER.
           MOVE SPACES TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
           MOVE 'FEED DETAILS SENT:' TO WS-TL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
           MOVE 'ACKNOWLEDGMENTS READ:' TO WS-TL-LABEL.
           MOVE WS-ACK-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
           MOVE 'REJECTED BY THE LMS:' TO WS-TL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
           MOVE 'ACKS WITH NO MATCH:' TO WS-TL-LABEL.
           MOVE WS-ORPHAN-ACK-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
           MOVE 'CHANGES NEVER CONFIRMED:' TO WS-TL-LABEL.
           MOVE WS-UNCONFIRMED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.
