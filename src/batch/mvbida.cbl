       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBIDA.
       AUTHOR.        M VALDRON.

      * IDENTITY FEED ACKNOWLEDGMENT RECONCILIATION.  MVBIDNT PUSHES
      * THE IDFEED ACTIVE-STUDENT FEED OUT EVERY NIGHT; THE CARD
      * OFFICE, THE LIBRARY AND PARKING EACH SEND BACK A RETURN FILE
      * (COPY IDACKC) SAYING WHICH DETAILS THEY APPLIED AND WHICH
      * THEY REJECTED, WITH REASON CODES.  THE THREE ARE CONCATENATED
      * ON THE IDACK DD.  THE SAME JOB MVBLMSA DOES FOR THE LMS:
      * LAST NIGHT'S FEED IS LOADED INTO A TABLE, EVERY RETURN RECORD
      * IS MATCHED AGAINST IT BY THE DETAIL SEQUENCE NUMBER, AND THE
      * EXCEPTION REPORT SHOWS, SYSTEM BY SYSTEM:
      *   - REJECTED DETAILS, WITH THE SYSTEM'S REASON CODE,
      *   - RETURN RECORDS THAT MATCH NOTHING WE SENT, OR COME FROM
      *     A SYSTEM WE DO NOT FEED, AND
      *   - DETAILS A SYSTEM NEVER ACKNOWLEDGED - A WITHDRAWN
      *     STUDENT STILL HOLDING A CARD, A BORROWER RECORD OR A
      *     PERMIT, FOR THE REGISTRAR TO CHASE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDFEED ASSIGN TO IDFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDFEED-STATUS.

           SELECT IDACK ASSIGN TO IDACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDACK-STATUS.

           SELECT ACK-RPT ASSIGN TO IDARPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IDFEED
           RECORD CONTAINS 120 CHARACTERS.
       COPY 'IDFEEDC'.

       FD  IDACK
           RECORD CONTAINS 20 CHARACTERS.
       COPY 'IDACKC'.

       FD  ACK-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ACK-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IDFEED-STATUS            PIC XX          VALUE SPACES.
           88  WS-IDFEED-OK                             VALUE '00'.

       01  WS-IDACK-STATUS             PIC XX          VALUE SPACES.
           88  WS-IDACK-OK                              VALUE '00'.

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
           05  WS-SYS-SUB               PIC 9          VALUE ZERO.

       01  WS-FEED-RUN-DATE            PIC 9(7)        VALUE ZERO.
       01  WS-FEED-MODE                PIC X           VALUE SPACE.

      * The systems the feed goes to, in the order of the acked
      * flags below.
       01  WS-SYSTEM-NAMES.
           05  FILLER                   PIC X(4)   VALUE 'CARD'.
           05  FILLER                   PIC X(4)   VALUE 'LIBR'.
           05  FILLER                   PIC X(4)   VALUE 'PARK'.
       01  WS-SYSTEM-TABLE REDEFINES WS-SYSTEM-NAMES.
           05  WS-SYSTEM-CODE           PIC X(4)   OCCURS 3.

      * Every detail MVBIDNT sent last night, held for the match -
      * the sequence is the subscript, as in MVBLMSA.  One acked
      * flag per system.
       01  WS-FEED-TABLE.
           05  WS-FT-ENTRY OCCURS 9999.
               10  WS-FT-ACTION         PIC X.
               10  WS-FT-STUDENT-NO     PIC X(7).
               10  WS-FT-NAME           PIC X(20).
               10  WS-FT-STATUS         PIC X.
               10  WS-FT-ACKED          PIC X      OCCURS 3.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBIDA'.
           05  FILLER                   PIC X(44)  VALUE
               'IDENTITY FEED ACK RECONCILIATION - FEED OF'.
           05  WS-H1-RUN-DATE           PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H1-MODE               PIC X(12).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(7)   VALUE 'SYSTEM'.
           05  FILLER                   PIC X(9)   VALUE 'SEQ'.
           05  FILLER                   PIC X(3)   VALUE 'ACT'.
           05  FILLER                   PIC X(10)  VALUE 'STUDENT #'.
           05  FILLER                   PIC X(22)  VALUE 'STUDENT NAME'.
           05  FILLER                   PIC X(4)   VALUE 'ST'.
           05  FILLER                   PIC X(40)  VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DL-SYSTEM             PIC X(4).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-SEQ                PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STATUS             PIC X.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-RESULT             PIC X(40).

       01  WS-REJECT-TEXT.
           05  FILLER                   PIC X(15)  VALUE
               'REJECTED - RSN '.
           05  WS-RT-REASON             PIC X(2).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RT-MEANING            PIC X(21).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT IDFEED.
           IF NOT WS-IDFEED-OK
               DISPLAY 'MVBIDA - IDFEED OPEN FAILED, STATUS '
                   WS-IDFEED-STATUS
               STOP RUN
           END-IF.

           PERFORM 100-READ-FEED.
           PERFORM 120-LOAD-ONE-FEED
               UNTIL WS-END-OF-FILE.

           CLOSE IDFEED.

           OPEN INPUT IDACK.
           IF NOT WS-IDACK-OK
               DISPLAY 'MVBIDA - IDACK OPEN FAILED, STATUS '
                   WS-IDACK-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ACK-RPT.
           PERFORM 900-PRINT-HEADING.

           MOVE 'N' TO WS-EOF-SWITCH.

           PERFORM 200-READ-ACK.
           PERFORM 220-MATCH-ONE-ACK
               UNTIL WS-END-OF-FILE.

           CLOSE IDACK.

           PERFORM 400-SWEEP-UNCONFIRMED
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT.

           PERFORM 950-PRINT-TRAILER.

           CLOSE ACK-RPT.

           DISPLAY 'MVBIDA - FEED DETAILS:      ' WS-DETAIL-COUNT.
           DISPLAY 'MVBIDA - ACKS READ:         ' WS-ACK-COUNT.
           DISPLAY 'MVBIDA - REJECTED:          ' WS-REJECT-COUNT.
           DISPLAY 'MVBIDA - ACKS UNMATCHED:    ' WS-ORPHAN-ACK-COUNT.
           DISPLAY 'MVBIDA - NEVER CONFIRMED:   ' WS-UNCONFIRMED-COUNT.

           STOP RUN.

       100-READ-FEED.
           READ IDFEED NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Header and trailer are not acknowledged - the header gives
      * the report its feed date, the details go into the table.
       120-LOAD-ONE-FEED.
           IF IDFEED-HEADER
               MOVE IDFEED-RUN-DATE TO WS-FEED-RUN-DATE
               MOVE IDFEED-MODE TO WS-FEED-MODE
           ELSE IF IDFEED-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-TALLY-COUNT < 9999
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE IDFEED-ACTION
                       TO WS-FT-ACTION (WS-TALLY-COUNT)
                   MOVE IDFEED-STUDENT-NO
                       TO WS-FT-STUDENT-NO (WS-TALLY-COUNT)
                   MOVE IDFEED-NAME
                       TO WS-FT-NAME (WS-TALLY-COUNT)
                   MOVE IDFEED-STATUS
                       TO WS-FT-STATUS (WS-TALLY-COUNT)
                   MOVE 'N' TO WS-FT-ACKED (WS-TALLY-COUNT, 1)
                   MOVE 'N' TO WS-FT-ACKED (WS-TALLY-COUNT, 2)
                   MOVE 'N' TO WS-FT-ACKED (WS-TALLY-COUNT, 3)
               ELSE
                   DISPLAY 'MVBIDA - FEED TABLE FULL AT DETAIL '
                       WS-DETAIL-COUNT ' - RAISE THE TABLE AND RERUN'
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 100-READ-FEED.

       200-READ-ACK.
           READ IDACK NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-ACK-COUNT
           END-IF.

       220-MATCH-ONE-ACK.
           IF IDACK-CARD-OFFICE
               MOVE 1 TO WS-SYS-SUB
           ELSE IF IDACK-LIBRARY
               MOVE 2 TO WS-SYS-SUB
           ELSE IF IDACK-PARKING
               MOVE 3 TO WS-SYS-SUB
           ELSE
               MOVE ZERO TO WS-SYS-SUB
           END-IF.

           IF WS-SYS-SUB = ZERO
               ADD 1 TO WS-ORPHAN-ACK-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE IDACK-SYSTEM TO WS-DL-SYSTEM
               MOVE IDACK-SEQ TO WS-DL-SEQ
               MOVE 'ACK FROM A SYSTEM WE DO NOT FEED'
                   TO WS-DL-RESULT
               PERFORM 800-WRITE-DETAIL
           ELSE IF IDACK-SEQ = ZERO OR IDACK-SEQ > WS-TALLY-COUNT
               ADD 1 TO WS-ORPHAN-ACK-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE IDACK-SYSTEM TO WS-DL-SYSTEM
               MOVE IDACK-SEQ TO WS-DL-SEQ
               MOVE 'ACK FOR A DETAIL WE NEVER SENT' TO WS-DL-RESULT
               PERFORM 800-WRITE-DETAIL
           ELSE
               MOVE IDACK-SEQ TO WS-TALLY-SUB
               MOVE 'Y' TO WS-FT-ACKED (WS-TALLY-SUB, WS-SYS-SUB)
               IF IDACK-REJECTED
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 820-FORMAT-ENTRY
                   PERFORM 830-REASON-MEANING
                   MOVE WS-REJECT-TEXT TO WS-DL-RESULT
                   PERFORM 800-WRITE-DETAIL
               END-IF
           END-IF.

           PERFORM 200-READ-ACK.

       400-SWEEP-UNCONFIRMED.
           PERFORM 420-SWEEP-ONE-SYSTEM
               VARYING WS-SYS-SUB FROM 1 BY 1
               UNTIL WS-SYS-SUB > 3.

       420-SWEEP-ONE-SYSTEM.
           IF WS-FT-ACKED (WS-TALLY-SUB, WS-SYS-SUB) = 'N'
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
           MOVE WS-SYSTEM-CODE (WS-SYS-SUB) TO WS-DL-SYSTEM.
           MOVE WS-TALLY-SUB TO WS-DL-SEQ.
           MOVE WS-FT-ACTION (WS-TALLY-SUB) TO WS-DL-ACTION.
           MOVE WS-FT-STUDENT-NO (WS-TALLY-SUB) TO WS-DL-STUDENT-NO.
           MOVE WS-FT-NAME (WS-TALLY-SUB) TO WS-DL-NAME.
           MOVE WS-FT-STATUS (WS-TALLY-SUB) TO WS-DL-STATUS.

       830-REASON-MEANING.
           MOVE IDACK-REASON TO WS-RT-REASON.
           IF IDACK-REASON = 'UK'
               MOVE 'STUDENT NOT KNOWN' TO WS-RT-MEANING
           ELSE IF IDACK-REASON = 'DU'
               MOVE 'ALREADY ON FILE' TO WS-RT-MEANING
           ELSE IF IDACK-REASON = 'IV'
               MOVE 'FAILED FIELD EDITS' TO WS-RT-MEANING
           ELSE IF IDACK-REASON = 'OB'
               MOVE 'OPEN BUSINESS BLOCKS' TO WS-RT-MEANING
           ELSE
               MOVE SPACES TO WS-RT-MEANING
           END-IF.

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
           MOVE 'REJECTED BY A SYSTEM:' TO WS-TL-LABEL.
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
