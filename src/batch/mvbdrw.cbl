       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBDRW.
       AUTHOR.        M VALDRON.

      * CASHIER DRAWER-CLOSE REPORT.  RUN AT THE END OF THE COUNTER
      * DAY.  PRINTS ONE LINE PER DRAWER MVPRGCS CLOSED TODAY OFF
      * DRWCLOS - THE CASHIER'S PAYMENTS BY TENDER, THE CASH THEY
      * COUNTED AND THE OVER/SHORT, FLAGGED WHEN IT IS NOT ZERO -
      * WITH DAY TOTALS.  ANY CASHIER WHO TOOK PAYMENTS ON CSHJRNL
      * TODAY BUT NEVER CLOSED THEIR DRAWER IS LISTED UNDERNEATH
      * WITH THEIR JOURNALLED COUNT AND TOTAL, SO THE BURSAR KNOWS
      * WHOSE BAG IS STILL OUTSTANDING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRWCLOS ASSIGN TO DRWCLOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRWCLS-KEY
               FILE STATUS IS WS-DRWCLS-STATUS.

           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSHJRN-KEY
               FILE STATUS IS WS-CSHJRN-STATUS.

           SELECT DRAWER-RPT ASSIGN TO DRWRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRWCLOS
           RECORD CONTAINS 104 CHARACTERS.
       COPY 'DRWCLSC'.

       FD  CSHJRNL
           RECORD CONTAINS 64 CHARACTERS.
       COPY 'CSHJRNC'.

       FD  DRAWER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DRWRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.

      * Overnight cycle control - no predecessor, the report runs
      * once the counter has shut, whatever the rest of the cycle
      * is doing.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBDRW'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-DRWCLS-STATUS            PIC XX          VALUE SPACES.
           88  WS-DRWCLS-OK                             VALUE '00'.
           88  WS-DRWCLS-EOF                            VALUE '10'.

       01  WS-CSHJRN-STATUS            PIC XX          VALUE SPACES.
           88  WS-CSHJRN-OK                             VALUE '00'.
           88  WS-CSHJRN-EOF                            VALUE '10'.
           88  WS-CSHJRN-NOTFND                         VALUE '23'.

       01  WS-SWITCHES.
           05  WS-DRW-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-DRW-EOF                           VALUE 'Y'.
           05  WS-JRN-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-JRN-EOF                           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLOSE-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-OUT-OF-BAL-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-UNCLOSED-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-JOURNAL-COUNT         PIC 9(07)      VALUE ZERO.

       01  WS-DAY-TOTALS.
           05  WS-DT-CASH               PIC 9(9)V99    VALUE ZERO.
           05  WS-DT-DEBIT              PIC 9(9)V99    VALUE ZERO.
           05  WS-DT-CHEQUE             PIC 9(9)V99    VALUE ZERO.
           05  WS-DT-CARD               PIC 9(9)V99    VALUE ZERO.
           05  WS-DT-COUNTED            PIC 9(9)V99    VALUE ZERO.
           05  WS-DT-OVER-SHORT         PIC S9(9)V99   VALUE ZERO.

      * Receipt keys start with the YYDDD of the day they were
      * taken - today's run of CSHJRNL is every key from today's
      * day plus sequence 00001 until the day changes.
       01  WS-BUS-DATE-DIGITS          PIC 9(7).
       01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE-DIGITS.
           05  FILLER                   PIC 99.
           05  WS-BD-YYDDD              PIC 9(5).

      * One slot per cashier who journalled a payment today - far
      * more than the counter has wickets.
       01  WS-CASHIER-TABLE.
           05  WS-CT-USED               PIC 9(3) COMP  VALUE ZERO.
           05  WS-CT-ENTRY OCCURS 50.
               10  WS-CT-OPERATOR-ID    PIC X(8).
               10  WS-CT-COUNT          PIC 9(5).
               10  WS-CT-TOTAL          PIC 9(9)V99.
               10  WS-CT-CLOSED-SW      PIC X.
                   88  WS-CT-CLOSED                    VALUE 'Y'.
       01  WS-CT-SUB                   PIC 9(3) COMP  VALUE ZERO.
       01  WS-CT-FOUND-SUB             PIC 9(3) COMP  VALUE ZERO.
       01  WS-FIND-OPERATOR            PIC X(8)       VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBDRW'.
           05  FILLER                   PIC X(40)  VALUE
               'CASHIER DRAWER-CLOSE REPORT'.
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(10)  VALUE 'CASHIER'.
           05  FILLER                   PIC X(13)  VALUE '       CASH'.
           05  FILLER                   PIC X(13)  VALUE '      DEBIT'.
           05  FILLER                   PIC X(13)  VALUE '     CHEQUE'.
           05  FILLER                   PIC X(13)  VALUE '       CARD'.
           05  FILLER                   PIC X(13)  VALUE '    COUNTED'.
           05  FILLER                   PIC X(13)  VALUE ' OVER/SHORT'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(6)   VALUE 'CLOSED'.

       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-CASH               PIC ZZZZZZZZ9.99.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-DEBIT              PIC ZZZZZZZZ9.99.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-CHEQUE             PIC ZZZZZZZZ9.99.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-CARD               PIC ZZZZZZZZ9.99.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-COUNTED            PIC ZZZZZZZZ9.99.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-OVER-SHORT         PIC -ZZZZZZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TIME               PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-FLAG               PIC X(12).

       01  WS-UNCLOSED-HEADING.
           05  FILLER                   PIC X(60)  VALUE
               'DRAWERS WITH PAYMENTS TODAY BUT NOT CLOSED:'.

       01  WS-UNCLOSED-LINE.
           05  WS-UL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-UL-COUNT              PIC ZZZZ9.
           05  FILLER                   PIC X(11)  VALUE ' PAYMENTS  '.
           05  WS-UL-TOTAL              PIC ZZZZZZZZ9.99.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'DRAWERS CLOSED:             '.
           05  WS-TL-CLOSED             PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'DRAWERS OVER OR SHORT:      '.
           05  WS-TL-OUT-OF-BAL         PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'DRAWERS NOT CLOSED:         '.
           05  WS-TL-UNCLOSED           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           MOVE WS-CYC-BUS-DATE TO WS-BUS-DATE-DIGITS.

           OPEN INPUT DRWCLOS.
           IF NOT WS-DRWCLS-OK
               DISPLAY 'MVBDRW - DRWCLOS OPEN FAILED, STATUS '
                   WS-DRWCLS-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CSHJRNL.
           IF NOT WS-CSHJRN-OK
               DISPLAY 'MVBDRW - CSHJRNL OPEN FAILED, STATUS '
                   WS-CSHJRN-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT DRAWER-RPT.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE SPACES TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE WS-HEADING-2 TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE SPACES TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.

           PERFORM 100-START-JOURNAL.
           PERFORM 200-TALLY-ONE-RECEIPT
               UNTIL WS-JRN-EOF.

           PERFORM 150-READ-DRWCLOS.
           PERFORM 300-REPORT-ONE-CLOSE THRU 300-EXIT
               UNTIL WS-DRW-EOF.

           PERFORM 400-PRINT-TOTALS.

           PERFORM 500-LIST-UNCLOSED
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-USED.

           MOVE SPACES TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE WS-CLOSE-COUNT TO WS-TL-CLOSED.
           MOVE WS-TRAILER-LINE TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE WS-OUT-OF-BAL-COUNT TO WS-TL-OUT-OF-BAL.
           MOVE WS-TRAILER-LINE-2 TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE WS-UNCLOSED-COUNT TO WS-TL-UNCLOSED.
           MOVE WS-TRAILER-LINE-3 TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.

           CLOSE DRWCLOS.
           CLOSE CSHJRNL.
           CLOSE DRAWER-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBDRW - RECEIPTS TODAY:    ' WS-JOURNAL-COUNT.
           DISPLAY 'MVBDRW - DRAWERS CLOSED:    ' WS-CLOSE-COUNT.
           DISPLAY 'MVBDRW - OVER OR SHORT:     ' WS-OUT-OF-BAL-COUNT.
           DISPLAY 'MVBDRW - NOT CLOSED:        ' WS-UNCLOSED-COUNT.

           STOP RUN.

      * Positions on today's first receipt - the control entry is
      * sequence 00000, so 00001 starts on the real payments.
       100-START-JOURNAL.
           MOVE WS-BD-YYDDD TO CSHJRN-RCPT-DAY.
           MOVE 1 TO CSHJRN-RCPT-SEQ.

           START CSHJRNL KEY IS NOT LESS THAN CSHJRN-KEY.

           IF NOT WS-CSHJRN-OK
               SET WS-JRN-EOF TO TRUE
           ELSE
               PERFORM 110-READ-JOURNAL
           END-IF.

       110-READ-JOURNAL.
           READ CSHJRNL NEXT RECORD
               AT END
                   SET WS-JRN-EOF TO TRUE
           END-READ.

           IF NOT WS-JRN-EOF
               IF CSHJRN-RCPT-DAY NOT = WS-BD-YYDDD
                   SET WS-JRN-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-JOURNAL-COUNT
               END-IF
           END-IF.

      * Adds the receipt to its cashier's slot, opening one on the
      * cashier's first receipt of the day.
       200-TALLY-ONE-RECEIPT.
           MOVE CSHJRN-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM 250-FIND-CASHIER.

           IF WS-CT-FOUND-SUB = ZERO
               IF WS-CT-USED < 50
                   ADD 1 TO WS-CT-USED
                   MOVE WS-CT-USED TO WS-CT-FOUND-SUB
                   MOVE CSHJRN-OPERATOR-ID
                       TO WS-CT-OPERATOR-ID (WS-CT-FOUND-SUB)
                   MOVE ZERO TO WS-CT-COUNT (WS-CT-FOUND-SUB)
                   MOVE ZERO TO WS-CT-TOTAL (WS-CT-FOUND-SUB)
                   MOVE 'N' TO WS-CT-CLOSED-SW (WS-CT-FOUND-SUB)
               ELSE
                   DISPLAY 'MVBDRW - CASHIER TABLE FULL, '
                       CSHJRN-OPERATOR-ID ' NOT TALLIED'
               END-IF
           END-IF.

           IF WS-CT-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-CT-COUNT (WS-CT-FOUND-SUB)
               ADD CSHJRN-AMOUNT TO WS-CT-TOTAL (WS-CT-FOUND-SUB)
           END-IF.

           PERFORM 110-READ-JOURNAL.

       250-FIND-CASHIER.
           MOVE ZERO TO WS-CT-FOUND-SUB.

           PERFORM 260-CHECK-ONE-SLOT
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-USED
                  OR WS-CT-FOUND-SUB NOT = ZERO.

       260-CHECK-ONE-SLOT.
           IF WS-CT-OPERATOR-ID (WS-CT-SUB) = WS-FIND-OPERATOR
               MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
           END-IF.

       150-READ-DRWCLOS.
           READ DRWCLOS NEXT RECORD
               AT END
                   SET WS-DRW-EOF TO TRUE
           END-READ.

      * One line per drawer closed today.  The cashier's journal
      * slot is marked closed so the unclosed list skips it.
       300-REPORT-ONE-CLOSE.
           IF DRWCLS-DATE NOT = WS-CYC-BUS-DATE
               PERFORM 150-READ-DRWCLOS
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-CLOSE-COUNT.

           MOVE DRWCLS-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM 250-FIND-CASHIER.
           IF WS-CT-FOUND-SUB NOT = ZERO
               MOVE 'Y' TO WS-CT-CLOSED-SW (WS-CT-FOUND-SUB)
           END-IF.

           ADD DRWCLS-CASH-TOTAL TO WS-DT-CASH.
           ADD DRWCLS-DEBIT-TOTAL TO WS-DT-DEBIT.
           ADD DRWCLS-CHEQUE-TOTAL TO WS-DT-CHEQUE.
           ADD DRWCLS-CARD-TOTAL TO WS-DT-CARD.
           ADD DRWCLS-COUNTED-CASH TO WS-DT-COUNTED.
           ADD DRWCLS-OVER-SHORT TO WS-DT-OVER-SHORT.

           MOVE DRWCLS-OPERATOR-ID TO WS-DL-OPERATOR.
           MOVE DRWCLS-CASH-TOTAL TO WS-DL-CASH.
           MOVE DRWCLS-DEBIT-TOTAL TO WS-DL-DEBIT.
           MOVE DRWCLS-CHEQUE-TOTAL TO WS-DL-CHEQUE.
           MOVE DRWCLS-CARD-TOTAL TO WS-DL-CARD.
           MOVE DRWCLS-COUNTED-CASH TO WS-DL-COUNTED.
           MOVE DRWCLS-OVER-SHORT TO WS-DL-OVER-SHORT.
           MOVE DRWCLS-CLOSE-TIME TO WS-DL-TIME.

           IF DRWCLS-OVER-SHORT > ZERO
               MOVE '** OVER **' TO WS-DL-FLAG
               ADD 1 TO WS-OUT-OF-BAL-COUNT
           ELSE IF DRWCLS-OVER-SHORT < ZERO
               MOVE '** SHORT **' TO WS-DL-FLAG
               ADD 1 TO WS-OUT-OF-BAL-COUNT
           ELSE
               MOVE SPACES TO WS-DL-FLAG
           END-IF.

           MOVE WS-DETAIL-LINE TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.

           PERFORM 150-READ-DRWCLOS.

       300-EXIT.
           EXIT.

       400-PRINT-TOTALS.
           MOVE SPACES TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.

           MOVE 'TOTAL' TO WS-DL-OPERATOR.
           MOVE WS-DT-CASH TO WS-DL-CASH.
           MOVE WS-DT-DEBIT TO WS-DL-DEBIT.
           MOVE WS-DT-CHEQUE TO WS-DL-CHEQUE.
           MOVE WS-DT-CARD TO WS-DL-CARD.
           MOVE WS-DT-COUNTED TO WS-DL-COUNTED.
           MOVE WS-DT-OVER-SHORT TO WS-DL-OVER-SHORT.
           MOVE ZERO TO WS-DL-TIME.
           MOVE SPACES TO WS-DL-FLAG.
           MOVE WS-DETAIL-LINE TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.

           MOVE SPACES TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.
           MOVE WS-UNCLOSED-HEADING TO DRWRPT-LINE.
           WRITE DRWRPT-LINE.

       500-LIST-UNCLOSED.
           IF NOT WS-CT-CLOSED (WS-CT-SUB)
               ADD 1 TO WS-UNCLOSED-COUNT
               MOVE WS-CT-OPERATOR-ID (WS-CT-SUB) TO WS-UL-OPERATOR
               MOVE WS-CT-COUNT (WS-CT-SUB) TO WS-UL-COUNT
               MOVE WS-CT-TOTAL (WS-CT-SUB) TO WS-UL-TOTAL
               MOVE WS-UNCLOSED-LINE TO DRWRPT-LINE
               WRITE DRWRPT-LINE
           END-IF.

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
               DISPLAY 'MVBDRW - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBDRW - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-CLOSE-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
