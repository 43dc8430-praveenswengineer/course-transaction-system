      * (WINTER, SUMMER AND FALL OF THE CONTROL-CARD YEAR, THE
      * STUFILE-TERM-YEAR CONVENTION).  EACH TERM CONTRIBUTES FOUR
      * MONTHS, FULL-TIME OR PART-TIME OFF THE FT/PT FLAG MVBTUI
      * STAMPED ON THE CHARGE.  ANCILLARY FEES NOT ELIGIBLE AS
      * TUITION (CHGHIST-NON-TAX) ARE LEFT OUT.  PRINTS ONE
      * RECEIPT PER STUDENT TO THE ADDRESS ON STUFILE AND A
      * CONTROL SUMMARY FOR THE
      * FINANCE OFFICE - NO MORE FEBRUARIES SPENT RETYPING OLD
      * INVOICE PRINTS.  POSTS ITS RUN TO THE CYCCTL CONTROL FILE
      * SO THE CYCLE PLANNER CAN SEE IT RAN WHEN IT WAS DUE.
      *
      * CONTROL CARD: 4-DIGIT TAX YEAR IN COLS 1-4.

           SELECT SUMMARY-RPT ASSIGN TO T22SUM
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 132 CHARACTERS.
       01  T22SUM-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - an annual job, off the nightly chain, so it
      * carries no predecessor.  The entry lets the cycle planner
      * show whether the run happened on the date it was due, and
      * the double-run guard keeps a same-day rerun from printing a
      * second set of receipts.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBT22'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-CHGHIST-STATUS           PIC XX          VALUE SPACES.
           88  WS-CHGHIST-OK                           VALUE '00'.


           MOVE CC-TAX-YEAR TO WS-TAX-YEAR.

           PERFORM 050-CYCLE-START.

           OPEN INPUT CHGHIST.
           IF NOT WS-CHGHIST-OK
               DISPLAY 'MVBT22 - CHGHIST OPEN FAILED, STATUS '
           CLOSE RECEIPT-RPT.
           CLOSE SUMMARY-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBT22 - HISTORY READ:     ' WS-HIST-COUNT.
           DISPLAY 'MVBT22 - RECEIPTS PRINTED: ' WS-RECEIPT-COUNT.

               MOVE ZERO TO WS-PT-MONTHS
           END-IF.

      * The term's ineligible ancillary fees come off its charges -
      * never below nothing, where a refund has since come off too.
           IF CHGHIST-NON-TAX IS NUMERIC
                   AND CHGHIST-NON-TAX < CHGHIST-CHARGED
               COMPUTE WS-ELIGIBLE-TUITION = WS-ELIGIBLE-TUITION
                   + CHGHIST-CHARGED - CHGHIST-NON-TAX
           ELSE IF CHGHIST-NON-TAX IS NOT NUMERIC
               ADD CHGHIST-CHARGED TO WS-ELIGIBLE-TUITION
           END-IF.

           IF CHGHIST-FT-PT-FLAG = 'F'
               ADD 4 TO WS-FT-MONTHS

       400-EXIT.
           EXIT.

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
               DISPLAY 'MVBT22 - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBT22 - ALREADY RAN FOR ' WS-CYC-BUS-DATE
                   ' - ENDING TO PREVENT A SECOND RECEIPT RUN'
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
           MOVE WS-RECEIPT-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
