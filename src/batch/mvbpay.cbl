      *       RECORDS (PAYER S) GO TO THE HISTORY - THE TAX
      *       RECEIPT WANTS THE FULL TUITION - BUT NOT TO THE
      *       STUDENT'S BALANCE, WHICH IS ONLY WHAT THE STUDENT
      *       THEMSELVES OWES.  AN ANCILLARY FEE RECORD (ONE CARRYING
      *       AN ANCFEE FEE CODE) IS JOURNALED AS ITS OWN AF ENTRY
      *       WITH THE FEE CODE AS REFERENCE, AND ONE THAT IS NOT
      *       T2202-ELIGIBLE IS ALSO KEPT ASIDE ON THE HISTORY SO THE
      *       TAX RECEIPT LEAVES IT OUT,
      *
      *   2 - POSTS THE BURSAR'S INBOUND PAYMENT FILE AGAINST
      *       CHGHIST BY STUDENT AND TERM, MOVING THE BALANCE DOWN.
      *       A PAYMENT WITH NO CHARGE ON FILE FOR ITS STUDENT AND
      *       TERM GOES ON THE UNAPPLIED-PAYMENT EXCEPTION REPORT,
      *       THE WAY MVBACK REPORTS UNMATCHED BILLING
      *       ACKNOWLEDGMENTS, AND TOUCHES NO BALANCE.  A PAYMENT
      *       WHOSE REFERENCE IS A MVPRGCS RECEIPT NUMBER ALREADY ON
      *       THE CSHJRNL CASHIER JOURNAL FOR THE SAME STUDENT WAS
      *       POSTED AT THE COUNTER WHEN IT WAS TAKEN - IT IS LISTED
      *       ON THE SAME REPORT AS SKIPPED AND NOT POSTED AGAIN.  A
      *       SPONSOR'S REMITTANCE (PAYER S) CARRIES THE STUDENT'S
      *       SPONSOR ON ITS LEDGER ENTRY, SO MVBDISB KNOWS WHOSE
      *       MONEY AN OVERPAYMENT IS,
      *
      *   3 - APPLIES TONIGHT'S REFCRDT DROP REFUND CREDITS FROM
      *       MVBRFND, WHICH RUNS JUST AHEAD OF THIS JOB.  THE FULL
      *       CREDIT COMES OFF THE TERM'S CHGHIST CHARGE; ONLY THE
      *       STUDENT'S OWN SHARE (WHAT IS LEFT AFTER THE STUFILE
      *       SPONSOR PERCENTAGE) COMES OFF ACCTBAL, THE SAME SPLIT
      *       MVBTUI MADE WHEN THE COURSE WAS BILLED.  A CREDIT WITH
      *       NO CHARGE ON FILE GOES ON THE EXCEPTION REPORT,
      *
      *   4 - ROLLS TONIGHT'S LATECHG LATE-PAYMENT FEES FROM THE
      *       MVBDUN COLLECTIONS RUN, WHICH RUNS JUST AHEAD OF THIS
      *       JOB, ONTO ACCTBAL.  A LATE FEE IS NOT TUITION, SO IT
      *       STAYS OFF CHGHIST AND THE T2202 TAX RECEIPT.
      *
      * EVERY CHARGE, PAYMENT AND CREDIT APPLIED IS ALSO WRITTEN TO
      * THE ACCTTRN ACCOUNT LEDGER THE MVBSTMT STATEMENTS PRINT FROM.
      *
      * MVPRGI SHOWS THE ACCTBAL BALANCE AT THE COUNTER.

               RECORD KEY IS ACCTBAL-STUDENT-NO
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSHJRN-KEY
               FILE STATUS IS WS-CSHJRN-STATUS.

           SELECT CREDIT-FILE ASSIGN TO REFCRDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT LATE-FILE ASSIGN TO LATECHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTTRN-KEY
               FILE STATUS IS WS-ACCTTRN-STATUS.

           SELECT EXCEPT-RPT ASSIGN TO PAYEXCP
               ORGANIZATION IS SEQUENTIAL.

           05  CHG-FEE-CAT             PIC X(1).
           05  CHG-PAYER               PIC X(1).
           05  CHG-SPONSOR-ID          PIC X(5).
      * ANCILLARY FEE CODE - SPACES ON COURSE TUITION - AND Y WHEN
      * THE FEE IS T2202-ELIGIBLE.
           05  CHG-FEE-CODE            PIC X(4).
           05  CHG-TAX-ELIG            PIC X(1).
           05  FILLER                  PIC X(6).

       FD  PAYMENTS
           RECORD CONTAINS 40 CHARACTERS.
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  CSHJRNL
           RECORD CONTAINS 64 CHARACTERS.
       COPY 'CSHJRNC'.

       FD  CREDIT-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  CREDIT-REC.
           05  CRD-STUDENT-NO          PIC X(7).
           05  CRD-TERM-YEAR           PIC X(5).
           05  CRD-COURSE              PIC X(8).
           05  CRD-TYPE                PIC X(2).
           05  CRD-AMOUNT              PIC 9(7)V99.
           05  CRD-PCT                 PIC 9(3).
           05  FILLER                  PIC X(7).

      * MVBDUN's late fees - CHRGFLE's layout, payer 'L'.
       FD  LATE-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  LATE-REC.
           05  LTC-STUDENT-NO          PIC X(7).
           05  LTC-TERM-YEAR           PIC X(5).
           05  LTC-COURSE-COUNT        PIC 9(1).
           05  LTC-FT-PT-FLAG          PIC X(1).
           05  LTC-TOTAL-AMOUNT        PIC 9(7)V99.
           05  LTC-FEE-CAT             PIC X(1).
           05  LTC-PAYER               PIC X(1).
           05  LTC-SPONSOR-ID          PIC X(5).
           05  FILLER                  PIC X(11).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  ACCTTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'ACCTTRNC'.

       FD  EXCEPT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PAYEXCP-LINE                PIC X(132).
       COPY 'LOADCTLC'.

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBPAY'.
       01  WS-CYC-PRED-JOB             PIC X(8)    VALUE 'MVBDUN'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).
           88  WS-ACCTBAL-NOTFND                       VALUE '23'.
           88  WS-ACCTBAL-DUPLICATE                    VALUE '22'.

       01  WS-CSHJRN-STATUS            PIC XX          VALUE SPACES.
           88  WS-CSHJRN-OK                            VALUE '00'.
           88  WS-CSHJRN-NOTFND                        VALUE '23'.

       01  WS-CREDIT-STATUS            PIC XX          VALUE SPACES.
           88  WS-CREDIT-OK                            VALUE '00'.

       01  WS-LATE-STATUS              PIC XX          VALUE SPACES.
           88  WS-LATE-OK                              VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.
           88  WS-STUFILE-NOTFND                       VALUE '23'.

       01  WS-ACCTTRN-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTTRN-OK                           VALUE '00'.

      * Ledger keys for this run - every entry carries the run's
      * start time and the next sequence number.
       01  WS-TRN-TIME                 PIC 9(7)        VALUE ZERO.
       01  WS-TRN-SEQ                  PIC 9(5)        VALUE ZERO.

       01  WS-CREDIT-SPONSOR           PIC 9(7)V99     VALUE ZERO.
       01  WS-CREDIT-STUDENT           PIC 9(7)V99     VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-CHG-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-CHG-EOF                           VALUE 'Y'.
           05  WS-PAY-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-PAY-EOF                           VALUE 'Y'.
           05  WS-CRD-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-CRD-EOF                           VALUE 'Y'.
           05  WS-LTC-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-LTC-EOF                           VALUE 'Y'.
      * 'Y' only when MVBTUI's CYCCTL entry shows a tuition run
      * completed for this business date - the charge roll is
      * skipped otherwise, so a generation rolls exactly once.
           05  WS-ROLL-CHARGES-SW       PIC X          VALUE 'N'.
               88  WS-ROLL-CHARGES                      VALUE 'Y'.
      * Set by 310-CHECK-COUNTER-POSTED - 'Y' when the payment's
      * reference is a receipt the cashier screen already posted.
           05  WS-COUNTER-POSTED-SW     PIC X          VALUE 'N'.
               88  WS-COUNTER-POSTED                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CHARGE-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-PAYMENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-POSTED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-UNAPPLIED-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-COUNTER-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-CREDIT-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-CREDIT-POSTED         PIC 9(07)      VALUE ZERO.
           05  WS-LATE-COUNT            PIC 9(07)      VALUE ZERO.

       01  WS-POSTED-TOTAL             PIC 9(9)V99     VALUE ZERO.
       01  WS-UNAPPLIED-TOTAL          PIC 9(9)V99     VALUE ZERO.
               'PAYMENTS UNAPPLIED:         '.
           05  WS-TL-UNAPPLIED          PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'ALREADY POSTED AT COUNTER:  '.
           05  WS-TL-COUNTER            PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'REFUND CREDITS APPLIED:     '.
           05  WS-TL-CREDITS            PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-5.
           05  FILLER                   PIC X(30)  VALUE
               'LATE FEES CHARGED:          '.
           05  WS-TL-LATE               PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.

           OPEN I-O CHGHIST.
           OPEN I-O ACCTBAL.
           OPEN INPUT CSHJRNL.
           OPEN INPUT STUFILE.
           OPEN I-O ACCTTRN.
           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBPAY - ACCTTRN OPEN FAILED, STATUS '
                   WS-ACCTTRN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPT-RPT.

           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-TRN-TIME.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO PAYEXCP-LINE.
           WRITE PAYEXCP-LINE.
           END-IF.

           PERFORM 110-READ-PAYMENT.
           PERFORM 300-POST-ONE-PAYMENT THRU 300-EXIT
               UNTIL WS-PAY-EOF.

           OPEN INPUT CREDIT-FILE.
           IF NOT WS-CREDIT-OK
               DISPLAY 'MVBPAY - REFCRDT OPEN FAILED, STATUS '
                   WS-CREDIT-STATUS
               STOP RUN
           END-IF.
           PERFORM 120-READ-CREDIT.
           PERFORM 500-POST-ONE-CREDIT THRU 500-EXIT
               UNTIL WS-CRD-EOF.
           CLOSE CREDIT-FILE.

           OPEN INPUT LATE-FILE.
           IF NOT WS-LATE-OK
               DISPLAY 'MVBPAY - LATECHG OPEN FAILED, STATUS '
                   WS-LATE-STATUS
               STOP RUN
           END-IF.
           PERFORM 130-READ-LATE-FEE.
           PERFORM 700-POST-ONE-LATE-FEE
               UNTIL WS-LTC-EOF.
           CLOSE LATE-FILE.

           MOVE SPACES TO PAYEXCP-LINE.
           WRITE PAYEXCP-LINE.
           MOVE WS-POSTED-COUNT TO WS-TL-POSTED.
           MOVE WS-UNAPPLIED-COUNT TO WS-TL-UNAPPLIED.
           MOVE WS-TRAILER-LINE-2 TO PAYEXCP-LINE.
           WRITE PAYEXCP-LINE.
           MOVE WS-COUNTER-COUNT TO WS-TL-COUNTER.
           MOVE WS-TRAILER-LINE-3 TO PAYEXCP-LINE.
           WRITE PAYEXCP-LINE.
           MOVE WS-CREDIT-POSTED TO WS-TL-CREDITS.
           MOVE WS-TRAILER-LINE-4 TO PAYEXCP-LINE.
           WRITE PAYEXCP-LINE.
           MOVE WS-LATE-COUNT TO WS-TL-LATE.
           MOVE WS-TRAILER-LINE-5 TO PAYEXCP-LINE.
           WRITE PAYEXCP-LINE.

           CLOSE PAYMENTS.
           CLOSE CHGHIST.
           CLOSE ACCTBAL.
           CLOSE CSHJRNL.
           CLOSE STUFILE.
           CLOSE ACCTTRN.
           CLOSE EXCEPT-RPT.

           PERFORM 055-CYCLE-END.
           DISPLAY 'MVBPAY - PAYMENTS READ:     ' WS-PAYMENT-COUNT.
           DISPLAY 'MVBPAY - PAYMENTS POSTED:   ' WS-POSTED-COUNT.
           DISPLAY 'MVBPAY - PAYMENTS UNAPPLIED:' WS-UNAPPLIED-COUNT.
           DISPLAY 'MVBPAY - POSTED AT COUNTER: ' WS-COUNTER-COUNT.
           DISPLAY 'MVBPAY - CREDITS READ:      ' WS-CREDIT-COUNT.
           DISPLAY 'MVBPAY - CREDITS APPLIED:   ' WS-CREDIT-POSTED.
           DISPLAY 'MVBPAY - LATE FEES CHARGED: ' WS-LATE-COUNT.

           STOP RUN.

               MOVE ZERO TO CHGHIST-PAID
               MOVE CHG-FT-PT-FLAG TO CHGHIST-FT-PT-FLAG
               MOVE WS-CYC-BUS-DATE TO CHGHIST-LAST-DATE
               MOVE ZERO TO CHGHIST-NON-TAX
               PERFORM 240-NOTE-NON-TAX-FEE
               WRITE CHGHIST-RECORD
           ELSE
               ADD CHG-TOTAL-AMOUNT TO CHGHIST-CHARGED
               MOVE CHG-FT-PT-FLAG TO CHGHIST-FT-PT-FLAG
               MOVE WS-CYC-BUS-DATE TO CHGHIST-LAST-DATE
               IF CHGHIST-NON-TAX IS NOT NUMERIC
                   MOVE ZERO TO CHGHIST-NON-TAX
               END-IF
               PERFORM 240-NOTE-NON-TAX-FEE
               REWRITE CHGHIST-RECORD
           END-IF.

               PERFORM 250-ADJUST-BALANCE
           END-IF.

           PERFORM 260-JOURNAL-CHARGE.

           PERFORM 130-ADVANCE-CHECKPOINT.

           PERFORM 100-READ-CHARGE.
           MOVE CHG-STUDENT-NO TO LOADCTL-LAST-STUDENT-NO.
           REWRITE LOADCTL-RECORD.

      * An ancillary fee that is not eligible tuition is charged
      * like any other but kept aside for the T2202 run.
       240-NOTE-NON-TAX-FEE.
           IF CHG-FEE-CODE NOT = SPACES AND CHG-TAX-ELIG NOT = 'Y'
               ADD CHG-TOTAL-AMOUNT TO CHGHIST-NON-TAX
           END-IF.

       250-ADJUST-BALANCE.
           MOVE CHG-STUDENT-NO TO ACCTBAL-STUDENT-NO.

               REWRITE ACCTBAL-RECORD
           END-IF.

      * Ledger entry for the charge just rolled - a sponsor share is
      * a memo entry against the student, carrying the sponsor; an
      * ancillary fee carries its fee code.
       260-JOURNAL-CHARGE.
           MOVE SPACES TO ACCTTRN-RECORD.
           MOVE CHG-STUDENT-NO TO ACCTTRN-STUDENT-NO.
           MOVE WS-CYC-BUS-DATE TO ACCTTRN-DATE.
           MOVE CHG-TERM-YEAR TO ACCTTRN-TERM-YEAR.
           MOVE CHG-TOTAL-AMOUNT TO ACCTTRN-AMOUNT.
           MOVE CHG-FEE-CAT TO ACCTTRN-FEE-CAT.
           IF CHG-PAYER = 'S'
               SET ACCTTRN-SPONSOR-CHARGE TO TRUE
               SET ACCTTRN-MEMO TO TRUE
               MOVE CHG-SPONSOR-ID TO ACCTTRN-SPONSOR-ID
           ELSE IF CHG-FEE-CODE NOT = SPACES
               SET ACCTTRN-ANCILLARY-FEE TO TRUE
               SET ACCTTRN-DEBIT TO TRUE
               MOVE CHG-FEE-CODE TO ACCTTRN-REF
           ELSE
               SET ACCTTRN-TUITION-CHARGE TO TRUE
               SET ACCTTRN-DEBIT TO TRUE
           END-IF.
           PERFORM 600-WRITE-LEDGER.

       110-READ-PAYMENT.
           READ PAYMENTS NEXT RECORD
               AT END
           END-IF.

       300-POST-ONE-PAYMENT.
           PERFORM 310-CHECK-COUNTER-POSTED.

           IF WS-COUNTER-POSTED
               ADD 1 TO WS-COUNTER-COUNT
               MOVE 'ALREADY POSTED AT THE COUNTER - SKIPPED'
                   TO WS-EL-REASON
               PERFORM 410-LIST-PAYMENT
               PERFORM 110-READ-PAYMENT
               GO TO 300-EXIT
           END-IF.

           MOVE PAY-STUDENT-NO TO CHGHIST-STUDENT-NO.
           MOVE PAY-TERM-YEAR TO CHGHIST-TERM-YEAR.

               MOVE PAY-DATE TO CHGHIST-LAST-DATE
               REWRITE CHGHIST-RECORD
               PERFORM 350-CREDIT-BALANCE
               PERFORM 360-JOURNAL-PAYMENT
               ADD 1 TO WS-POSTED-COUNT
               ADD PAY-AMOUNT TO WS-POSTED-TOTAL
           END-IF.

           PERFORM 110-READ-PAYMENT.

       300-EXIT.
           EXIT.

      * A bursar payment quoting a cashier receipt number for the
      * same student was already posted by MVPRGCS when it was
      * taken.  Anything else - no receipt on file, a control entry
      * or another student's receipt - posts as it always has.
       310-CHECK-COUNTER-POSTED.
           MOVE 'N' TO WS-COUNTER-POSTED-SW.

           IF PAY-REF IS NUMERIC
               MOVE PAY-REF TO CSHJRN-KEY
               READ CSHJRNL RECORD
               IF WS-CSHJRN-OK AND CSHJRN-RCPT-SEQ NOT = ZERO
                       AND CSHJRN-STUDENT-NO = PAY-STUDENT-NO
                   MOVE 'Y' TO WS-COUNTER-POSTED-SW
               END-IF
           END-IF.

       350-CREDIT-BALANCE.
           MOVE PAY-STUDENT-NO TO ACCTBAL-STUDENT-NO.

               REWRITE ACCTBAL-RECORD
           END-IF.

       360-JOURNAL-PAYMENT.
           MOVE SPACES TO ACCTTRN-RECORD.
           MOVE PAY-STUDENT-NO TO ACCTTRN-STUDENT-NO.
           MOVE PAY-DATE TO ACCTTRN-DATE.
           MOVE PAY-TERM-YEAR TO ACCTTRN-TERM-YEAR.
           MOVE PAY-AMOUNT TO ACCTTRN-AMOUNT.
           MOVE PAY-REF TO ACCTTRN-REF.
           SET ACCTTRN-BURSAR-PAYMENT TO TRUE.
           SET ACCTTRN-CREDIT TO TRUE.
           IF PAY-FROM-SPONSOR
               MOVE 'MJV' TO STUFILE-PREFIX
               MOVE PAY-STUDENT-NO TO STUFILE-STUDENT-NO
               READ STUFILE RECORD
               IF WS-STUFILE-OK
                   MOVE STUFILE-SPONSOR-ID TO ACCTTRN-SPONSOR-ID
               END-IF
           END-IF.
           PERFORM 600-WRITE-LEDGER.

       400-WRITE-EXCEPTION.
           ADD 1 TO WS-UNAPPLIED-COUNT.
           ADD PAY-AMOUNT TO WS-UNAPPLIED-TOTAL.
           PERFORM 410-LIST-PAYMENT.

       410-LIST-PAYMENT.
           MOVE PAY-STUDENT-NO TO WS-EL-STUDENT-NO.
           MOVE PAY-TERM-YEAR TO WS-EL-TERM-YEAR.
           MOVE PAY-AMOUNT TO WS-EL-AMOUNT.
           MOVE WS-EXCEPT-LINE TO PAYEXCP-LINE.
           WRITE PAYEXCP-LINE.

       120-READ-CREDIT.
           READ CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-CRD-EOF TO TRUE
           END-READ.

           IF NOT WS-CRD-EOF
               ADD 1 TO WS-CREDIT-COUNT
           END-IF.

      * One MVBRFND drop refund credit.  CHGHIST carries the full
      * tuition (the tax receipt wants it), so the whole credit
      * comes off the term's charge; the sponsor's share of it goes
      * back to the sponsor as a memo entry and only the student's
      * share comes off ACCTBAL.
       500-POST-ONE-CREDIT.
           IF CRD-TYPE NOT = 'CR' OR CRD-AMOUNT = ZERO
               PERFORM 120-READ-CREDIT
               GO TO 500-EXIT
           END-IF.

           MOVE CRD-STUDENT-NO TO CHGHIST-STUDENT-NO.
           MOVE CRD-TERM-YEAR TO CHGHIST-TERM-YEAR.

           READ CHGHIST RECORD.

           IF WS-CHGHIST-NOTFND
               MOVE CRD-STUDENT-NO TO WS-EL-STUDENT-NO
               MOVE CRD-TERM-YEAR TO WS-EL-TERM-YEAR
               MOVE CRD-AMOUNT TO WS-EL-AMOUNT
               MOVE CRD-COURSE TO WS-EL-REF
               MOVE 'REFUND CREDIT - NO CHARGE ON FILE'
                   TO WS-EL-REASON
               MOVE WS-EXCEPT-LINE TO PAYEXCP-LINE
               WRITE PAYEXCP-LINE
               PERFORM 120-READ-CREDIT
               GO TO 500-EXIT
           END-IF.

           IF CRD-AMOUNT > CHGHIST-CHARGED
               MOVE ZERO TO CHGHIST-CHARGED
           ELSE
               SUBTRACT CRD-AMOUNT FROM CHGHIST-CHARGED
           END-IF.
           MOVE WS-CYC-BUS-DATE TO CHGHIST-LAST-DATE.
           REWRITE CHGHIST-RECORD.

           PERFORM 510-SPLIT-CREDIT.

           IF WS-CREDIT-STUDENT > ZERO
               PERFORM 520-CREDIT-BALANCE
           END-IF.

           PERFORM 530-JOURNAL-CREDIT.

           ADD 1 TO WS-CREDIT-POSTED.

           PERFORM 120-READ-CREDIT.

       500-EXIT.
           EXIT.

      * Same split MVBTUI's 345-SPLIT-SPONSOR-SHARE makes on the
      * invoice - the sponsor's share rounded, the student gets
      * the rest.
       510-SPLIT-CREDIT.
           MOVE ZERO TO WS-CREDIT-SPONSOR.
           MOVE CRD-AMOUNT TO WS-CREDIT-STUDENT.

           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE CRD-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF WS-STUFILE-OK
                   AND STUFILE-SPONSOR-ID NOT = SPACES
                   AND STUFILE-SPONSOR-PCT IS NUMERIC
                   AND STUFILE-SPONSOR-PCT > ZERO
               COMPUTE WS-CREDIT-SPONSOR ROUNDED =
                   CRD-AMOUNT * STUFILE-SPONSOR-PCT / 100
               COMPUTE WS-CREDIT-STUDENT =
                   CRD-AMOUNT - WS-CREDIT-SPONSOR
           END-IF.

       520-CREDIT-BALANCE.
           MOVE CRD-STUDENT-NO TO ACCTBAL-STUDENT-NO.

           READ ACCTBAL RECORD.

           IF WS-ACCTBAL-NOTFND
               MOVE SPACES TO ACCTBAL-RECORD
               MOVE CRD-STUDENT-NO TO ACCTBAL-STUDENT-NO
               MOVE ZERO TO ACCTBAL-CHARGED
               MOVE ZERO TO ACCTBAL-PAID
               COMPUTE ACCTBAL-BALANCE = ZERO - WS-CREDIT-STUDENT
               MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE
               WRITE ACCTBAL-RECORD
           ELSE
               IF WS-CREDIT-STUDENT > ACCTBAL-CHARGED
                   MOVE ZERO TO ACCTBAL-CHARGED
               ELSE
                   SUBTRACT WS-CREDIT-STUDENT FROM ACCTBAL-CHARGED
               END-IF
               SUBTRACT WS-CREDIT-STUDENT FROM ACCTBAL-BALANCE
               MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE
               REWRITE ACCTBAL-RECORD
           END-IF.

       530-JOURNAL-CREDIT.
           IF WS-CREDIT-STUDENT > ZERO
               MOVE SPACES TO ACCTTRN-RECORD
               MOVE CRD-STUDENT-NO TO ACCTTRN-STUDENT-NO
               MOVE WS-CYC-BUS-DATE TO ACCTTRN-DATE
               MOVE CRD-TERM-YEAR TO ACCTTRN-TERM-YEAR
               MOVE WS-CREDIT-STUDENT TO ACCTTRN-AMOUNT
               MOVE CRD-COURSE TO ACCTTRN-REF
               SET ACCTTRN-REFUND-CREDIT TO TRUE
               SET ACCTTRN-CREDIT TO TRUE
               PERFORM 600-WRITE-LEDGER
           END-IF.

           IF WS-CREDIT-SPONSOR > ZERO
               MOVE SPACES TO ACCTTRN-RECORD
               MOVE CRD-STUDENT-NO TO ACCTTRN-STUDENT-NO
               MOVE WS-CYC-BUS-DATE TO ACCTTRN-DATE
               MOVE CRD-TERM-YEAR TO ACCTTRN-TERM-YEAR
               MOVE WS-CREDIT-SPONSOR TO ACCTTRN-AMOUNT
               MOVE CRD-COURSE TO ACCTTRN-REF
               MOVE STUFILE-SPONSOR-ID TO ACCTTRN-SPONSOR-ID
               SET ACCTTRN-SPONSOR-CREDIT TO TRUE
               SET ACCTTRN-MEMO TO TRUE
               PERFORM 600-WRITE-LEDGER
           END-IF.

       130-READ-LATE-FEE.
           READ LATE-FILE NEXT RECORD
               AT END
                   SET WS-LTC-EOF TO TRUE
           END-READ.

      * One MVBDUN late fee - onto the student's balance and the
      * ledger only.
       700-POST-ONE-LATE-FEE.
           IF LTC-TOTAL-AMOUNT > ZERO
               MOVE LTC-STUDENT-NO TO ACCTBAL-STUDENT-NO
               READ ACCTBAL RECORD
               IF WS-ACCTBAL-NOTFND
                   MOVE SPACES TO ACCTBAL-RECORD
                   MOVE LTC-STUDENT-NO TO ACCTBAL-STUDENT-NO
                   MOVE LTC-TOTAL-AMOUNT TO ACCTBAL-CHARGED
                   MOVE ZERO TO ACCTBAL-PAID
                   MOVE LTC-TOTAL-AMOUNT TO ACCTBAL-BALANCE
                   MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE
                   WRITE ACCTBAL-RECORD
               ELSE
                   ADD LTC-TOTAL-AMOUNT TO ACCTBAL-CHARGED
                   ADD LTC-TOTAL-AMOUNT TO ACCTBAL-BALANCE
                   MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE
                   REWRITE ACCTBAL-RECORD
               END-IF
               MOVE SPACES TO ACCTTRN-RECORD
               MOVE LTC-STUDENT-NO TO ACCTTRN-STUDENT-NO
               MOVE WS-CYC-BUS-DATE TO ACCTTRN-DATE
               MOVE LTC-TERM-YEAR TO ACCTTRN-TERM-YEAR
               MOVE LTC-TOTAL-AMOUNT TO ACCTTRN-AMOUNT
               MOVE LTC-FEE-CAT TO ACCTTRN-FEE-CAT
               SET ACCTTRN-LATE-FEE TO TRUE
               SET ACCTTRN-DEBIT TO TRUE
               PERFORM 600-WRITE-LEDGER
               ADD 1 TO WS-LATE-COUNT
           END-IF.

           PERFORM 130-READ-LATE-FEE.

      * Caller fills the entry; the key's time and sequence and the
      * source program are stamped here.
       600-WRITE-LEDGER.
           ADD 1 TO WS-TRN-SEQ.
           MOVE WS-TRN-TIME TO ACCTTRN-TIME.
           MOVE WS-TRN-SEQ TO ACCTTRN-SEQ.
           MOVE WS-CYC-JOB-NAME TO ACCTTRN-SOURCE.

           WRITE ACCTTRN-RECORD.

           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBPAY - ACCTTRN WRITE FAILED, STATUS '
                   WS-ACCTTRN-STATUS ' FOR ' ACCTTRN-STUDENT-NO
           END-IF.

      * Opens this job's entry on the cycle control file - same
      * bookkeeping every nightly job carries.
       050-CYCLE-START.
               MOVE ZERO TO CYCCTL-END-TIME
               MOVE ZERO TO CYCCTL-RECORD-COUNT
               SET CYCCTL-IN-PROGRESS TO TRUE
               SET CYCCTL-NOT-PLANNED TO TRUE
               WRITE CYCCTL-RECORD
           ELSE IF CYCCTL-COMPLETE
               DISPLAY 'MVBPAY - ALREADY RAN FOR ' WS-CYC-BUS-DATE
