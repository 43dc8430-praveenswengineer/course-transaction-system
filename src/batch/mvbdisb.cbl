       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBDISB.
       AUTHOR.        M VALDRON.

      * NIGHTLY CREDIT BALANCE REFUND RUN.  A SPONSOR REMITTANCE, A
      * DROP REFUND CREDIT OR AN AWARD CAN LEAVE A STUDENT'S ACCTBAL
      * BALANCE IN CREDIT, AND UNTIL NOW THE MONEY SAT THERE UNTIL
      * SOMEBODY ASKED FOR IT.  WALKS ACCTBAL AND PAYS BACK OUT
      * EVERY CREDIT THAT:
      *
      *   IS AT LEAST THE MINIMUM AMOUNT,
      *
      *   HAS SAT UNTOUCHED FOR THE HOLD PERIOD (NO ACCTBAL ACTIVITY
      *   SINCE), SO A PAYMENT STILL CLEARING OR A CHARGE STILL TO
      *   COME CAN LAND FIRST,
      *
      *   AND IS NOT NEEDED FOR A COMING TERM - A STUDENT WITH A
      *   CHGHIST CHARGE STILL OPEN FOR A TERM NOT YET STARTED
      *   (TERMCAL) KEEPS THE CREDIT AGAINST IT.
      *
      * THE PAYEE IS WHOEVER PUT THE MONEY IN LAST - WHEN THE LATEST
      * PAYMENT ON THE STUDENT'S ACCTTRN LEDGER IS A SPONSOR
      * REMITTANCE, THE SPONSOR OVERPAID AND IS REFUNDED BY EFT TO
      * ITS SPONFILE ADDRESS; OTHERWISE THE STUDENT IS SENT A CHEQUE
      * AT THE STUFILE ADDRESS.
      *
      * THE DSBREG APPROVAL REGISTER PRINTS EVERY DISBURSEMENT BY
      * PAYMENT METHOD, WITH TOTALS AND THE SIGN-OFF LINES, AHEAD OF
      * THE DSBFILE ACCOUNTS PAYABLE FILE - AP RELEASES NOTHING
      * UNTIL THE REGISTER IS SIGNED AND ITS TOTAL AGREES WITH THE
      * DSBFILE TRAILER.  EACH DISBURSEMENT ADDS BACK TO ACCTBAL, SO
      * THE CREDIT IS ZERO AND CANNOT BE PAID TWICE, AND IS JOURNALED
      * AS AN RD ENTRY ON ACCTTRN CARRYING THE DISBURSEMENT NUMBER.
      * MVBPAY HAS ALREADY APPLIED TONIGHT'S REFCRDT DROP REFUND
      * CREDITS.  RUNS AFTER MVBPLAN AND AHEAD OF MVBGLJ, SO THE
      * REFUNDS REACH THE GL TONIGHT.  DAY COUNTS USE THE USUAL
      * CRUDE 365-DAY YEAR.
      *
      * SYSIN CARD (OPTIONAL): HOLD DAYS 1-3, MINIMUM AMOUNT 5-11
      * (99999V99).  BLANK OR UNUSABLE DEFAULTS TO 30 DAYS AND 1.00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTBAL ASSIGN TO ACCTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTBAL-STUDENT-NO
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT CHGHIST ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGHIST-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT TERMCAL ASSIGN TO TERMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERMCAL-TERM-YEAR
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT SPONFILE ASSIGN TO SPONFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPONFILE-ID
               FILE STATUS IS WS-SPONFILE-STATUS.

           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTTRN-KEY
               FILE STATUS IS WS-ACCTTRN-STATUS.

           SELECT DSBFILE ASSIGN TO DSBFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSBFILE-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REGISTER-RPT ASSIGN TO DSBREG
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD.
           05  PC-HOLD-DAYS             PIC X(3).
           05  FILLER                   PIC X(1).
           05  PC-MIN-AMOUNT            PIC X(7).
           05  PC-MIN-AMOUNT-N REDEFINES PC-MIN-AMOUNT
                                        PIC 9(5)V99.
           05  FILLER                   PIC X(69).

       FD  ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  CHGHIST
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'CHGHISTC'.

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  SPONFILE
           RECORD CONTAINS 125 CHARACTERS.
       COPY 'SPONRECC'.

       FD  ACCTTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'ACCTTRNC'.

       FD  DSBFILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY 'DSBRECC'.

      * One credit to pay out - C cheque to the student, E EFT to
      * the sponsor.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-METHOD               PIC X(1).
           05  SW-PAYEE-NAME           PIC X(30).
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-PAYEE-TYPE           PIC X(1).
           05  SW-SPONSOR-ID           PIC X(5).
           05  SW-ADDR-LINE1           PIC X(20).
           05  SW-ADDR-LINE2           PIC X(20).
           05  SW-ADDR-LINE3           PIC X(20).
           05  SW-POSTAL               PIC X(6).
           05  SW-COUNTRY              PIC X(3).
           05  SW-AMOUNT               PIC 9(7)V99.

       FD  REGISTER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DSBREG-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.

      * Overnight cycle control - this job's place in the chain.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBDISB'.
       01  WS-CYC-PRED-JOB             PIC X(8)    VALUE 'MVBPLAN'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-ACCTBAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTBAL-OK                           VALUE '00'.

       01  WS-CHGHIST-STATUS           PIC XX          VALUE SPACES.
           88  WS-CHGHIST-OK                           VALUE '00'.

       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-SPONFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-SPONFILE-OK                          VALUE '00'.

       01  WS-ACCTTRN-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTTRN-OK                           VALUE '00'.

       01  WS-DSBFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-DSBFILE-OK                           VALUE '00'.

      * Ledger key stamp for tonight's RD entries.
       01  WS-TRN-TIME                 PIC 9(7)        VALUE ZERO.
       01  WS-TRN-SEQ                  PIC 9(5)        VALUE ZERO.

      * Refund settings off the SYSIN card.
       01  WS-HOLD-DAYS                PIC 9(3)        VALUE 30.
       01  WS-MIN-AMOUNT               PIC 9(5)V99     VALUE 1.00.

      * 0CYYDDD split for the crude day arithmetic.
       01  WS-DATE-DIGITS              PIC 9(7).
       01  WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05  FILLER                   PIC 99.
           05  WS-DP-YY                 PIC 99.
           05  WS-DP-DDD                PIC 999.

       01  WS-TODAY-DAYS               PIC 9(7)        VALUE ZERO.
       01  WS-LAST-DAYS                PIC 9(7)        VALUE ZERO.

       01  WS-CREDIT                   PIC S9(7)V99    VALUE ZERO.
       01  WS-PAYER-SPONSOR            PIC X(5)        VALUE SPACES.
       01  WS-DSB-SEQ                  PIC 9(5)        VALUE ZERO.
       01  WS-SAVE-METHOD              PIC X(1)        VALUE SPACES.
       01  WS-NOT-PAID-TEXT            PIC X(30)       VALUE SPACES.

       01  WS-METHOD-TOTAL             PIC 9(9)V99     VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC 9(9)V99     VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-CHG-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-CHG-DONE                          VALUE 'Y'.
           05  WS-TRN-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-TRN-DONE                          VALUE 'Y'.
           05  WS-OPEN-TERM-SWITCH      PIC X          VALUE 'N'.
               88  WS-OPEN-TERM                         VALUE 'Y'.
           05  WS-FIRST-GROUP-SWITCH    PIC X          VALUE 'Y'.
               88  WS-FIRST-GROUP                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-CREDIT-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-BELOW-MIN-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-HELD-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-OPEN-TERM-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-NO-PAYEE-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-PAID-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-NOT-PAID-COUNT        PIC 9(07)      VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBDISB'.
           05  FILLER                   PIC X(40)  VALUE
               'REFUND DISBURSEMENT APPROVAL REGISTER'.
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-METHOD-HEADING.
           05  FILLER                   PIC X(16)  VALUE
               'PAYMENT METHOD: '.
           05  WS-MH-METHOD             PIC X(10).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(12)  VALUE 'DISB NO'.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(32)  VALUE 'PAYEE'.
           05  FILLER                   PIC X(15)  VALUE 'PAYEE TYPE'.
           05  FILLER                   PIC X(13)  VALUE
               '       AMOUNT'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(30)  VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-DSB-NUMBER         PIC X(10).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-PAYEE-NAME         PIC X(30).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-PAYEE-TYPE         PIC X(13).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NOTE               PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SIGNOFF-LINE.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-SL-LABEL              PIC X(16).
           05  FILLER                   PIC X(30)  VALUE ALL '_'.
           05  FILLER                   PIC X(8)   VALUE '  DATE '.
           05  FILLER                   PIC X(12)  VALUE ALL '_'.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'ACCOUNTS IN CREDIT:         '.
           05  WS-TL-CREDIT             PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'REFUNDS DISBURSED:          '.
           05  WS-TL-PAID               PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'UNDER MINIMUM AMOUNT:       '.
           05  WS-TL-BELOW-MIN          PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'IN HOLD PERIOD:             '.
           05  WS-TL-HELD               PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-5.
           05  FILLER                   PIC X(30)  VALUE
               'KEPT FOR A COMING TERM:     '.
           05  WS-TL-OPEN-TERM          PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-6.
           05  FILLER                   PIC X(30)  VALUE
               'NO PAYEE ON FILE:           '.
           05  WS-TL-NO-PAYEE           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           PERFORM 010-READ-PARM-CARD.

           MOVE WS-CYC-BUS-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-TODAY-DAYS = WS-DP-YY * 365 + WS-DP-DDD.

           OPEN I-O ACCTBAL.
           IF NOT WS-ACCTBAL-OK
               DISPLAY 'MVBDISB - ACCTBAL OPEN FAILED, STATUS '
                   WS-ACCTBAL-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CHGHIST.
           IF NOT WS-CHGHIST-OK
               DISPLAY 'MVBDISB - CHGHIST OPEN FAILED, STATUS '
                   WS-CHGHIST-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT TERMCAL.
           OPEN INPUT STUFILE.
           OPEN INPUT SPONFILE.

           OPEN I-O ACCTTRN.
           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBDISB - ACCTTRN OPEN FAILED, STATUS '
                   WS-ACCTTRN-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT DSBFILE.
           IF NOT WS-DSBFILE-OK
               DISPLAY 'MVBDISB - DSBFILE OPEN FAILED, STATUS '
                   WS-DSBFILE-STATUS
               STOP RUN
           END-IF.

           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-TRN-TIME.

           SORT SORT-WORK
               ON ASCENDING KEY SW-METHOD SW-PAYEE-NAME SW-STUDENT-NO
               INPUT PROCEDURE 100-SELECT-CREDITS
               OUTPUT PROCEDURE 500-PAY-CREDITS.

           CLOSE ACCTBAL.
           CLOSE CHGHIST.
           CLOSE TERMCAL.
           CLOSE STUFILE.
           CLOSE SPONFILE.
           CLOSE ACCTTRN.
           CLOSE DSBFILE.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBDISB - ACCOUNTS READ:    ' WS-READ-COUNT.
           DISPLAY 'MVBDISB - IN CREDIT:        ' WS-CREDIT-COUNT.
           DISPLAY 'MVBDISB - UNDER MINIMUM:    ' WS-BELOW-MIN-COUNT.
           DISPLAY 'MVBDISB - IN HOLD PERIOD:   ' WS-HELD-COUNT.
           DISPLAY 'MVBDISB - KEPT FOR A TERM:  ' WS-OPEN-TERM-COUNT.
           DISPLAY 'MVBDISB - NO PAYEE:         ' WS-NO-PAYEE-COUNT.
           DISPLAY 'MVBDISB - DISBURSED:        ' WS-PAID-COUNT.
           DISPLAY 'MVBDISB - NOT DISBURSED:    ' WS-NOT-PAID-COUNT.
           DISPLAY 'MVBDISB - TOTAL DISBURSED:  ' WS-GRAND-TOTAL.

           STOP RUN.

       010-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-HOLD-DAYS IS NUMERIC
                       MOVE PC-HOLD-DAYS TO WS-HOLD-DAYS
                   END-IF
                   IF PC-MIN-AMOUNT IS NUMERIC
                       MOVE PC-MIN-AMOUNT-N TO WS-MIN-AMOUNT
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

           DISPLAY 'MVBDISB - HOLD DAYS ' WS-HOLD-DAYS
               ' MINIMUM ' WS-MIN-AMOUNT.

      * Sort input - every account whose credit is ready to go back
      * out, with its payee.
       100-SELECT-CREDITS.
           MOVE LOW-VALUES TO ACCTBAL-STUDENT-NO.

           START ACCTBAL KEY IS NOT LESS THAN ACCTBAL-STUDENT-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

           IF NOT WS-END-OF-FILE
               PERFORM 110-READ-ACCTBAL
           END-IF.

           PERFORM 200-ONE-ACCOUNT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

       110-READ-ACCTBAL.
           READ ACCTBAL NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

       200-ONE-ACCOUNT.
           IF ACCTBAL-BALANCE NOT < ZERO
               PERFORM 110-READ-ACCTBAL
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-CREDIT-COUNT.
           COMPUTE WS-CREDIT = ZERO - ACCTBAL-BALANCE.

           IF WS-CREDIT < WS-MIN-AMOUNT
               ADD 1 TO WS-BELOW-MIN-COUNT
               PERFORM 110-READ-ACCTBAL
               GO TO 200-EXIT
           END-IF.

      * Anything posted to the account inside the hold period -
      * the credit waits for things to settle.
           MOVE ACCTBAL-LAST-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-LAST-DAYS = WS-DP-YY * 365 + WS-DP-DDD.

           IF WS-TODAY-DAYS < WS-LAST-DAYS + WS-HOLD-DAYS
               ADD 1 TO WS-HELD-COUNT
               PERFORM 110-READ-ACCTBAL
               GO TO 200-EXIT
           END-IF.

           PERFORM 300-CHECK-OPEN-TERMS.

           IF WS-OPEN-TERM
               ADD 1 TO WS-OPEN-TERM-COUNT
               PERFORM 110-READ-ACCTBAL
               GO TO 200-EXIT
           END-IF.

           PERFORM 400-FIND-PAYEE.

           IF SW-PAYEE-TYPE = SPACES
               DISPLAY 'MVBDISB - NO PAYEE FOR CREDIT ON '
                   ACCTBAL-STUDENT-NO ' - LEFT ON ACCOUNT'
               ADD 1 TO WS-NO-PAYEE-COUNT
               PERFORM 110-READ-ACCTBAL
               GO TO 200-EXIT
           END-IF.

           MOVE ACCTBAL-STUDENT-NO TO SW-STUDENT-NO.
           MOVE WS-CREDIT TO SW-AMOUNT.
           RELEASE SORT-WORK-REC.

           PERFORM 110-READ-ACCTBAL.

       200-EXIT.
           EXIT.

      * Browses the student's CHGHIST terms for a charge still open
      * on a term that has not started yet.
       300-CHECK-OPEN-TERMS.
           MOVE 'N' TO WS-OPEN-TERM-SWITCH.
           MOVE 'N' TO WS-CHG-EOF-SWITCH.

           MOVE ACCTBAL-STUDENT-NO TO CHGHIST-STUDENT-NO.
           MOVE LOW-VALUES TO CHGHIST-TERM-YEAR.

           START CHGHIST KEY IS NOT LESS THAN CHGHIST-KEY
               INVALID KEY
                   SET WS-CHG-DONE TO TRUE
           END-START.

           PERFORM 310-READ-CHARGE
               UNTIL WS-CHG-DONE.

       310-READ-CHARGE.
           READ CHGHIST NEXT RECORD
               AT END
                   SET WS-CHG-DONE TO TRUE
           END-READ.

           IF NOT WS-CHG-DONE
               IF CHGHIST-STUDENT-NO NOT = ACCTBAL-STUDENT-NO
                   SET WS-CHG-DONE TO TRUE
               ELSE IF CHGHIST-CHARGED > CHGHIST-PAID
                   MOVE CHGHIST-TERM-YEAR TO TERMCAL-TERM-YEAR
                   READ TERMCAL RECORD
                   IF WS-TERMCAL-OK
                       AND TERMCAL-START-DATE > WS-CYC-BUS-DATE
                       SET WS-OPEN-TERM TO TRUE
                       SET WS-CHG-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Whoever paid last is refunded - a sponsor whose remittance
      * is the latest payment on the ledger gets the EFT, anyone
      * else means a cheque to the student.  SW-PAYEE-TYPE is left
      * blank when there is nobody on file to pay.
       400-FIND-PAYEE.
           MOVE SPACES TO SORT-WORK-REC.
           MOVE SPACES TO WS-PAYER-SPONSOR.
           MOVE 'N' TO WS-TRN-EOF-SWITCH.

           MOVE ACCTBAL-STUDENT-NO TO ACCTTRN-STUDENT-NO.
           MOVE ZERO TO ACCTTRN-DATE.
           MOVE ZERO TO ACCTTRN-TIME.
           MOVE ZERO TO ACCTTRN-SEQ.

           START ACCTTRN KEY IS NOT LESS THAN ACCTTRN-KEY
               INVALID KEY
                   SET WS-TRN-DONE TO TRUE
           END-START.

           PERFORM 410-READ-LEDGER
               UNTIL WS-TRN-DONE.

           IF WS-PAYER-SPONSOR NOT = SPACES
               MOVE WS-PAYER-SPONSOR TO SPONFILE-ID
               READ SPONFILE RECORD
               IF WS-SPONFILE-OK
                   MOVE 'E' TO SW-METHOD
                   MOVE 'P' TO SW-PAYEE-TYPE
                   MOVE SPONFILE-ID TO SW-SPONSOR-ID
                   MOVE SPONFILE-NAME TO SW-PAYEE-NAME
                   MOVE SPONFILE-ADDR-LINE1 TO SW-ADDR-LINE1
                   MOVE SPONFILE-ADDR-LINE2 TO SW-ADDR-LINE2
                   MOVE SPONFILE-ADDR-LINE3 TO SW-ADDR-LINE3
                   MOVE SPONFILE-POSTAL TO SW-POSTAL
               END-IF
           END-IF.

           IF SW-PAYEE-TYPE = SPACES
               MOVE 'MJV' TO STUFILE-PREFIX
               MOVE ACCTBAL-STUDENT-NO TO STUFILE-STUDENT-NO
               READ STUFILE RECORD
               IF WS-STUFILE-OK
                   MOVE 'C' TO SW-METHOD
                   MOVE 'S' TO SW-PAYEE-TYPE
                   MOVE STUFILE-NAME TO SW-PAYEE-NAME
                   MOVE STUFILE-ADDR-LINE1 TO SW-ADDR-LINE1
                   MOVE STUFILE-ADDR-LINE2 TO SW-ADDR-LINE2
                   MOVE STUFILE-ADDR-LINE3 TO SW-ADDR-LINE3
                   MOVE STUFILE-POSTAL TO SW-POSTAL
                   MOVE STUFILE-COUNTRY TO SW-COUNTRY
               END-IF
           END-IF.

      * Entries browse in date order, so the last payment seen is
      * the latest.
       410-READ-LEDGER.
           READ ACCTTRN NEXT RECORD
               AT END
                   SET WS-TRN-DONE TO TRUE
           END-READ.

           IF NOT WS-TRN-DONE
               IF ACCTTRN-STUDENT-NO NOT = ACCTBAL-STUDENT-NO
                   SET WS-TRN-DONE TO TRUE
               ELSE IF ACCTTRN-BURSAR-PAYMENT
                       OR ACCTTRN-COUNTER-PAYMENT
                   MOVE ACCTTRN-SPONSOR-ID TO WS-PAYER-SPONSOR
               END-IF
           END-IF.

      * Sort output - the approval register, and behind each line
      * the disbursement itself.
       500-PAY-CREDITS.
           OPEN OUTPUT REGISTER-RPT.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE SPACES TO DSBREG-LINE.
           WRITE DSBREG-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           PERFORM 510-PAY-ONE-CREDIT THRU 510-EXIT
               UNTIL WS-END-OF-FILE.

           IF NOT WS-FIRST-GROUP
               PERFORM 550-PRINT-METHOD-TOTAL
           END-IF.

           MOVE SPACES TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE 'TOTAL TO DISBURSE:' TO WS-TL-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE SPACES TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE 'PREPARED BY:' TO WS-SL-LABEL.
           MOVE WS-SIGNOFF-LINE TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE SPACES TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE 'APPROVED BY:' TO WS-SL-LABEL.
           MOVE WS-SIGNOFF-LINE TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE SPACES TO DSBREG-LINE.
           WRITE DSBREG-LINE.

           MOVE WS-CREDIT-COUNT TO WS-TL-CREDIT.
           MOVE WS-TRAILER-LINE TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE WS-PAID-COUNT TO WS-TL-PAID.
           MOVE WS-TRAILER-LINE-2 TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE WS-BELOW-MIN-COUNT TO WS-TL-BELOW-MIN.
           MOVE WS-TRAILER-LINE-3 TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE WS-HELD-COUNT TO WS-TL-HELD.
           MOVE WS-TRAILER-LINE-4 TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE WS-OPEN-TERM-COUNT TO WS-TL-OPEN-TERM.
           MOVE WS-TRAILER-LINE-5 TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE WS-NO-PAYEE-COUNT TO WS-TL-NO-PAYEE.
           MOVE WS-TRAILER-LINE-6 TO DSBREG-LINE.
           WRITE DSBREG-LINE.

           CLOSE REGISTER-RPT.

      * Trailer for AP to balance the file to the register.
           MOVE SPACES TO DSBFILE-RECORD.
           MOVE '9999999' TO DSBFILE-TRL-ID.
           MOVE WS-PAID-COUNT TO DSBFILE-TRL-COUNT.
           MOVE WS-GRAND-TOTAL TO DSBFILE-TRL-TOTAL.
           WRITE DSBFILE-RECORD.

      * One credit.  The balance is read again before anything is
      * paid, so a credit already used up is never sent out.
       510-PAY-ONE-CREDIT.
           IF WS-FIRST-GROUP OR SW-METHOD NOT = WS-SAVE-METHOD
               IF NOT WS-FIRST-GROUP
                   PERFORM 550-PRINT-METHOD-TOTAL
               END-IF
               MOVE SW-METHOD TO WS-SAVE-METHOD
               MOVE ZERO TO WS-METHOD-TOTAL
               MOVE 'N' TO WS-FIRST-GROUP-SWITCH
               PERFORM 520-PRINT-METHOD-HEADING
           END-IF.

           MOVE SW-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE SW-PAYEE-NAME TO WS-DL-PAYEE-NAME.
           IF SW-PAYEE-TYPE = 'P'
               MOVE 'SPONSOR' TO WS-DL-PAYEE-TYPE
               MOVE SW-SPONSOR-ID TO WS-DL-PAYEE-TYPE (9:5)
           ELSE
               MOVE 'STUDENT' TO WS-DL-PAYEE-TYPE
           END-IF.

           MOVE SW-STUDENT-NO TO ACCTBAL-STUDENT-NO.

           READ ACCTBAL RECORD.

           IF WS-ACCTBAL-OK
               COMPUTE WS-CREDIT = ZERO - ACCTBAL-BALANCE
           ELSE
               MOVE ZERO TO WS-CREDIT
           END-IF.

           IF WS-CREDIT < SW-AMOUNT
               MOVE 'NOT PAID - BALANCE CHANGED' TO WS-NOT-PAID-TEXT
               PERFORM 560-PRINT-NOT-PAID
               GO TO 510-NEXT
           END-IF.

      * The payout is a debit - it goes on as a charge would, and
      * the credit is gone.
           ADD SW-AMOUNT TO ACCTBAL-CHARGED.
           ADD SW-AMOUNT TO ACCTBAL-BALANCE.
           MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE.

           REWRITE ACCTBAL-RECORD.

           IF NOT WS-ACCTBAL-OK
               DISPLAY 'MVBDISB - ACCTBAL REWRITE FAILED, STATUS '
                   WS-ACCTBAL-STATUS ' FOR ' SW-STUDENT-NO
               MOVE 'NOT PAID - ACCTBAL REWRITE' TO WS-NOT-PAID-TEXT
               PERFORM 560-PRINT-NOT-PAID
               GO TO 510-NEXT
           END-IF.

           ADD 1 TO WS-DSB-SEQ.
           MOVE SPACES TO DSBFILE-RECORD.
           MOVE WS-CYC-ACCEPT-DAY TO DSBFILE-NUM-DAY.
           MOVE WS-DSB-SEQ TO DSBFILE-NUM-SEQ.
           MOVE WS-CYC-BUS-DATE TO DSBFILE-DATE.
           MOVE SW-STUDENT-NO TO DSBFILE-STUDENT-NO.
           MOVE SW-PAYEE-TYPE TO DSBFILE-PAYEE-TYPE.
           MOVE SW-SPONSOR-ID TO DSBFILE-SPONSOR-ID.
           MOVE SW-METHOD TO DSBFILE-METHOD.
           MOVE SW-PAYEE-NAME TO DSBFILE-PAYEE-NAME.
           MOVE SW-ADDR-LINE1 TO DSBFILE-ADDR-LINE1.
           MOVE SW-ADDR-LINE2 TO DSBFILE-ADDR-LINE2.
           MOVE SW-ADDR-LINE3 TO DSBFILE-ADDR-LINE3.
           MOVE SW-POSTAL TO DSBFILE-POSTAL.
           MOVE SW-COUNTRY TO DSBFILE-COUNTRY.
           MOVE SW-AMOUNT TO DSBFILE-AMOUNT.

           MOVE SPACES TO ACCTTRN-RECORD.
           MOVE SW-STUDENT-NO TO ACCTTRN-STUDENT-NO.
           MOVE WS-CYC-BUS-DATE TO ACCTTRN-DATE.
           MOVE SW-AMOUNT TO ACCTTRN-AMOUNT.
           MOVE DSBFILE-NUMBER TO ACCTTRN-REF.
           IF SW-PAYEE-TYPE = 'P'
               MOVE SW-SPONSOR-ID TO ACCTTRN-SPONSOR-ID
           END-IF.
           SET ACCTTRN-REFUND-PAID-OUT TO TRUE.
           SET ACCTTRN-DEBIT TO TRUE.

           PERFORM 600-WRITE-LEDGER.

           WRITE DSBFILE-RECORD.

           IF NOT WS-DSBFILE-OK
               DISPLAY 'MVBDISB - DSBFILE WRITE FAILED, STATUS '
                   WS-DSBFILE-STATUS ' FOR ' SW-STUDENT-NO
           END-IF.

           ADD 1 TO WS-PAID-COUNT.
           ADD SW-AMOUNT TO WS-METHOD-TOTAL.
           ADD SW-AMOUNT TO WS-GRAND-TOTAL.

           MOVE DSBFILE-NUMBER TO WS-DL-DSB-NUMBER.
           MOVE SW-AMOUNT TO WS-DL-AMOUNT.
           MOVE SPACES TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO DSBREG-LINE.
           WRITE DSBREG-LINE.

       510-NEXT.
           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

       510-EXIT.
           EXIT.

       520-PRINT-METHOD-HEADING.
           IF WS-SAVE-METHOD = 'E'
               MOVE 'EFT' TO WS-MH-METHOD
           ELSE
               MOVE 'CHEQUE' TO WS-MH-METHOD
           END-IF.
           MOVE WS-METHOD-HEADING TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE WS-HEADING-2 TO DSBREG-LINE.
           WRITE DSBREG-LINE.

       550-PRINT-METHOD-TOTAL.
           MOVE 'PAYMENT METHOD TOTAL:' TO WS-TL-LABEL.
           MOVE WS-METHOD-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO DSBREG-LINE.
           WRITE DSBREG-LINE.
           MOVE SPACES TO DSBREG-LINE.
           WRITE DSBREG-LINE.

      * A credit selected but not paid still prints, so the
      * register accounts for it.
       560-PRINT-NOT-PAID.
           ADD 1 TO WS-NOT-PAID-COUNT.
           MOVE SPACES TO WS-DL-DSB-NUMBER.
           MOVE SW-AMOUNT TO WS-DL-AMOUNT.
           MOVE WS-NOT-PAID-TEXT TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO DSBREG-LINE.
           WRITE DSBREG-LINE.

      * Caller fills the entry; the key's time and sequence and the
      * source program are stamped here.
       600-WRITE-LEDGER.
           ADD 1 TO WS-TRN-SEQ.
           MOVE WS-TRN-TIME TO ACCTTRN-TIME.
           MOVE WS-TRN-SEQ TO ACCTTRN-SEQ.
           MOVE WS-CYC-JOB-NAME TO ACCTTRN-SOURCE.

           WRITE ACCTTRN-RECORD.

           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBDISB - ACCTTRN WRITE FAILED, STATUS '
                   WS-ACCTTRN-STATUS ' FOR ' ACCTTRN-STUDENT-NO
           END-IF.

      * Opens this job's entry on the cycle control file - same
      * bookkeeping every nightly job carries.
       050-CYCLE-START.
           ACCEPT WS-CYC-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-CYC-BUS-DATE.
           MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5).
           MOVE '1' TO WS-CYC-BUS-DATE (2:1).
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.

           OPEN I-O CYCCTL.
           IF NOT WS-CYCCTL-OK
               DISPLAY 'MVBDISB - CYCCTL OPEN FAILED, STATUS '
                   WS-CYCCTL-STATUS
               STOP RUN
           END-IF.

           IF WS-CYC-PRED-JOB NOT = SPACES
               MOVE WS-CYC-PRED-JOB TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               READ CYCCTL RECORD
               IF WS-CYCCTL-NOTFND OR NOT CYCCTL-COMPLETE
                   DISPLAY 'MVBDISB - PREDECESSOR ' WS-CYC-PRED-JOB
                       ' HAS NOT COMPLETED FOR ' WS-CYC-BUS-DATE
                       ' - ENDING'
                   CLOSE CYCCTL
                   STOP RUN
               END-IF
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
               DISPLAY 'MVBDISB - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-READ-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
