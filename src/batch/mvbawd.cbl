       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBAWD.
       AUTHOR.        M VALDRON.

      * NIGHTLY SCHOLARSHIP AND BURSARY DISBURSEMENT.  WALKS THE
      * STUAWD STUDENT AWARD FILE THE MVPRGAW SCREEN MAINTAINS:
      *
      *   GRANTED AWARDS ARE CHECKED AGAINST THE AWDMAST ELIGIBILITY
      *   RULES - THE MINIMUM CUMULATIVE GPA OFF THE STUDENT'S
      *   LATEST STANDFLE ENTRY, THE DECLARED PROGRAM ON STUFILE AND
      *   THE PROGRAM'S PROGFILE DEPARTMENT.  AN ELIGIBLE AWARD IS
      *   PRICED (THE AMOUNT KEYED AT GRANT, ELSE THE AWDMAST FLAT
      *   AMOUNT OR PERCENTAGE OF THE TERM'S CHGHIST TUITION) AND
      *   CREDITED TO THE TERM'S CHGHIST PAID AMOUNT AND THE
      *   STUDENT'S ACCTBAL BALANCE, WITH AN AW ENTRY ON THE ACCTTRN
      *   LEDGER FOR THE STATEMENTS AND THE GL JOURNAL.  THE TUITION
      *   ON CHGHIST IS LEFT AS BILLED, SO THE T2202 RECEIPT STILL
      *   SHOWS WHAT THE TERM COST.  AN AWARD FOR A TERM NOT YET
      *   BILLED WAITS UNTIL MVBTUI BILLS IT; ONE THAT FAILS THE
      *   RULES IS MARKED NOT ELIGIBLE WITH THE REASON,
      *
      *   AWARDS REVOKED AFTER THEY WERE PAID HAVE THE CREDIT TAKEN
      *   BACK OFF CHGHIST AND ACCTBAL (AN AR LEDGER ENTRY).
      *
      * EVERY DISBURSEMENT, REVERSAL AND REFUSAL IS PRINTED ON THE
      * AWDRPT AWARD REGISTER, SORTED AND TOTALLED BY FUNDING
      * SOURCE FOR THE FINANCIAL AID OFFICE TO BILL THE FUNDERS.
      * RUNS AFTER MVBPAY, SO TONIGHT'S CHARGE ROLL IS ON CHGHIST,
      * AND AHEAD OF MVBGLJ, SO TONIGHT'S AWARDS REACH THE GL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUAWD ASSIGN TO STUAWD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUAWD-KEY
               FILE STATUS IS WS-STUAWD-STATUS.

           SELECT AWDMAST ASSIGN TO AWDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AWDMAST-CODE
               FILE STATUS IS WS-AWDMAST-STATUS.

           SELECT STANDFLE ASSIGN TO STANDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STANDFLE-KEY
               FILE STATUS IS WS-STANDFLE-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT PROGFILE ASSIGN TO PROGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROGFILE-CODE
               FILE STATUS IS WS-PROGFILE-STATUS.

           SELECT CHGHIST ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHGHIST-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT ACCTBAL ASSIGN TO ACCTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTBAL-STUDENT-NO
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTTRN-KEY
               FILE STATUS IS WS-ACCTTRN-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REGISTER-RPT ASSIGN TO AWDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUAWD
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'STUAWDC'.

       FD  AWDMAST
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'AWDMASTC'.

       FD  STANDFLE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'STANDREC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  PROGFILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'PROGRECC'.

       FD  CHGHIST
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'CHGHISTC'.

       FD  ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  ACCTTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'ACCTTRNC'.

      * One register line - D disbursed, R reversed, X refused.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-FUND-SOURCE          PIC X(10).
           05  SW-AWARD-CODE           PIC X(5).
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-TERM-YEAR            PIC X(5).
           05  SW-ACTION               PIC X(1).
           05  SW-AMOUNT               PIC 9(7)V99.
           05  SW-STUDENT-NAME         PIC X(20).
           05  SW-REASON               PIC X(26).

       FD  REGISTER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  AWDRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.

      * Overnight cycle control - this job's place in the chain.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBAWD'.
       01  WS-CYC-PRED-JOB             PIC X(8)    VALUE 'MVBPAY'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-STUAWD-STATUS            PIC XX          VALUE SPACES.
           88  WS-STUAWD-OK                            VALUE '00'.

       01  WS-AWDMAST-STATUS           PIC XX          VALUE SPACES.
           88  WS-AWDMAST-OK                           VALUE '00'.
           88  WS-AWDMAST-NOTFND                       VALUE '23'.

       01  WS-STANDFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-STANDFLE-OK                          VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-PROGFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-PROGFILE-OK                          VALUE '00'.

       01  WS-CHGHIST-STATUS           PIC XX          VALUE SPACES.
           88  WS-CHGHIST-OK                           VALUE '00'.
           88  WS-CHGHIST-NOTFND                       VALUE '23'.

       01  WS-ACCTBAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTBAL-OK                           VALUE '00'.
           88  WS-ACCTBAL-NOTFND                       VALUE '23'.

       01  WS-ACCTTRN-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTTRN-OK                           VALUE '00'.

      * Ledger keys for this run - every entry carries the run's
      * start time and the next sequence number.
       01  WS-TRN-TIME                 PIC 9(7)        VALUE ZERO.
       01  WS-TRN-SEQ                  PIC 9(5)        VALUE ZERO.

       01  WS-AWARD-AMOUNT             PIC 9(7)V99     VALUE ZERO.
       01  WS-INELIGIBLE-REASON        PIC X(26)       VALUE SPACES.

      * Latest standing found for the student - STANDFLE is keyed
      * by term code, which does not sort by date, so the entry
      * with the newest MVBGPA run date wins.
       01  WS-LATEST-RUN-DATE          PIC 9(7)        VALUE ZERO.
       01  WS-LATEST-CUM-GPA           PIC 9V99        VALUE ZERO.

       01  WS-SAVE-FUND-SOURCE         PIC X(10)       VALUE SPACES.
       01  WS-FUND-NET                 PIC S9(9)V99    VALUE ZERO.
       01  WS-GRAND-NET                PIC S9(9)V99    VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-STD-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-STD-DONE                          VALUE 'Y'.
           05  WS-FIRST-GROUP-SWITCH    PIC X          VALUE 'Y'.
               88  WS-FIRST-GROUP                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-DISBURSED-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-REVERSED-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-INELIGIBLE-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-PENDING-COUNT         PIC 9(07)      VALUE ZERO.

       01  WS-DISBURSED-TOTAL          PIC 9(9)V99     VALUE ZERO.
       01  WS-REVERSED-TOTAL           PIC 9(9)V99     VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBAWD'.
           05  FILLER                   PIC X(40)  VALUE
               'SCHOLARSHIP AND BURSARY AWARD REGISTER'.
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-FUND-HEADING.
           05  FILLER                   PIC X(16)  VALUE
               'FUNDING SOURCE: '.
           05  WS-FH-FUND-SOURCE        PIC X(10).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(7)   VALUE 'AWARD'.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(7)   VALUE 'TERM'.
           05  FILLER                   PIC X(14)  VALUE 'ACTION'.
           05  FILLER                   PIC X(13)  VALUE
               '       AMOUNT'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(26)  VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-AWARD-CODE         PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STUDENT-NAME       PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X(12).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-AMOUNT             PIC -ZZZZZZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-REASON             PIC X(26).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-AMOUNT             PIC -ZZZZZZZZ9.99.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'AWARDS DISBURSED:           '.
           05  WS-TL-DISBURSED          PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'AWARDS REVERSED:            '.
           05  WS-TL-REVERSED           PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'AWARDS NOT ELIGIBLE:        '.
           05  WS-TL-INELIGIBLE         PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'WAITING FOR TERM BILLING:   '.
           05  WS-TL-PENDING            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           OPEN I-O STUAWD.
           IF NOT WS-STUAWD-OK
               DISPLAY 'MVBAWD - STUAWD OPEN FAILED, STATUS '
                   WS-STUAWD-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT AWDMAST.
           IF NOT WS-AWDMAST-OK
               DISPLAY 'MVBAWD - AWDMAST OPEN FAILED, STATUS '
                   WS-AWDMAST-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STANDFLE.
           OPEN INPUT STUFILE.
           OPEN INPUT PROGFILE.
           OPEN I-O CHGHIST.
           OPEN I-O ACCTBAL.
           OPEN I-O ACCTTRN.
           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBAWD - ACCTTRN OPEN FAILED, STATUS '
                   WS-ACCTTRN-STATUS
               STOP RUN
           END-IF.

           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-TRN-TIME.

           SORT SORT-WORK
               ON ASCENDING KEY SW-FUND-SOURCE SW-AWARD-CODE
                                SW-STUDENT-NO SW-TERM-YEAR
               INPUT PROCEDURE 100-PROCESS-AWARDS
               OUTPUT PROCEDURE 500-PRINT-REGISTER.

           CLOSE STUAWD.
           CLOSE AWDMAST.
           CLOSE STANDFLE.
           CLOSE STUFILE.
           CLOSE PROGFILE.
           CLOSE CHGHIST.
           CLOSE ACCTBAL.
           CLOSE ACCTTRN.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBAWD - AWARDS READ:       ' WS-READ-COUNT.
           DISPLAY 'MVBAWD - AWARDS DISBURSED:  ' WS-DISBURSED-COUNT.
           DISPLAY 'MVBAWD - AWARDS REVERSED:   ' WS-REVERSED-COUNT.
           DISPLAY 'MVBAWD - NOT ELIGIBLE:      ' WS-INELIGIBLE-COUNT.
           DISPLAY 'MVBAWD - WAITING ON BILLING:' WS-PENDING-COUNT.

           STOP RUN.

      * Sort input - every award with something to do tonight.
       100-PROCESS-AWARDS.
           PERFORM 110-READ-AWARD.
           PERFORM 200-PROCESS-ONE-AWARD
               UNTIL WS-END-OF-FILE.

       110-READ-AWARD.
           READ STUAWD NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

       200-PROCESS-ONE-AWARD.
           IF STUAWD-GRANTED
               PERFORM 300-DISBURSE-AWARD THRU 300-EXIT
           ELSE IF STUAWD-REVERSAL-DUE
               PERFORM 400-REVERSE-AWARD
           END-IF.

           PERFORM 110-READ-AWARD.

      * A granted award - checked, priced and credited, refused, or
      * left to wait for the term to be billed.
       300-DISBURSE-AWARD.
           MOVE STUAWD-AWARD-CODE TO AWDMAST-CODE.

           READ AWDMAST RECORD.

           IF WS-AWDMAST-NOTFND
               MOVE SPACES TO AWDMAST-FUND-SOURCE
               MOVE 'AWARD NOT ON AWDMAST' TO WS-INELIGIBLE-REASON
               PERFORM 350-MARK-INELIGIBLE
               GO TO 300-EXIT
           END-IF.

           PERFORM 310-CHECK-ELIGIBLE THRU 310-EXIT.

           IF WS-INELIGIBLE-REASON NOT = SPACES
               PERFORM 350-MARK-INELIGIBLE
               GO TO 300-EXIT
           END-IF.

           MOVE STUAWD-STUDENT-NO TO CHGHIST-STUDENT-NO.
           MOVE STUAWD-TERM-YEAR TO CHGHIST-TERM-YEAR.

           READ CHGHIST RECORD.

           IF WS-CHGHIST-NOTFND
               ADD 1 TO WS-PENDING-COUNT
               GO TO 300-EXIT
           END-IF.

           IF STUAWD-GRANT-AMOUNT IS NUMERIC
                   AND STUAWD-GRANT-AMOUNT > ZERO
               MOVE STUAWD-GRANT-AMOUNT TO WS-AWARD-AMOUNT
           ELSE IF AWDMAST-PCT-OF-TUITION
               COMPUTE WS-AWARD-AMOUNT ROUNDED =
                   CHGHIST-CHARGED * AWDMAST-PCT / 100
           ELSE
               MOVE AWDMAST-AMOUNT TO WS-AWARD-AMOUNT
           END-IF.

           IF WS-AWARD-AMOUNT = ZERO
               ADD 1 TO WS-PENDING-COUNT
               GO TO 300-EXIT
           END-IF.

           ADD WS-AWARD-AMOUNT TO CHGHIST-PAID.
           MOVE WS-CYC-BUS-DATE TO CHGHIST-LAST-DATE.
           REWRITE CHGHIST-RECORD.

           PERFORM 360-CREDIT-BALANCE.

           MOVE SPACES TO ACCTTRN-RECORD.
           MOVE STUAWD-STUDENT-NO TO ACCTTRN-STUDENT-NO.
           MOVE WS-CYC-BUS-DATE TO ACCTTRN-DATE.
           MOVE STUAWD-TERM-YEAR TO ACCTTRN-TERM-YEAR.
           MOVE WS-AWARD-AMOUNT TO ACCTTRN-AMOUNT.
           MOVE STUAWD-AWARD-CODE TO ACCTTRN-REF.
           SET ACCTTRN-AWARD-CREDIT TO TRUE.
           SET ACCTTRN-CREDIT TO TRUE.
           PERFORM 600-WRITE-LEDGER.

           SET STUAWD-DISBURSED TO TRUE.
           MOVE WS-AWARD-AMOUNT TO STUAWD-DISB-AMOUNT.
           MOVE WS-CYC-BUS-DATE TO STUAWD-DISB-DATE.
           PERFORM 370-REWRITE-AWARD.

           ADD 1 TO WS-DISBURSED-COUNT.
           ADD WS-AWARD-AMOUNT TO WS-DISBURSED-TOTAL.

           MOVE 'D' TO SW-ACTION.
           MOVE WS-AWARD-AMOUNT TO SW-AMOUNT.
           MOVE SPACES TO SW-REASON.
           PERFORM 380-RELEASE-REGISTER.

       300-EXIT.
           EXIT.

      * The AWDMAST rules, first failure wins.  Spaces in
      * WS-INELIGIBLE-REASON on the way out means eligible.
       310-CHECK-ELIGIBLE.
           MOVE SPACES TO WS-INELIGIBLE-REASON.

           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE STUAWD-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF NOT WS-STUFILE-OK
               MOVE SPACES TO STUFILE-NAME
               MOVE 'STUDENT NOT ON STUFILE' TO WS-INELIGIBLE-REASON
               GO TO 310-EXIT
           END-IF.

           IF AWDMAST-PROGRAM NOT = SPACES
                   AND STUFILE-PROGRAM NOT = AWDMAST-PROGRAM
               MOVE 'NOT IN THE AWARD PROGRAM' TO WS-INELIGIBLE-REASON
               GO TO 310-EXIT
           END-IF.

           IF AWDMAST-DEPT NOT = SPACES
               MOVE STUFILE-PROGRAM TO PROGFILE-CODE
               READ PROGFILE RECORD
               IF NOT WS-PROGFILE-OK
                       OR PROGFILE-DEPT NOT = AWDMAST-DEPT
                   MOVE 'NOT IN THE AWARD DEPARTMENT'
                       TO WS-INELIGIBLE-REASON
                   GO TO 310-EXIT
               END-IF
           END-IF.

           IF AWDMAST-MIN-GPA IS NUMERIC
                   AND AWDMAST-MIN-GPA > ZERO
               PERFORM 320-GET-CUM-GPA
               IF WS-LATEST-RUN-DATE = ZERO
                   MOVE 'NO STANDING ON STANDFLE'
                       TO WS-INELIGIBLE-REASON
               ELSE IF WS-LATEST-CUM-GPA < AWDMAST-MIN-GPA
                   MOVE 'CUM GPA BELOW AWARD MINIMUM'
                       TO WS-INELIGIBLE-REASON
               END-IF
           END-IF.

       310-EXIT.
           EXIT.

      * Browses the student's STANDFLE entries for the newest one.
       320-GET-CUM-GPA.
           MOVE ZERO TO WS-LATEST-RUN-DATE.
           MOVE ZERO TO WS-LATEST-CUM-GPA.
           MOVE 'N' TO WS-STD-EOF-SWITCH.

           MOVE STUAWD-STUDENT-NO TO STANDFLE-STUDENT-NO.
           MOVE LOW-VALUES TO STANDFLE-TERM-YEAR.

           START STANDFLE KEY IS NOT LESS THAN STANDFLE-KEY
               INVALID KEY
                   SET WS-STD-DONE TO TRUE
           END-START.

           PERFORM 330-READ-STANDING
               UNTIL WS-STD-DONE.

       330-READ-STANDING.
           READ STANDFLE NEXT RECORD
               AT END
                   SET WS-STD-DONE TO TRUE
           END-READ.

           IF NOT WS-STD-DONE
               IF STANDFLE-STUDENT-NO NOT = STUAWD-STUDENT-NO
                   SET WS-STD-DONE TO TRUE
               ELSE IF STANDFLE-RUN-DATE > WS-LATEST-RUN-DATE
                   MOVE STANDFLE-RUN-DATE TO WS-LATEST-RUN-DATE
                   MOVE STANDFLE-CUM-GPA TO WS-LATEST-CUM-GPA
               END-IF
           END-IF.

       350-MARK-INELIGIBLE.
           SET STUAWD-INELIGIBLE TO TRUE.
           MOVE WS-INELIGIBLE-REASON TO STUAWD-REASON.
           PERFORM 370-REWRITE-AWARD.

           ADD 1 TO WS-INELIGIBLE-COUNT.

           MOVE 'X' TO SW-ACTION.
           MOVE ZERO TO SW-AMOUNT.
           MOVE WS-INELIGIBLE-REASON TO SW-REASON.
           PERFORM 380-RELEASE-REGISTER.

       360-CREDIT-BALANCE.
           MOVE STUAWD-STUDENT-NO TO ACCTBAL-STUDENT-NO.

           READ ACCTBAL RECORD.

           IF WS-ACCTBAL-NOTFND
               MOVE SPACES TO ACCTBAL-RECORD
               MOVE STUAWD-STUDENT-NO TO ACCTBAL-STUDENT-NO
               MOVE ZERO TO ACCTBAL-CHARGED
               MOVE WS-AWARD-AMOUNT TO ACCTBAL-PAID
               COMPUTE ACCTBAL-BALANCE = ZERO - WS-AWARD-AMOUNT
               MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE
               WRITE ACCTBAL-RECORD
           ELSE
               ADD WS-AWARD-AMOUNT TO ACCTBAL-PAID
               SUBTRACT WS-AWARD-AMOUNT FROM ACCTBAL-BALANCE
               MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE
               REWRITE ACCTBAL-RECORD
           END-IF.

       370-REWRITE-AWARD.
           REWRITE STUAWD-RECORD.

           IF NOT WS-STUAWD-OK
               DISPLAY 'MVBAWD - STUAWD REWRITE FAILED, STATUS '
                   WS-STUAWD-STATUS ' FOR ' STUAWD-STUDENT-NO
           END-IF.

      * Caller sets the action, amount and reason; the rest comes
      * off the award, its master entry and the student.
       380-RELEASE-REGISTER.
           MOVE AWDMAST-FUND-SOURCE TO SW-FUND-SOURCE.
           MOVE STUAWD-AWARD-CODE TO SW-AWARD-CODE.
           MOVE STUAWD-STUDENT-NO TO SW-STUDENT-NO.
           MOVE STUAWD-TERM-YEAR TO SW-TERM-YEAR.
           MOVE STUFILE-NAME TO SW-STUDENT-NAME.
           RELEASE SORT-WORK-REC.

      * An award revoked after it was paid - the credit comes back
      * off the term's paid amount and the student's balance.
       400-REVERSE-AWARD.
           MOVE STUAWD-AWARD-CODE TO AWDMAST-CODE.

           READ AWDMAST RECORD.

           IF NOT WS-AWDMAST-OK
               MOVE SPACES TO AWDMAST-FUND-SOURCE
           END-IF.

           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE STUAWD-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF NOT WS-STUFILE-OK
               MOVE SPACES TO STUFILE-NAME
           END-IF.

           MOVE STUAWD-DISB-AMOUNT TO WS-AWARD-AMOUNT.

           MOVE STUAWD-STUDENT-NO TO CHGHIST-STUDENT-NO.
           MOVE STUAWD-TERM-YEAR TO CHGHIST-TERM-YEAR.

           READ CHGHIST RECORD.

           IF WS-CHGHIST-OK
               IF WS-AWARD-AMOUNT > CHGHIST-PAID
                   MOVE ZERO TO CHGHIST-PAID
               ELSE
                   SUBTRACT WS-AWARD-AMOUNT FROM CHGHIST-PAID
               END-IF
               MOVE WS-CYC-BUS-DATE TO CHGHIST-LAST-DATE
               REWRITE CHGHIST-RECORD
           END-IF.

           MOVE STUAWD-STUDENT-NO TO ACCTBAL-STUDENT-NO.

           READ ACCTBAL RECORD.

           IF WS-ACCTBAL-NOTFND
               MOVE SPACES TO ACCTBAL-RECORD
               MOVE STUAWD-STUDENT-NO TO ACCTBAL-STUDENT-NO
               MOVE ZERO TO ACCTBAL-CHARGED
               MOVE ZERO TO ACCTBAL-PAID
               MOVE WS-AWARD-AMOUNT TO ACCTBAL-BALANCE
               MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE
               WRITE ACCTBAL-RECORD
           ELSE
               IF WS-AWARD-AMOUNT > ACCTBAL-PAID
                   MOVE ZERO TO ACCTBAL-PAID
               ELSE
                   SUBTRACT WS-AWARD-AMOUNT FROM ACCTBAL-PAID
               END-IF
               ADD WS-AWARD-AMOUNT TO ACCTBAL-BALANCE
               MOVE WS-CYC-BUS-DATE TO ACCTBAL-LAST-DATE
               REWRITE ACCTBAL-RECORD
           END-IF.

           MOVE SPACES TO ACCTTRN-RECORD.
           MOVE STUAWD-STUDENT-NO TO ACCTTRN-STUDENT-NO.
           MOVE WS-CYC-BUS-DATE TO ACCTTRN-DATE.
           MOVE STUAWD-TERM-YEAR TO ACCTTRN-TERM-YEAR.
           MOVE WS-AWARD-AMOUNT TO ACCTTRN-AMOUNT.
           MOVE STUAWD-AWARD-CODE TO ACCTTRN-REF.
           SET ACCTTRN-AWARD-REVERSAL TO TRUE.
           SET ACCTTRN-DEBIT TO TRUE.
           PERFORM 600-WRITE-LEDGER.

           SET STUAWD-REVOKED TO TRUE.
           PERFORM 370-REWRITE-AWARD.

           ADD 1 TO WS-REVERSED-COUNT.
           ADD WS-AWARD-AMOUNT TO WS-REVERSED-TOTAL.

           MOVE 'R' TO SW-ACTION.
           MOVE WS-AWARD-AMOUNT TO SW-AMOUNT.
           MOVE STUAWD-REASON TO SW-REASON.
           PERFORM 380-RELEASE-REGISTER.

      * Sort output - the register, one block per funding source
      * with its net (paid out less taken back).
       500-PRINT-REGISTER.
           OPEN OUTPUT REGISTER-RPT.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE SPACES TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           PERFORM 510-PROCESS-SORTED-REC
               UNTIL WS-END-OF-FILE.

           IF NOT WS-FIRST-GROUP
               PERFORM 550-PRINT-FUND-TOTAL
           END-IF.

           MOVE SPACES TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE 'TOTAL DISBURSED:' TO WS-TL-LABEL.
           MOVE WS-DISBURSED-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE 'TOTAL REVERSED:' TO WS-TL-LABEL.
           MOVE WS-REVERSED-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE 'NET TO STUDENT ACCOUNTS:' TO WS-TL-LABEL.
           MOVE WS-GRAND-NET TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE SPACES TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE WS-DISBURSED-COUNT TO WS-TL-DISBURSED.
           MOVE WS-TRAILER-LINE TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE WS-REVERSED-COUNT TO WS-TL-REVERSED.
           MOVE WS-TRAILER-LINE-2 TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE WS-INELIGIBLE-COUNT TO WS-TL-INELIGIBLE.
           MOVE WS-TRAILER-LINE-3 TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE WS-PENDING-COUNT TO WS-TL-PENDING.
           MOVE WS-TRAILER-LINE-4 TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.

           CLOSE REGISTER-RPT.

       510-PROCESS-SORTED-REC.
           IF WS-FIRST-GROUP OR SW-FUND-SOURCE NOT = WS-SAVE-FUND-SOURCE
               IF NOT WS-FIRST-GROUP
                   PERFORM 550-PRINT-FUND-TOTAL
               END-IF
               MOVE SW-FUND-SOURCE TO WS-SAVE-FUND-SOURCE
               MOVE ZERO TO WS-FUND-NET
               MOVE 'N' TO WS-FIRST-GROUP-SWITCH
               PERFORM 520-PRINT-FUND-HEADING
           END-IF.

           MOVE SW-AWARD-CODE TO WS-DL-AWARD-CODE.
           MOVE SW-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE SW-STUDENT-NAME TO WS-DL-STUDENT-NAME.
           MOVE SW-TERM-YEAR TO WS-DL-TERM-YEAR.
           MOVE SW-REASON TO WS-DL-REASON.

           IF SW-ACTION = 'D'
               MOVE 'DISBURSED' TO WS-DL-ACTION
               MOVE SW-AMOUNT TO WS-DL-AMOUNT
               ADD SW-AMOUNT TO WS-FUND-NET
               ADD SW-AMOUNT TO WS-GRAND-NET
           ELSE IF SW-ACTION = 'R'
               MOVE 'REVERSED' TO WS-DL-ACTION
               COMPUTE WS-DL-AMOUNT = ZERO - SW-AMOUNT
               SUBTRACT SW-AMOUNT FROM WS-FUND-NET
               SUBTRACT SW-AMOUNT FROM WS-GRAND-NET
           ELSE
               MOVE 'NOT ELIGIBLE' TO WS-DL-ACTION
               MOVE ZERO TO WS-DL-AMOUNT
           END-IF.

           MOVE WS-DETAIL-LINE TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

       520-PRINT-FUND-HEADING.
           IF WS-SAVE-FUND-SOURCE = SPACES
               MOVE '(NONE)' TO WS-FH-FUND-SOURCE
           ELSE
               MOVE WS-SAVE-FUND-SOURCE TO WS-FH-FUND-SOURCE
           END-IF.
           MOVE WS-FUND-HEADING TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE WS-HEADING-2 TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.

       550-PRINT-FUND-TOTAL.
           MOVE 'FUNDING SOURCE NET:' TO WS-TL-LABEL.
           MOVE WS-FUND-NET TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.
           MOVE SPACES TO AWDRPT-LINE.
           WRITE AWDRPT-LINE.

      * Caller fills the entry; the key's time and sequence and the
      * source program are stamped here.
       600-WRITE-LEDGER.
           ADD 1 TO WS-TRN-SEQ.
           MOVE WS-TRN-TIME TO ACCTTRN-TIME.
           MOVE WS-TRN-SEQ TO ACCTTRN-SEQ.
           MOVE WS-CYC-JOB-NAME TO ACCTTRN-SOURCE.

           WRITE ACCTTRN-RECORD.

           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBAWD - ACCTTRN WRITE FAILED, STATUS '
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
               DISPLAY 'MVBAWD - CYCCTL OPEN FAILED, STATUS '
                   WS-CYCCTL-STATUS
               STOP RUN
           END-IF.

           IF WS-CYC-PRED-JOB NOT = SPACES
               MOVE WS-CYC-PRED-JOB TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               READ CYCCTL RECORD
               IF WS-CYCCTL-NOTFND OR NOT CYCCTL-COMPLETE
                   DISPLAY 'MVBAWD - PREDECESSOR ' WS-CYC-PRED-JOB
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
               DISPLAY 'MVBAWD - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
