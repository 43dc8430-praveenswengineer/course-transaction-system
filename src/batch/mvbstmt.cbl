       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBSTMT.
       AUTHOR.        M VALDRON.

      * STUDENT STATEMENT OF ACCOUNT AND RECEIVABLES AGING.  RUN
      * AT STATEMENT TIME (MONTH END, OR ON DEMAND FOR A PERIOD).
      * FOR EVERY ACCTBAL ACCOUNT WITH ACTIVITY IN THE PERIOD OR A
      * BALANCE LEFT AT THE END OF IT, PRINTS A STATEMENT OFF THE
      * ACCTTRN LEDGER - OPENING BALANCE, EACH CHARGE, PAYMENT AND
      * REFUND CREDIT IN DATE ORDER WITH A RUNNING BALANCE, AND THE
      * CLOSING BALANCE - AND CUTS THE SAME STATEMENT TO THE
      * STMTOUT FLAT FILE (COPY STMTRECC) FOR THE MAILING HOUSE.
      * SPONSOR SHARES PRINT AS MEMO ITEMS THAT DO NOT MOVE THE
      * STUDENT'S BALANCE, SO THE STATEMENT CAN BE HANDED TO THE
      * SPONSOR AS WELL.
      *
      * THE CLOSING BALANCE IS ACCTBAL'S, BACKED OFF BY ANY LEDGER
      * ITEMS DATED AFTER THE PERIOD; THE OPENING BALANCE IS THE
      * CLOSING LESS THE PERIOD'S ITEMS.  BALANCE CARRIED FROM
      * BEFORE THE LEDGER EXISTED SHOWS UP INSIDE THE OPENING.
      *
      * THE AGING REPORT (AGERPT) BUCKETS EVERY OUTSTANDING CLOSING
      * BALANCE BY AGE AT THE PERIOD END - CURRENT, 30, 60, 90 AND
      * 120+ DAYS - BY HOME CAMPUS AND FEE CATEGORY.  PAYMENTS AND
      * CREDITS ARE APPLIED TO THE OLDEST CHARGES FIRST, SO WHAT IS
      * OWED IS THE NEWEST CHARGES; BALANCE FROM BEFORE THE LEDGER
      * AGES AS 120+.  CREDIT BALANCES ARE TOTALLED SEPARATELY.
      * DAY COUNTS USE THE USUAL CRUDE 365-DAY YEAR.
      *
      * SYSIN CARD (OPTIONAL): FROM-DATE 1-7, TO-DATE 9-15, BOTH
      * 0CYYDDD.  BLANK RUNS THE 30 DAYS ENDING TODAY.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTBAL-STUDENT-NO
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTTRN-KEY
               FILE STATUS IS WS-ACCTTRN-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT STMT-RPT ASSIGN TO STMTRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT STMT-FILE ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AGE-RPT ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD.
           05  PC-FROM-DATE             PIC X(7).
           05  FILLER                   PIC X.
           05  PC-TO-DATE               PIC X(7).
           05  FILLER                   PIC X(65).

       FD  ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  ACCTTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'ACCTTRNC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  STMT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  STMTRPT-LINE                PIC X(132).

       FD  STMT-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY 'STMTRECC'.

       FD  AGE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  AGERPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTBAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTBAL-OK                           VALUE '00'.

       01  WS-ACCTTRN-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTTRN-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-ACCEPT-DAY               PIC 9(5).

       01  WS-PARM-FIELDS.
           05  WS-PARM-FROM-DATE        PIC 9(7)       VALUE ZERO.
           05  WS-PARM-TO-DATE          PIC 9(7)       VALUE ZERO.

      * 0CYYDDD split for the crude day arithmetic.
       01  WS-DATE-DIGITS              PIC 9(7).
       01  WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05  FILLER                   PIC 99.
           05  WS-DP-YY                 PIC 99.
           05  WS-DP-DDD                PIC 999.

       01  WS-TO-DAYS                  PIC 9(7)        VALUE ZERO.
       01  WS-ITEM-DAYS                PIC 9(7)        VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(7)       VALUE ZERO.
       01  WS-BUCKET                   PIC 9(1)        VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-BAL-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-BAL-EOF                           VALUE 'Y'.
           05  WS-TRN-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-TRN-EOF                           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-STATEMENT-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-ITEM-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-AGED-COUNT            PIC 9(07)      VALUE ZERO.

      * One student's ledger, summed on the first pass.
       01  WS-LEDGER-SUMS.
           05  WS-SUM-DEBITS            PIC S9(9)V99   VALUE ZERO.
           05  WS-SUM-CREDITS           PIC S9(9)V99   VALUE ZERO.
           05  WS-PER-DEBITS            PIC S9(9)V99   VALUE ZERO.
           05  WS-PER-CREDITS           PIC S9(9)V99   VALUE ZERO.
           05  WS-AFTER-NET             PIC S9(9)V99   VALUE ZERO.
           05  WS-PER-ITEMS             PIC 9(5)       VALUE ZERO.

       01  WS-CLOSING                  PIC S9(9)V99    VALUE ZERO.
       01  WS-OPENING                  PIC S9(9)V99    VALUE ZERO.
       01  WS-RUNNING                  PIC S9(9)V99    VALUE ZERO.
       01  WS-PRE-LEDGER               PIC S9(9)V99    VALUE ZERO.
       01  WS-CREDIT-POOL              PIC S9(9)V99    VALUE ZERO.
       01  WS-OWING                    PIC S9(9)V99    VALUE ZERO.

       01  WS-ITEM-CHARGE              PIC 9(7)V99     VALUE ZERO.
       01  WS-ITEM-CREDIT              PIC 9(7)V99     VALUE ZERO.
       01  WS-ITEM-MEMO                PIC 9(7)V99     VALUE ZERO.

       01  WS-CAMPUS                   PIC X(3)        VALUE SPACES.
       01  WS-FEE-CAT                  PIC X(1)        VALUE SPACES.

      * Aging by campus and fee category, kept in key order as
      * slots are opened.
       01  WS-AGE-TABLE.
           05  WS-AG-USED               PIC 9(3) COMP  VALUE ZERO.
           05  WS-AG-ENTRY OCCURS 100.
               10  WS-AG-KEY.
                   15  WS-AG-CAMPUS     PIC X(3).
                   15  WS-AG-FEE-CAT    PIC X(1).
               10  WS-AG-ACCOUNTS       PIC 9(7).
               10  WS-AG-BUCKET         PIC S9(9)V99 OCCURS 5.
               10  WS-AG-CREDIT         PIC S9(9)V99.
       01  WS-AG-SUB                   PIC 9(3) COMP  VALUE ZERO.
       01  WS-AG-FOUND-SUB             PIC 9(3) COMP  VALUE ZERO.
       01  WS-AG-BKT-SUB               PIC 9(1) COMP  VALUE ZERO.
       01  WS-FIND-AGE-KEY             PIC X(4)        VALUE SPACES.

       01  WS-AGE-TOTALS.
           05  WS-AT-ACCOUNTS           PIC 9(7)       VALUE ZERO.
           05  WS-AT-BUCKET             PIC S9(9)V99 OCCURS 5.
           05  WS-AT-CREDIT             PIC S9(9)V99   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBSTMT'.
           05  FILLER                   PIC X(40)  VALUE
               'STUDENT STATEMENTS OF ACCOUNT'.
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-STMT-TITLE-LINE.
           05  FILLER                   PIC X(22)  VALUE
               'STATEMENT OF ACCOUNT'.
           05  FILLER                   PIC X(11)  VALUE 'STUDENT #: '.
           05  WS-ST-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-ST-NAME               PIC X(20).
           05  FILLER                   PIC X(10)  VALUE '  PERIOD '.
           05  WS-ST-FROM-DATE          PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE ' TO '.
           05  WS-ST-TO-DATE            PIC 9(7).

       01  WS-STMT-ADDR-LINE.
           05  FILLER                   PIC X(33)  VALUE SPACES.
           05  WS-SA-TEXT               PIC X(20).

       01  WS-STMT-COL-HEADING.
           05  FILLER                   PIC X(9)   VALUE 'DATE'.
           05  FILLER                   PIC X(32)  VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(7)   VALUE 'TERM'.
           05  FILLER                   PIC X(12)  VALUE 'REFERENCE'.
           05  FILLER                   PIC X(12)  VALUE '     CHARGES'.
           05  FILLER                   PIC X(12)  VALUE '     CREDITS'.
           05  FILLER                   PIC X(12)  VALUE '     SPONSOR'.
           05  FILLER                   PIC X(13)  VALUE
               '      BALANCE'.

       01  WS-STMT-ITEM-LINE.
           05  WS-SI-DATE               PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SI-DESC               PIC X(30).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SI-TERM               PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SI-REF                PIC X(10).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SI-CHARGE             PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SI-CREDIT             PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SI-MEMO               PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SI-BALANCE            PIC -ZZZZZZZZ9.99.

       01  WS-STMT-BAL-LINE.
           05  FILLER                   PIC X(9)   VALUE SPACES.
           05  WS-SB-LABEL              PIC X(30).
           05  FILLER                   PIC X(72)  VALUE SPACES.
           05  WS-SB-AMOUNT             PIC -ZZZZZZZZ9.99.

       01  WS-STMT-DUE-LINE.
           05  FILLER                   PIC X(9)   VALUE SPACES.
           05  WS-SD-TEXT               PIC X(40).

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'STATEMENTS PRODUCED:        '.
           05  WS-TL-STATEMENTS         PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'LEDGER ITEMS LISTED:        '.
           05  WS-TL-ITEMS              PIC ZZZZZZ9.

       01  WS-AGE-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBSTMT'.
           05  FILLER                   PIC X(40)  VALUE
               'RECEIVABLES AGING REPORT'.
           05  FILLER                   PIC X(6)   VALUE 'AS OF '.
           05  WS-AH1-DATE              PIC 9(7).

       01  WS-AGE-HEADING-2.
           05  FILLER                   PIC X(8)   VALUE 'CAMPUS'.
           05  FILLER                   PIC X(5)   VALUE 'FEE'.
           05  FILLER                   PIC X(9)   VALUE ' ACCOUNTS'.
           05  FILLER                   PIC X(14)  VALUE
               '       CURRENT'.
           05  FILLER                   PIC X(14)  VALUE
               '       30 DAYS'.
           05  FILLER                   PIC X(14)  VALUE
               '       60 DAYS'.
           05  FILLER                   PIC X(14)  VALUE
               '       90 DAYS'.
           05  FILLER                   PIC X(14)  VALUE
               '     120+ DAYS'.
           05  FILLER                   PIC X(14)  VALUE
               '   TOTAL OWING'.
           05  FILLER                   PIC X(14)  VALUE
               '   CREDIT BALS'.

       01  WS-AGE-LINE.
           05  WS-AL-CAMPUS             PIC X(6).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-AL-FEE-CAT            PIC X(1).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-AL-ACCOUNTS           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-AL-BUCKET             PIC ZZZZZZZZZ9.99 OCCURS 5.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-AL-TOTAL              PIC ZZZZZZZZZ9.99.
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-AL-CREDIT             PIC ZZZZZZZZZ9.99.

       01  WS-AGE-TOTAL-OWING          PIC S9(9)V99    VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 010-GET-PERIOD.

           OPEN INPUT ACCTBAL.
           IF NOT WS-ACCTBAL-OK
               DISPLAY 'MVBSTMT - ACCTBAL OPEN FAILED, STATUS '
                   WS-ACCTBAL-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ACCTTRN.
           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBSTMT - ACCTTRN OPEN FAILED, STATUS '
                   WS-ACCTTRN-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STUFILE.
           OPEN OUTPUT STMT-RPT.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT AGE-RPT.

           MOVE WS-PARM-TO-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE SPACES TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           MOVE ZERO TO WS-AT-BUCKET (1) WS-AT-BUCKET (2)
               WS-AT-BUCKET (3) WS-AT-BUCKET (4) WS-AT-BUCKET (5).

           PERFORM 100-READ-ACCTBAL.
           PERFORM 200-ONE-ACCOUNT THRU 200-EXIT
               UNTIL WS-BAL-EOF.

           MOVE WS-STATEMENT-COUNT TO WS-TL-STATEMENTS.
           MOVE WS-TRAILER-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE WS-ITEM-COUNT TO WS-TL-ITEMS.
           MOVE WS-TRAILER-LINE-2 TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           PERFORM 700-PRINT-AGING.

           CLOSE ACCTBAL.
           CLOSE ACCTTRN.
           CLOSE STUFILE.
           CLOSE STMT-RPT.
           CLOSE STMT-FILE.
           CLOSE AGE-RPT.

           DISPLAY 'MVBSTMT - PERIOD:           ' WS-PARM-FROM-DATE
               ' TO ' WS-PARM-TO-DATE.
           DISPLAY 'MVBSTMT - ACCOUNTS READ:    ' WS-ACCOUNT-COUNT.
           DISPLAY 'MVBSTMT - STATEMENTS:       ' WS-STATEMENT-COUNT.
           DISPLAY 'MVBSTMT - ACCOUNTS AGED:    ' WS-AGED-COUNT.

           STOP RUN.

      * Period off the SYSIN card; blank (or unusable) dates run
      * the 30 days ending today, backed off the crude 365 way.
       010-GET-PERIOD.
           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-PARM-TO-DATE.
           MOVE WS-ACCEPT-DAY TO WS-PARM-TO-DATE (3:5).
           MOVE '1' TO WS-PARM-TO-DATE (2:1).
           MOVE ZERO TO WS-PARM-FROM-DATE.

           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-TO-DATE IS NUMERIC
                       MOVE PC-TO-DATE TO WS-PARM-TO-DATE
                   END-IF
                   IF PC-FROM-DATE IS NUMERIC
                       MOVE PC-FROM-DATE TO WS-PARM-FROM-DATE
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

           IF WS-PARM-FROM-DATE = ZERO
                   OR WS-PARM-FROM-DATE > WS-PARM-TO-DATE
               MOVE WS-PARM-TO-DATE TO WS-DATE-DIGITS
               IF WS-DP-DDD > 30
                   SUBTRACT 30 FROM WS-DP-DDD
               ELSE
                   ADD 365 TO WS-DP-DDD
                   SUBTRACT 30 FROM WS-DP-DDD
                   SUBTRACT 1 FROM WS-DP-YY
               END-IF
               ADD 1 TO WS-DP-DDD
               MOVE WS-DATE-DIGITS TO WS-PARM-FROM-DATE
           END-IF.

           MOVE WS-PARM-TO-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-TO-DAYS = WS-DP-YY * 365 + WS-DP-DDD.

       100-READ-ACCTBAL.
           READ ACCTBAL NEXT RECORD
               AT END
                   SET WS-BAL-EOF TO TRUE
           END-READ.

           IF NOT WS-BAL-EOF
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF.

      * Two passes over the student's ledger - the first sums it to
      * find the opening and closing balances, the second prints
      * the period's items and ages what is still owed.  Nothing in
      * the period and nothing owing either way, no statement.
       200-ONE-ACCOUNT.
           PERFORM 300-SUM-LEDGER.

           COMPUTE WS-CLOSING = ACCTBAL-BALANCE - WS-AFTER-NET.
           COMPUTE WS-OPENING =
               WS-CLOSING - WS-PER-DEBITS + WS-PER-CREDITS.
           COMPUTE WS-PRE-LEDGER =
               WS-CLOSING - WS-SUM-DEBITS + WS-SUM-CREDITS.

           IF WS-PER-ITEMS = ZERO AND WS-CLOSING = ZERO
               PERFORM 100-READ-ACCTBAL
               GO TO 200-EXIT
           END-IF.

           PERFORM 250-GET-STUDENT.

           ADD 1 TO WS-STATEMENT-COUNT.
           PERFORM 400-STATEMENT-HEADER.

           MOVE WS-OPENING TO WS-RUNNING.
           MOVE WS-SUM-CREDITS TO WS-CREDIT-POOL.

           IF WS-CLOSING > ZERO
               PERFORM 260-FIND-AGE-SLOT
               ADD 1 TO WS-AGED-COUNT
               IF WS-PRE-LEDGER > ZERO
                   PERFORM 210-AGE-PRE-LEDGER
               ELSE
                   SUBTRACT WS-PRE-LEDGER FROM WS-CREDIT-POOL
               END-IF
           ELSE IF WS-CLOSING < ZERO
               PERFORM 260-FIND-AGE-SLOT
               IF WS-AG-FOUND-SUB NOT = ZERO
                   SUBTRACT WS-CLOSING FROM
                       WS-AG-CREDIT (WS-AG-FOUND-SUB)
               END-IF
               SUBTRACT WS-CLOSING FROM WS-AT-CREDIT
           END-IF.

           PERFORM 310-START-LEDGER.
           PERFORM 500-LIST-ONE-ITEM
               UNTIL WS-TRN-EOF.

           PERFORM 450-STATEMENT-TOTAL.

           PERFORM 100-READ-ACCTBAL.

       200-EXIT.
           EXIT.

      * The balance from before the ledger is the oldest debt of
      * all - the credits go against it first and whatever is left
      * ages as 120+.
       210-AGE-PRE-LEDGER.
           IF WS-CREDIT-POOL NOT < WS-PRE-LEDGER
               SUBTRACT WS-PRE-LEDGER FROM WS-CREDIT-POOL
               MOVE ZERO TO WS-OWING
           ELSE
               COMPUTE WS-OWING = WS-PRE-LEDGER - WS-CREDIT-POOL
               MOVE ZERO TO WS-CREDIT-POOL
           END-IF.
           MOVE 5 TO WS-BUCKET.
           PERFORM 520-AGE-ONE-DEBIT.

      * Name, address and the aging keys.  A student deleted off
      * STUFILE still gets a statement; the aging counts them
      * under campus '???'.
       250-GET-STUDENT.
           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE ACCTBAL-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF WS-STUFILE-OK
               MOVE STUFILE-CAMPUS TO WS-CAMPUS
               IF STUFILE-FEE-DOMESTIC
                   MOVE 'D' TO WS-FEE-CAT
               ELSE
                   MOVE STUFILE-FEE-CAT TO WS-FEE-CAT
               END-IF
           ELSE
               MOVE SPACES TO STUFILE-RECORD
               MOVE 'NOT ON STUDENT FILE' TO STUFILE-NAME
               MOVE '???' TO WS-CAMPUS
               MOVE '?' TO WS-FEE-CAT
           END-IF.

      * Finds this student's campus/fee category slot, opening one
      * in key order if it is the first account seen for it.
       260-FIND-AGE-SLOT.
           MOVE WS-CAMPUS TO WS-FIND-AGE-KEY (1:3).
           MOVE WS-FEE-CAT TO WS-FIND-AGE-KEY (4:1).
           MOVE ZERO TO WS-AG-FOUND-SUB.

           PERFORM 270-CHECK-ONE-SLOT
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-USED
                  OR WS-AG-FOUND-SUB NOT = ZERO.

           IF WS-AG-FOUND-SUB = ZERO
               IF WS-AG-USED < 100
                   PERFORM 280-OPEN-SLOT
               ELSE
                   DISPLAY 'MVBSTMT - AGING TABLE FULL, '
                       WS-FIND-AGE-KEY ' NOT AGED'
               END-IF
           END-IF.

           IF WS-AG-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-AG-ACCOUNTS (WS-AG-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-AT-ACCOUNTS.

       270-CHECK-ONE-SLOT.
           IF WS-AG-KEY (WS-AG-SUB) = WS-FIND-AGE-KEY
               MOVE WS-AG-SUB TO WS-AG-FOUND-SUB
           END-IF.

      * The new slot goes ahead of the first key higher than it;
      * everything from there up moves along one.
       280-OPEN-SLOT.
           MOVE 1 TO WS-AG-SUB.
           PERFORM 285-SKIP-LOWER-KEY
               UNTIL WS-AG-SUB > WS-AG-USED
                  OR WS-AG-KEY (WS-AG-SUB) > WS-FIND-AGE-KEY.
           MOVE WS-AG-SUB TO WS-AG-FOUND-SUB.

           PERFORM 290-MOVE-SLOT-UP
               VARYING WS-AG-SUB FROM WS-AG-USED BY -1
               UNTIL WS-AG-SUB < WS-AG-FOUND-SUB.
           ADD 1 TO WS-AG-USED.

           MOVE WS-FIND-AGE-KEY TO WS-AG-KEY (WS-AG-FOUND-SUB).
           MOVE ZERO TO WS-AG-ACCOUNTS (WS-AG-FOUND-SUB).
           MOVE ZERO TO WS-AG-CREDIT (WS-AG-FOUND-SUB).
           MOVE ZERO TO WS-AG-BUCKET (WS-AG-FOUND-SUB, 1)
                        WS-AG-BUCKET (WS-AG-FOUND-SUB, 2)
                        WS-AG-BUCKET (WS-AG-FOUND-SUB, 3)
                        WS-AG-BUCKET (WS-AG-FOUND-SUB, 4)
                        WS-AG-BUCKET (WS-AG-FOUND-SUB, 5).

       285-SKIP-LOWER-KEY.
           ADD 1 TO WS-AG-SUB.

       290-MOVE-SLOT-UP.
           MOVE WS-AG-ENTRY (WS-AG-SUB) TO WS-AG-ENTRY (WS-AG-SUB + 1).

      * First pass - everything up to the period end sums into the
      * debits and credits, the period's own items separately, and
      * anything dated after the period backs off the closing.
       300-SUM-LEDGER.
           MOVE ZERO TO WS-SUM-DEBITS WS-SUM-CREDITS WS-PER-DEBITS
               WS-PER-CREDITS WS-AFTER-NET WS-PER-ITEMS.

           PERFORM 310-START-LEDGER.
           PERFORM 320-SUM-ONE-ITEM
               UNTIL WS-TRN-EOF.

       310-START-LEDGER.
           MOVE 'N' TO WS-TRN-EOF-SWITCH.
           MOVE ACCTBAL-STUDENT-NO TO ACCTTRN-STUDENT-NO.
           MOVE ZERO TO ACCTTRN-DATE ACCTTRN-TIME ACCTTRN-SEQ.

           START ACCTTRN KEY IS NOT LESS THAN ACCTTRN-KEY.

           IF NOT WS-ACCTTRN-OK
               SET WS-TRN-EOF TO TRUE
           ELSE
               PERFORM 330-READ-LEDGER
           END-IF.

       320-SUM-ONE-ITEM.
           IF ACCTTRN-DATE > WS-PARM-TO-DATE
               IF ACCTTRN-DEBIT
                   ADD ACCTTRN-AMOUNT TO WS-AFTER-NET
               ELSE IF ACCTTRN-CREDIT
                   SUBTRACT ACCTTRN-AMOUNT FROM WS-AFTER-NET
               END-IF
           ELSE
               IF ACCTTRN-DEBIT
                   ADD ACCTTRN-AMOUNT TO WS-SUM-DEBITS
               ELSE IF ACCTTRN-CREDIT
                   ADD ACCTTRN-AMOUNT TO WS-SUM-CREDITS
               END-IF
               IF ACCTTRN-DATE NOT < WS-PARM-FROM-DATE
                   ADD 1 TO WS-PER-ITEMS
                   IF ACCTTRN-DEBIT
                       ADD ACCTTRN-AMOUNT TO WS-PER-DEBITS
                   ELSE IF ACCTTRN-CREDIT
                       ADD ACCTTRN-AMOUNT TO WS-PER-CREDITS
                   END-IF
               END-IF
           END-IF.

           PERFORM 330-READ-LEDGER.

       330-READ-LEDGER.
           READ ACCTTRN NEXT RECORD
               AT END
                   SET WS-TRN-EOF TO TRUE
           END-READ.

           IF NOT WS-TRN-EOF
               IF ACCTTRN-STUDENT-NO NOT = ACCTBAL-STUDENT-NO
                   SET WS-TRN-EOF TO TRUE
               END-IF
           END-IF.

       400-STATEMENT-HEADER.
           MOVE ACCTBAL-STUDENT-NO TO WS-ST-STUDENT-NO.
           MOVE STUFILE-NAME TO WS-ST-NAME.
           MOVE WS-PARM-FROM-DATE TO WS-ST-FROM-DATE.
           MOVE WS-PARM-TO-DATE TO WS-ST-TO-DATE.
           MOVE WS-STMT-TITLE-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           MOVE STUFILE-ADDR-LINE1 TO WS-SA-TEXT.
           MOVE WS-STMT-ADDR-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE STUFILE-ADDR-LINE2 TO WS-SA-TEXT.
           MOVE WS-STMT-ADDR-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE STUFILE-ADDR-LINE3 TO WS-SA-TEXT.
           MOVE WS-STMT-ADDR-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE SPACES TO WS-SA-TEXT.
           MOVE STUFILE-POSTAL TO WS-SA-TEXT (1:6).
           MOVE STUFILE-COUNTRY TO WS-SA-TEXT (9:3).
           MOVE WS-STMT-ADDR-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           MOVE SPACES TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE WS-STMT-COL-HEADING TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           MOVE 'OPENING BALANCE' TO WS-SB-LABEL.
           MOVE WS-OPENING TO WS-SB-AMOUNT.
           MOVE WS-STMT-BAL-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           MOVE SPACES TO STMT-RECORD.
           MOVE ACCTBAL-STUDENT-NO TO STMT-STUDENT-NO.
           SET STMT-HEADER TO TRUE.
           MOVE STUFILE-NAME TO STMT-NAME.
           MOVE STUFILE-ADDR-LINE1 TO STMT-ADDR-LINE1.
           MOVE STUFILE-ADDR-LINE2 TO STMT-ADDR-LINE2.
           MOVE STUFILE-ADDR-LINE3 TO STMT-ADDR-LINE3.
           MOVE STUFILE-POSTAL TO STMT-POSTAL.
           MOVE STUFILE-COUNTRY TO STMT-COUNTRY.
           MOVE WS-PARM-FROM-DATE TO STMT-FROM-DATE.
           MOVE WS-PARM-TO-DATE TO STMT-TO-DATE.
           MOVE WS-OPENING TO STMT-OPENING.
           WRITE STMT-RECORD.

       450-STATEMENT-TOTAL.
           MOVE 'CLOSING BALANCE' TO WS-SB-LABEL.
           MOVE WS-CLOSING TO WS-SB-AMOUNT.
           MOVE WS-STMT-BAL-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           IF WS-CLOSING > ZERO
               MOVE 'AMOUNT DUE - PLEASE PAY THE BALANCE'
                   TO WS-SD-TEXT
           ELSE IF WS-CLOSING < ZERO
               MOVE 'CREDIT BALANCE - NOTHING DUE'
                   TO WS-SD-TEXT
           ELSE
               MOVE 'NOTHING DUE' TO WS-SD-TEXT
           END-IF.
           MOVE WS-STMT-DUE-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           MOVE SPACES TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           MOVE SPACES TO STMT-RECORD.
           MOVE ACCTBAL-STUDENT-NO TO STMT-STUDENT-NO.
           SET STMT-TOTAL TO TRUE.
           MOVE WS-PER-DEBITS TO STMT-TOTAL-CHARGES.
           MOVE WS-PER-CREDITS TO STMT-TOTAL-CREDITS.
           MOVE WS-CLOSING TO STMT-CLOSING.
           IF WS-CLOSING > ZERO
               MOVE WS-CLOSING TO STMT-AMOUNT-DUE
           ELSE
               MOVE ZERO TO STMT-AMOUNT-DUE
           END-IF.
           WRITE STMT-RECORD.

      * Second pass - every item up to the period end is aged, the
      * period's own items print.
       500-LIST-ONE-ITEM.
           IF ACCTTRN-DATE > WS-PARM-TO-DATE
               PERFORM 330-READ-LEDGER
           ELSE
               IF WS-CLOSING > ZERO AND ACCTTRN-DEBIT
                   PERFORM 510-AGE-CHARGE
               END-IF
               IF ACCTTRN-DATE NOT < WS-PARM-FROM-DATE
                   PERFORM 550-PRINT-ITEM
               END-IF
               PERFORM 330-READ-LEDGER
           END-IF.

      * Credits are used up against the oldest charges first; what
      * is left of this charge once the pool runs dry is still owed
      * and goes in the bucket for its age.
       510-AGE-CHARGE.
           IF WS-CREDIT-POOL NOT < ACCTTRN-AMOUNT
               SUBTRACT ACCTTRN-AMOUNT FROM WS-CREDIT-POOL
           ELSE
               COMPUTE WS-OWING = ACCTTRN-AMOUNT - WS-CREDIT-POOL
               MOVE ZERO TO WS-CREDIT-POOL
               MOVE ACCTTRN-DATE TO WS-DATE-DIGITS
               COMPUTE WS-ITEM-DAYS = WS-DP-YY * 365 + WS-DP-DDD
               COMPUTE WS-AGE-DAYS = WS-TO-DAYS - WS-ITEM-DAYS
               IF WS-AGE-DAYS < 30
                   MOVE 1 TO WS-BUCKET
               ELSE IF WS-AGE-DAYS < 60
                   MOVE 2 TO WS-BUCKET
               ELSE IF WS-AGE-DAYS < 90
                   MOVE 3 TO WS-BUCKET
               ELSE IF WS-AGE-DAYS < 120
                   MOVE 4 TO WS-BUCKET
               ELSE
                   MOVE 5 TO WS-BUCKET
               END-IF
               PERFORM 520-AGE-ONE-DEBIT
           END-IF.

       520-AGE-ONE-DEBIT.
           IF WS-AG-FOUND-SUB NOT = ZERO
               ADD WS-OWING TO
                   WS-AG-BUCKET (WS-AG-FOUND-SUB, WS-BUCKET)
           END-IF.
           ADD WS-OWING TO WS-AT-BUCKET (WS-BUCKET).

       550-PRINT-ITEM.
           ADD 1 TO WS-ITEM-COUNT.

           MOVE ACCTTRN-DATE TO WS-SI-DATE.
           MOVE ACCTTRN-TERM-YEAR TO WS-SI-TERM.
           MOVE ACCTTRN-REF TO WS-SI-REF.
           MOVE ZERO TO WS-ITEM-CHARGE WS-ITEM-CREDIT WS-ITEM-MEMO.

           IF ACCTTRN-TUITION-CHARGE
               MOVE 'TUITION' TO WS-SI-DESC
           ELSE IF ACCTTRN-SPONSOR-CHARGE
               MOVE 'TUITION BILLED TO SPONSOR' TO WS-SI-DESC
               MOVE ACCTTRN-SPONSOR-ID TO WS-SI-REF
           ELSE IF ACCTTRN-BURSAR-PAYMENT
               MOVE 'PAYMENT - THANK YOU' TO WS-SI-DESC
           ELSE IF ACCTTRN-COUNTER-PAYMENT
               MOVE 'PAYMENT AT CASHIER - THANK YOU' TO WS-SI-DESC
           ELSE IF ACCTTRN-REFUND-CREDIT
               MOVE 'COURSE DROP REFUND CREDIT' TO WS-SI-DESC
           ELSE IF ACCTTRN-SPONSOR-CREDIT
               MOVE 'DROP REFUND CREDITED TO SPONSOR' TO WS-SI-DESC
               MOVE ACCTTRN-SPONSOR-ID TO WS-SI-REF
           ELSE IF ACCTTRN-LATE-FEE
               MOVE 'LATE PAYMENT FEE' TO WS-SI-DESC
           ELSE IF ACCTTRN-AWARD-CREDIT
               MOVE 'SCHOLARSHIP / BURSARY AWARD' TO WS-SI-DESC
           ELSE IF ACCTTRN-AWARD-REVERSAL
               MOVE 'AWARD REVOKED - CREDIT REVERSED' TO WS-SI-DESC
           ELSE IF ACCTTRN-PLAN-FEE
               MOVE 'PAYMENT PLAN FEE' TO WS-SI-DESC
           ELSE IF ACCTTRN-REFUND-PAID-OUT
               MOVE 'CREDIT BALANCE REFUNDED' TO WS-SI-DESC
           ELSE IF ACCTTRN-TRANSCRIPT-FEE
               MOVE 'TRANSCRIPT FEE' TO WS-SI-DESC
           ELSE IF ACCTTRN-ANCILLARY-FEE
               MOVE 'ANCILLARY FEE' TO WS-SI-DESC
           ELSE
               MOVE 'ACCOUNT ADJUSTMENT' TO WS-SI-DESC
           END-IF.

           IF ACCTTRN-DEBIT
               ADD ACCTTRN-AMOUNT TO WS-RUNNING
               MOVE ACCTTRN-AMOUNT TO WS-ITEM-CHARGE
           ELSE IF ACCTTRN-CREDIT
               SUBTRACT ACCTTRN-AMOUNT FROM WS-RUNNING
               MOVE ACCTTRN-AMOUNT TO WS-ITEM-CREDIT
           ELSE
               MOVE ACCTTRN-AMOUNT TO WS-ITEM-MEMO
           END-IF.
           MOVE WS-ITEM-CHARGE TO WS-SI-CHARGE.
           MOVE WS-ITEM-CREDIT TO WS-SI-CREDIT.
           MOVE WS-ITEM-MEMO TO WS-SI-MEMO.
           MOVE WS-RUNNING TO WS-SI-BALANCE.

           MOVE WS-STMT-ITEM-LINE TO STMTRPT-LINE.
           WRITE STMTRPT-LINE.

           MOVE SPACES TO STMT-RECORD.
           MOVE ACCTBAL-STUDENT-NO TO STMT-STUDENT-NO.
           SET STMT-DETAIL TO TRUE.
           MOVE ACCTTRN-DATE TO STMT-ITEM-DATE.
           MOVE WS-SI-DESC TO STMT-ITEM-DESC.
           MOVE ACCTTRN-TERM-YEAR TO STMT-ITEM-TERM.
           MOVE WS-SI-REF TO STMT-ITEM-REF.
           MOVE WS-ITEM-CHARGE TO STMT-ITEM-CHARGE.
           MOVE WS-ITEM-CREDIT TO STMT-ITEM-CREDIT.
           MOVE WS-ITEM-MEMO TO STMT-ITEM-MEMO.
           MOVE WS-RUNNING TO STMT-ITEM-BALANCE.
           WRITE STMT-RECORD.

       700-PRINT-AGING.
           MOVE WS-PARM-TO-DATE TO WS-AH1-DATE.
           MOVE WS-AGE-HEADING-1 TO AGERPT-LINE.
           WRITE AGERPT-LINE.
           MOVE SPACES TO AGERPT-LINE.
           WRITE AGERPT-LINE.
           MOVE WS-AGE-HEADING-2 TO AGERPT-LINE.
           WRITE AGERPT-LINE.
           MOVE SPACES TO AGERPT-LINE.
           WRITE AGERPT-LINE.

           PERFORM 710-PRINT-ONE-SLOT
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-USED.

           MOVE SPACES TO AGERPT-LINE.
           WRITE AGERPT-LINE.

           MOVE 'TOTAL' TO WS-AL-CAMPUS.
           MOVE SPACES TO WS-AL-FEE-CAT.
           MOVE WS-AT-ACCOUNTS TO WS-AL-ACCOUNTS.
           MOVE ZERO TO WS-AGE-TOTAL-OWING.
           PERFORM 730-TOTAL-BUCKET
               VARYING WS-AG-BKT-SUB FROM 1 BY 1
               UNTIL WS-AG-BKT-SUB > 5.
           MOVE WS-AGE-TOTAL-OWING TO WS-AL-TOTAL.
           MOVE WS-AT-CREDIT TO WS-AL-CREDIT.
           MOVE WS-AGE-LINE TO AGERPT-LINE.
           WRITE AGERPT-LINE.

       710-PRINT-ONE-SLOT.
           IF WS-AG-CAMPUS (WS-AG-SUB) = SPACES
               MOVE '(MAIN)' TO WS-AL-CAMPUS
           ELSE
               MOVE WS-AG-CAMPUS (WS-AG-SUB) TO WS-AL-CAMPUS
           END-IF.
           MOVE WS-AG-FEE-CAT (WS-AG-SUB) TO WS-AL-FEE-CAT.
           MOVE WS-AG-ACCOUNTS (WS-AG-SUB) TO WS-AL-ACCOUNTS.
           MOVE ZERO TO WS-AGE-TOTAL-OWING.
           PERFORM 720-SLOT-BUCKET
               VARYING WS-AG-BKT-SUB FROM 1 BY 1
               UNTIL WS-AG-BKT-SUB > 5.
           MOVE WS-AGE-TOTAL-OWING TO WS-AL-TOTAL.
           MOVE WS-AG-CREDIT (WS-AG-SUB) TO WS-AL-CREDIT.
           MOVE WS-AGE-LINE TO AGERPT-LINE.
           WRITE AGERPT-LINE.

       720-SLOT-BUCKET.
           MOVE WS-AG-BUCKET (WS-AG-SUB, WS-AG-BKT-SUB)
               TO WS-AL-BUCKET (WS-AG-BKT-SUB).
           ADD WS-AG-BUCKET (WS-AG-SUB, WS-AG-BKT-SUB)
               TO WS-AGE-TOTAL-OWING.

       730-TOTAL-BUCKET.
           MOVE WS-AT-BUCKET (WS-AG-BKT-SUB)
               TO WS-AL-BUCKET (WS-AG-BKT-SUB).
           ADD WS-AT-BUCKET (WS-AG-BKT-SUB) TO WS-AGE-TOTAL-OWING.
