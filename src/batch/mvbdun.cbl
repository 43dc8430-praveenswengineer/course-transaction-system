       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBDUN.
       AUTHOR.        M VALDRON.

      * NIGHTLY COLLECTIONS (DUNNING) RUN.  WALKS ACCTBAL AND, FOR
      * EVERY STUDENT STILL OWING, FINDS THE OLDEST TERM ON CHGHIST
      * WITH AN UNPAID CHARGE WHOSE TERMCAL FEE DUE DATE HAS PASSED.
      * THE STUDENT'S DUNFILE ENTRY TRACKS HOW FAR COLLECTIONS HAS
      * GOT, ONE STAGE A NIGHT AT MOST, AT THE DAY COUNTS ON THE
      * SYSIN CARD:
      *
      *   1 - FIRST REMINDER LETTER,
      *   2 - SECOND REMINDER LETTER AND A LATE-PAYMENT FEE, CUT TO
      *       THE LATECHG FILE IN THE CHRGFLE CHARGE LAYOUT FOR
      *       MVBPAY TO ROLL ONTO THE BALANCE TONIGHT,
      *   3 - A FEES HOLD (TYPE FE, CLASS B - NO ENROLLMENT, NO
      *       TRANSCRIPT) ON HOLDFLE AND A FINAL NOTICE LETTER.
      *
      * EACH LETTER ALSO RAISES A NOTFFILE EMAIL EVENT WHEN THE
      * STUDENT HAS AN ADDRESS ON FILE AND CONSENT GIVEN.  LETTERS
      * ARE SENT ONCE PER OVERDUE BALANCE - THE STAGE ONLY MOVES
      * FORWARD.  THE NIGHT THE BALANCE CLEARS, THE DUNFILE ENTRY
      * IS DELETED AND THE FE HOLD RELEASED - ONLY IF MVBDUN PLACED
      * IT; A HOLD A CLERK PLACED THROUGH MVPRGL IS THEIRS TO LIFT.
      *
      * A TERM ON A CURRENT PLANFLE INSTALLMENT PAYMENT PLAN IS NOT
      * OVERDUE - MVBPLAN POLICES THE INSTALLMENTS INSTEAD.  A TERM
      * ALREADY IN COLLECTIONS WHEN IT GOES ON A PLAN IS CLEARED
      * THE SAME WAY A PAID BALANCE IS.  ONCE MVBPLAN DEFAULTS THE
      * PLAN THE TERM IS DUNNED, LATE FEE AND ALL, FROM ITS DUE DATE.
      *
      * RUNS AHEAD OF MVBPAY IN THE CYCLE, SO A PAYMENT IN TONIGHT'S
      * BURSAR FILE IS SEEN TOMORROW NIGHT; COUNTER PAYMENTS ARE ON
      * ACCTBAL THE MOMENT THEY ARE TAKEN.  DAY COUNTS USE THE
      * USUAL CRUDE 365-DAY YEAR.
      *
      * SYSIN CARD (OPTIONAL): FIRST-REMINDER DAYS 1-3, SECOND-
      * REMINDER DAYS 5-7, HOLD DAYS 9-11, LATE FEE 13-19 (DOLLARS
      * AND CENTS, NO POINT).  BLANK OR UNUSABLE FIELDS DEFAULT TO
      * 15, 30, 45 AND 0005000.

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

           SELECT DUNFILE ASSIGN TO DUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUNFILE-STUDENT-NO
               FILE STATUS IS WS-DUNFILE-STATUS.

           SELECT HOLDFLE ASSIGN TO HOLDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLDFLE-KEY
               FILE STATUS IS WS-HOLDFLE-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT PLANFLE ASSIGN TO PLANFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLANFLE-KEY
               FILE STATUS IS WS-PLANFLE-STATUS.

           SELECT NOTFFILE ASSIGN TO NOTFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTFFILE-KEY
               FILE STATUS IS WS-NOTFFILE-STATUS.

           SELECT LATE-CHARGES ASSIGN TO LATECHG
               ORGANIZATION IS SEQUENTIAL.

           SELECT LETTER-RPT ASSIGN TO DUNLTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT DUNNING-RPT ASSIGN TO DUNRPT
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
           05  PC-FIRST-DAYS            PIC X(3).
           05  FILLER                   PIC X.
           05  PC-SECOND-DAYS           PIC X(3).
           05  FILLER                   PIC X.
           05  PC-HOLD-DAYS             PIC X(3).
           05  FILLER                   PIC X.
           05  PC-LATE-FEE              PIC X(7).
           05  FILLER                   PIC X(61).

       FD  ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  CHGHIST
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'CHGHISTC'.

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  DUNFILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'DUNRECC'.

       FD  HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       COPY 'HOLDRECC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  PLANFLE
           RECORD CONTAINS 250 CHARACTERS.
       COPY 'PLANRECC'.

       FD  NOTFFILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'NOTFRECC'.

      * Same layout as MVBTUI's CHRGFLE, so MVBPAY rolls it with
      * the charges it already knows.  Payer 'L' marks a late fee.
       FD  LATE-CHARGES
           RECORD CONTAINS 41 CHARACTERS.
       01  CHARGE-REC.
           05  CHG-STUDENT-NO          PIC X(7).
           05  CHG-TERM-YEAR           PIC X(5).
           05  CHG-COURSE-COUNT        PIC 9(1).
           05  CHG-FT-PT-FLAG          PIC X(1).
           05  CHG-TOTAL-AMOUNT        PIC 9(7)V99.
           05  CHG-FEE-CAT             PIC X(1).
           05  CHG-PAYER               PIC X(1).
           05  CHG-SPONSOR-ID          PIC X(5).
           05  FILLER                  PIC X(11).

       FD  LETTER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DUNLTR-LINE                 PIC X(132).

       FD  DUNNING-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DUNRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.

      * Overnight cycle control - this job's place in the chain.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBDUN'.
       01  WS-CYC-PRED-JOB             PIC X(8)    VALUE 'MVBRFND '.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-ACCTBAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTBAL-OK                           VALUE '00'.

       01  WS-CHGHIST-STATUS           PIC XX          VALUE SPACES.
           88  WS-CHGHIST-OK                           VALUE '00'.

       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-DUNFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-DUNFILE-OK                           VALUE '00'.
           88  WS-DUNFILE-NOTFND                       VALUE '23'.

       01  WS-HOLDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-HOLDFLE-OK                           VALUE '00'.
           88  WS-HOLDFLE-NOTFND                       VALUE '23'.
           88  WS-HOLDFLE-DUPLICATE                    VALUE '22'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-PLANFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-PLANFLE-OK                           VALUE '00'.

       01  WS-NOTFFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-NOTFFILE-OK                          VALUE '00'.

      * Collections settings off the SYSIN card.
       01  WS-PARM-FIELDS.
           05  WS-FIRST-DAYS            PIC 9(3)       VALUE 15.
           05  WS-SECOND-DAYS           PIC 9(3)       VALUE 30.
           05  WS-HOLD-DAYS             PIC 9(3)       VALUE 45.
           05  WS-LATE-FEE              PIC 9(5)V99    VALUE 50.00.

       01  WS-FEE-DIGITS               PIC X(7).
       01  WS-FEE-NUMERIC REDEFINES WS-FEE-DIGITS
                                       PIC 9(5)V99.

      * 0CYYDDD split for the crude day arithmetic.
       01  WS-DATE-DIGITS              PIC 9(7).
       01  WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05  FILLER                   PIC 99.
           05  WS-DP-YY                 PIC 99.
           05  WS-DP-DDD                PIC 999.

       01  WS-TODAY-DAYS               PIC 9(7)        VALUE ZERO.
       01  WS-DUE-DAYS                 PIC 9(7)        VALUE ZERO.
       01  WS-DAYS-OVERDUE             PIC S9(7)       VALUE ZERO.

      * Oldest overdue term found on the CHGHIST browse.
       01  WS-OLDEST-DUE-DATE          PIC 9(7)        VALUE ZERO.
       01  WS-OLDEST-TERM              PIC X(5)        VALUE SPACES.

       01  WS-HOLD-TYPE                PIC X(2)        VALUE 'FE'.

       01  WS-SWITCHES.
           05  WS-BAL-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-BAL-EOF                           VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-HIST-EOF                          VALUE 'Y'.
           05  WS-DUN-FOUND-SW          PIC X          VALUE 'N'.
               88  WS-DUN-FOUND                         VALUE 'Y'.
           05  WS-ON-PLAN-SW            PIC X          VALUE 'N'.
               88  WS-ON-PLAN                           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-FIRST-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-SECOND-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-HOLD-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-RELEASE-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-EMAIL-COUNT           PIC 9(07)      VALUE ZERO.

       01  WS-ACTION-TEXT              PIC X(30)       VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBDUN'.
           05  FILLER                   PIC X(40)  VALUE
               'COLLECTIONS ACTIVITY REPORT'.
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(7)   VALUE 'TERM'.
           05  FILLER                   PIC X(9)   VALUE 'DUE'.
           05  FILLER                   PIC X(6)   VALUE ' DAYS'.
           05  FILLER                   PIC X(14)  VALUE
               '       BALANCE'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(30)  VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DUE-DATE           PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DAYS               PIC ZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-BALANCE            PIC -ZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X(30).

       01  WS-LETTER-LINE-1.
           05  FILLER                   PIC X(20)  VALUE
               'OFFICE OF THE BURSAR'.
           05  FILLER                   PIC X(20)  VALUE SPACES.
           05  FILLER                   PIC X(6)   VALUE 'DATE: '.
           05  WS-LL1-DATE              PIC 9(7).

       01  WS-LETTER-LINE-2.
           05  WS-LL2-TITLE             PIC X(50).

       01  WS-LETTER-ADDR-LINE.
           05  WS-LA-TEXT               PIC X(20).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-LA-LABEL              PIC X(11).
           05  WS-LA-STUDENT-NO         PIC X(7).

       01  WS-LETTER-LINE-3.
           05  FILLER                   PIC X(36)  VALUE
               'OUR RECORDS SHOW A BALANCE OWING OF'.
           05  WS-LL3-BALANCE           PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(10)  VALUE
               ' - TERM '.
           05  WS-LL3-TERM-YEAR         PIC X(5).
           05  FILLER                   PIC X(11)  VALUE
               ' FEES WERE '.
           05  FILLER                   PIC X(7)   VALUE 'DUE ON '.
           05  WS-LL3-DUE-DATE          PIC 9(7).

       01  WS-LETTER-LINE-4.
           05  WS-LL4-TEXT              PIC X(70).

       01  WS-LETTER-LINE-5.
           05  FILLER                   PIC X(28)  VALUE
               'A LATE PAYMENT FEE OF'.
           05  WS-LL5-FEE               PIC ZZZZ9.99.
           05  FILLER                   PIC X(36)  VALUE
               ' HAS BEEN ADDED TO YOUR ACCOUNT.'.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'FIRST REMINDERS SENT:       '.
           05  WS-TL-FIRST              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'SECOND REMINDERS/LATE FEES: '.
           05  WS-TL-SECOND             PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'FEES HOLDS PLACED:          '.
           05  WS-TL-HOLDS              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'CLEARED AND RELEASED:       '.
           05  WS-TL-RELEASED           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           PERFORM 010-READ-PARM-CARD.

           MOVE WS-CYC-BUS-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-TODAY-DAYS = WS-DP-YY * 365 + WS-DP-DDD.

           OPEN INPUT ACCTBAL.
           IF NOT WS-ACCTBAL-OK
               DISPLAY 'MVBDUN - ACCTBAL OPEN FAILED, STATUS '
                   WS-ACCTBAL-STATUS
               STOP RUN
           END-IF.

           OPEN I-O DUNFILE.
           IF NOT WS-DUNFILE-OK
               DISPLAY 'MVBDUN - DUNFILE OPEN FAILED, STATUS '
                   WS-DUNFILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CHGHIST.
           OPEN INPUT TERMCAL.
           OPEN I-O HOLDFLE.
           OPEN INPUT STUFILE.
           OPEN INPUT PLANFLE.
           IF NOT WS-PLANFLE-OK
               DISPLAY 'MVBDUN - PLANFLE OPEN FAILED, STATUS '
                   WS-PLANFLE-STATUS
           END-IF.
           OPEN I-O NOTFFILE.
           IF NOT WS-NOTFFILE-OK
               DISPLAY 'MVBDUN - NOTFFILE OPEN FAILED, STATUS '
                   WS-NOTFFILE-STATUS
           END-IF.
           OPEN OUTPUT LATE-CHARGES.
           OPEN OUTPUT LETTER-RPT.
           OPEN OUTPUT DUNNING-RPT.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.
           MOVE SPACES TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.
           MOVE WS-HEADING-2 TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.
           MOVE SPACES TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.

           PERFORM 100-READ-ACCTBAL.
           PERFORM 200-ONE-ACCOUNT THRU 200-EXIT
               UNTIL WS-BAL-EOF.

           MOVE SPACES TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.
           MOVE WS-FIRST-COUNT TO WS-TL-FIRST.
           MOVE WS-TRAILER-LINE TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.
           MOVE WS-SECOND-COUNT TO WS-TL-SECOND.
           MOVE WS-TRAILER-LINE-2 TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.
           MOVE WS-HOLD-COUNT TO WS-TL-HOLDS.
           MOVE WS-TRAILER-LINE-3 TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.
           MOVE WS-RELEASE-COUNT TO WS-TL-RELEASED.
           MOVE WS-TRAILER-LINE-4 TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.

           CLOSE ACCTBAL.
           CLOSE DUNFILE.
           CLOSE CHGHIST.
           CLOSE TERMCAL.
           CLOSE HOLDFLE.
           CLOSE STUFILE.
           CLOSE PLANFLE.
           CLOSE NOTFFILE.
           CLOSE LATE-CHARGES.
           CLOSE LETTER-RPT.
           CLOSE DUNNING-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBDUN - ACCOUNTS READ:     ' WS-ACCOUNT-COUNT.
           DISPLAY 'MVBDUN - FIRST REMINDERS:   ' WS-FIRST-COUNT.
           DISPLAY 'MVBDUN - SECOND REMINDERS:  ' WS-SECOND-COUNT.
           DISPLAY 'MVBDUN - HOLDS PLACED:      ' WS-HOLD-COUNT.
           DISPLAY 'MVBDUN - CLEARED/RELEASED:  ' WS-RELEASE-COUNT.
           DISPLAY 'MVBDUN - EMAIL EVENTS:      ' WS-EMAIL-COUNT.

           STOP RUN.

       010-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-FIRST-DAYS IS NUMERIC
                       MOVE PC-FIRST-DAYS TO WS-FIRST-DAYS
                   END-IF
                   IF PC-SECOND-DAYS IS NUMERIC
                       MOVE PC-SECOND-DAYS TO WS-SECOND-DAYS
                   END-IF
                   IF PC-HOLD-DAYS IS NUMERIC
                       MOVE PC-HOLD-DAYS TO WS-HOLD-DAYS
                   END-IF
                   IF PC-LATE-FEE IS NUMERIC
                       MOVE PC-LATE-FEE TO WS-FEE-DIGITS
                       MOVE WS-FEE-NUMERIC TO WS-LATE-FEE
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

           DISPLAY 'MVBDUN - REMINDERS AT ' WS-FIRST-DAYS ' AND '
               WS-SECOND-DAYS ' DAYS, HOLD AT ' WS-HOLD-DAYS
               ', LATE FEE ' WS-LATE-FEE.

       100-READ-ACCTBAL.
           READ ACCTBAL NEXT RECORD
               AT END
                   SET WS-BAL-EOF TO TRUE
           END-READ.

           IF NOT WS-BAL-EOF
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF.

      * One account.  Cleared, or the term being collected now on
      * a current payment plan - close out the collections entry.
      * Still owing - open an entry on the first night a term is
      * found overdue, then advance it at most one stage.
       200-ONE-ACCOUNT.
           MOVE ACCTBAL-STUDENT-NO TO DUNFILE-STUDENT-NO.

           READ DUNFILE RECORD.

           IF WS-DUNFILE-OK
               MOVE 'Y' TO WS-DUN-FOUND-SW
           ELSE
               MOVE 'N' TO WS-DUN-FOUND-SW
           END-IF.

           MOVE 'N' TO WS-ON-PLAN-SW.

           IF ACCTBAL-BALANCE NOT > ZERO
               IF WS-DUN-FOUND
                   PERFORM 600-CLEAR-COLLECTIONS
               END-IF
               PERFORM 100-READ-ACCTBAL
               GO TO 200-EXIT
           END-IF.

           IF WS-DUN-FOUND
               MOVE DUNFILE-TERM-YEAR TO PLANFLE-TERM-YEAR
               PERFORM 610-CHECK-PLAN
               IF WS-ON-PLAN
                   PERFORM 600-CLEAR-COLLECTIONS
                   PERFORM 100-READ-ACCTBAL
                   GO TO 200-EXIT
               END-IF
           END-IF.

           IF NOT WS-DUN-FOUND
               PERFORM 300-FIND-OVERDUE-TERM
               IF WS-OLDEST-DUE-DATE = ZERO
                   PERFORM 100-READ-ACCTBAL
                   GO TO 200-EXIT
               END-IF
               MOVE SPACES TO DUNFILE-RECORD
               MOVE ACCTBAL-STUDENT-NO TO DUNFILE-STUDENT-NO
               MOVE WS-OLDEST-TERM TO DUNFILE-TERM-YEAR
               MOVE WS-OLDEST-DUE-DATE TO DUNFILE-DUE-DATE
               MOVE ZERO TO DUNFILE-STAGE DUNFILE-FIRST-DATE
                   DUNFILE-SECOND-DATE DUNFILE-HOLD-DATE
                   DUNFILE-LATE-FEE
           END-IF.

           MOVE DUNFILE-DUE-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-DUE-DAYS = WS-DP-YY * 365 + WS-DP-DDD.
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-DAYS - WS-DUE-DAYS.
           MOVE ACCTBAL-BALANCE TO DUNFILE-LAST-BALANCE.
           MOVE SPACES TO WS-ACTION-TEXT.

           IF DUNFILE-OVERDUE AND WS-DAYS-OVERDUE NOT < WS-FIRST-DAYS
               PERFORM 250-GET-STUDENT
               PERFORM 400-FIRST-REMINDER
           ELSE IF DUNFILE-FIRST-SENT
                   AND WS-DAYS-OVERDUE NOT < WS-SECOND-DAYS
               PERFORM 250-GET-STUDENT
               PERFORM 420-SECOND-REMINDER
           ELSE IF DUNFILE-SECOND-SENT
                   AND WS-DAYS-OVERDUE NOT < WS-HOLD-DAYS
               PERFORM 250-GET-STUDENT
               PERFORM 440-PLACE-HOLD
           END-IF.

           IF WS-DUN-FOUND
               REWRITE DUNFILE-RECORD
           ELSE
               WRITE DUNFILE-RECORD
           END-IF.

           IF NOT WS-DUNFILE-OK
               DISPLAY 'MVBDUN - DUNFILE UPDATE FAILED, STATUS '
                   WS-DUNFILE-STATUS ' FOR ' DUNFILE-STUDENT-NO
           END-IF.

           IF WS-ACTION-TEXT NOT = SPACES
               PERFORM 500-REPORT-ACTION
           END-IF.

           PERFORM 100-READ-ACCTBAL.

       200-EXIT.
           EXIT.

       250-GET-STUDENT.
           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE ACCTBAL-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF NOT WS-STUFILE-OK
               MOVE SPACES TO STUFILE-RECORD
               MOVE 'NOT ON STUDENT FILE' TO STUFILE-NAME
           END-IF.

      * Every term on CHGHIST with charges not fully paid whose fee
      * due date has passed and that is not on a current payment
      * plan - the earliest due date wins.
       300-FIND-OVERDUE-TERM.
           MOVE ZERO TO WS-OLDEST-DUE-DATE.
           MOVE SPACES TO WS-OLDEST-TERM.
           MOVE 'N' TO WS-HIST-EOF-SWITCH.

           MOVE ACCTBAL-STUDENT-NO TO CHGHIST-STUDENT-NO.
           MOVE LOW-VALUES TO CHGHIST-TERM-YEAR.

           START CHGHIST KEY IS NOT LESS THAN CHGHIST-KEY.

           IF NOT WS-CHGHIST-OK
               SET WS-HIST-EOF TO TRUE
           ELSE
               PERFORM 320-READ-HISTORY
           END-IF.

           PERFORM 310-CHECK-ONE-TERM
               UNTIL WS-HIST-EOF.

       310-CHECK-ONE-TERM.
           IF CHGHIST-CHARGED > CHGHIST-PAID
               MOVE CHGHIST-TERM-YEAR TO PLANFLE-TERM-YEAR
               PERFORM 610-CHECK-PLAN
           END-IF.

           IF CHGHIST-CHARGED > CHGHIST-PAID AND NOT WS-ON-PLAN
               MOVE CHGHIST-TERM-YEAR TO TERMCAL-TERM-YEAR
               READ TERMCAL RECORD
               IF WS-TERMCAL-OK
                       AND TERMCAL-FEE-DUE-DATE IS NUMERIC
                       AND TERMCAL-FEE-DUE-DATE > ZERO
                       AND TERMCAL-FEE-DUE-DATE < WS-CYC-BUS-DATE
                   IF WS-OLDEST-DUE-DATE = ZERO
                           OR TERMCAL-FEE-DUE-DATE < WS-OLDEST-DUE-DATE
                       MOVE TERMCAL-FEE-DUE-DATE TO WS-OLDEST-DUE-DATE
                       MOVE CHGHIST-TERM-YEAR TO WS-OLDEST-TERM
                   END-IF
               END-IF
           END-IF.

           PERFORM 320-READ-HISTORY.

       320-READ-HISTORY.
           READ CHGHIST NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

           IF NOT WS-HIST-EOF
               IF CHGHIST-STUDENT-NO NOT = ACCTBAL-STUDENT-NO
                   SET WS-HIST-EOF TO TRUE
               END-IF
           END-IF.

       400-FIRST-REMINDER.
           MOVE 1 TO DUNFILE-STAGE.
           MOVE WS-CYC-BUS-DATE TO DUNFILE-FIRST-DATE.
           ADD 1 TO WS-FIRST-COUNT.
           MOVE 'FIRST REMINDER SENT' TO WS-ACTION-TEXT.

           MOVE 'FIRST REMINDER - TUITION PAYMENT OVERDUE'
               TO WS-LL2-TITLE.
           PERFORM 700-LETTER-TOP.
           MOVE 'PLEASE PAY THE BALANCE NOW AT THE CASHIER OR THROUGH Y
      -        'OUR BANK.' TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           PERFORM 750-LETTER-BOTTOM.

           MOVE 'D1' TO NOTFFILE-EVENT.
           PERFORM 800-WRITE-NOTIFICATION.

      * The late fee goes out in the CHRGFLE layout for MVBPAY's
      * roll - on the student's own balance, never the sponsor's.
       420-SECOND-REMINDER.
           MOVE 2 TO DUNFILE-STAGE.
           MOVE WS-CYC-BUS-DATE TO DUNFILE-SECOND-DATE.
           ADD 1 TO WS-SECOND-COUNT.
           MOVE 'SECOND REMINDER, LATE FEE' TO WS-ACTION-TEXT.

           IF WS-LATE-FEE > ZERO
               MOVE WS-LATE-FEE TO DUNFILE-LATE-FEE
               MOVE SPACES TO CHARGE-REC
               MOVE ACCTBAL-STUDENT-NO TO CHG-STUDENT-NO
               MOVE DUNFILE-TERM-YEAR TO CHG-TERM-YEAR
               MOVE ZERO TO CHG-COURSE-COUNT
               MOVE WS-LATE-FEE TO CHG-TOTAL-AMOUNT
               MOVE STUFILE-FEE-CAT TO CHG-FEE-CAT
               MOVE 'L' TO CHG-PAYER
               WRITE CHARGE-REC
           END-IF.

           MOVE 'SECOND REMINDER - TUITION PAYMENT OVERDUE'
               TO WS-LL2-TITLE.
           PERFORM 700-LETTER-TOP.
           IF WS-LATE-FEE > ZERO
               MOVE WS-LATE-FEE TO WS-LL5-FEE
               MOVE WS-LETTER-LINE-5 TO DUNLTR-LINE
               WRITE DUNLTR-LINE
           END-IF.
           MOVE 'UNPAID FEES WILL RESULT IN A HOLD ON ENROLLMENT AND TR
      -        'ANSCRIPTS.' TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           PERFORM 750-LETTER-BOTTOM.

           MOVE 'D2' TO NOTFFILE-EVENT.
           PERFORM 800-WRITE-NOTIFICATION.

      * Class B blocks new enrollment and the transcript print.  An
      * FE hold already on file was placed by hand - it is left as
      * it is and stays the clerk's to release.
       440-PLACE-HOLD.
           MOVE 3 TO DUNFILE-STAGE.
           MOVE WS-CYC-BUS-DATE TO DUNFILE-HOLD-DATE.
           ADD 1 TO WS-HOLD-COUNT.

           MOVE SPACES TO HOLDFLE-RECORD.
           MOVE ACCTBAL-STUDENT-NO TO HOLDFLE-STUDENT-NO.
           MOVE WS-HOLD-TYPE TO HOLDFLE-TYPE.
           MOVE 'B' TO HOLDFLE-CLASS.
           MOVE 'UNPAID FEES - COLLECTIONS' TO HOLDFLE-REASON.
           MOVE WS-CYC-BUS-DATE TO HOLDFLE-PLACED-DATE.
           MOVE WS-CYC-JOB-NAME TO HOLDFLE-OPERATOR-ID.

           WRITE HOLDFLE-RECORD.

           IF WS-HOLDFLE-DUPLICATE
               MOVE 'FINAL NOTICE, FE HOLD ON FILE' TO WS-ACTION-TEXT
           ELSE
               MOVE 'FINAL NOTICE, FEES HOLD PLACED' TO WS-ACTION-TEXT
           END-IF.

           MOVE 'FINAL NOTICE - FINANCIAL HOLD PLACED'
               TO WS-LL2-TITLE.
           PERFORM 700-LETTER-TOP.
           MOVE 'A HOLD NOW BLOCKS ENROLLMENT AND TRANSCRIPTS UNTIL TH
      -        'E BALANCE IS PAID.' TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           PERFORM 750-LETTER-BOTTOM.

           MOVE 'DH' TO NOTFFILE-EVENT.
           PERFORM 800-WRITE-NOTIFICATION.

       500-REPORT-ACTION.
           MOVE ACCTBAL-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE STUFILE-NAME TO WS-DL-NAME.
           MOVE DUNFILE-TERM-YEAR TO WS-DL-TERM-YEAR.
           MOVE DUNFILE-DUE-DATE TO WS-DL-DUE-DATE.
           MOVE WS-DAYS-OVERDUE TO WS-DL-DAYS.
           MOVE ACCTBAL-BALANCE TO WS-DL-BALANCE.
           MOVE WS-ACTION-TEXT TO WS-DL-ACTION.
           MOVE WS-DETAIL-LINE TO DUNRPT-LINE.
           WRITE DUNRPT-LINE.

      * Balance cleared or the term put on a payment plan - the
      * collections entry goes, and with it the FE hold if this job
      * placed it.
       600-CLEAR-COLLECTIONS.
           IF WS-ON-PLAN
               MOVE 'ON CURRENT PAYMENT PLAN' TO WS-ACTION-TEXT
           ELSE
               MOVE 'BALANCE CLEARED' TO WS-ACTION-TEXT
           END-IF.

           IF DUNFILE-HOLD-PLACED
               MOVE ACCTBAL-STUDENT-NO TO HOLDFLE-STUDENT-NO
               MOVE WS-HOLD-TYPE TO HOLDFLE-TYPE
               READ HOLDFLE RECORD
               IF WS-HOLDFLE-OK
                       AND HOLDFLE-OPERATOR-ID = WS-CYC-JOB-NAME
                   DELETE HOLDFLE RECORD
                   IF WS-ON-PLAN
                       MOVE 'ON PAYMENT PLAN, HOLD RELEASED'
                           TO WS-ACTION-TEXT
                   ELSE
                       MOVE 'BALANCE CLEARED, HOLD RELEASED'
                           TO WS-ACTION-TEXT
                   END-IF
               END-IF
           END-IF.

           DELETE DUNFILE RECORD.

           ADD 1 TO WS-RELEASE-COUNT.
           MOVE ZERO TO WS-DAYS-OVERDUE.
           PERFORM 250-GET-STUDENT.
           PERFORM 500-REPORT-ACTION.

      * Caller has set the term.  Only a current plan counts - a
      * defaulted, paid-off or cancelled one leaves the term to
      * collections like any other.
       610-CHECK-PLAN.
           MOVE ACCTBAL-STUDENT-NO TO PLANFLE-STUDENT-NO.

           READ PLANFLE RECORD.

           IF WS-PLANFLE-OK AND PLANFLE-CURRENT
               MOVE 'Y' TO WS-ON-PLAN-SW
           ELSE
               MOVE 'N' TO WS-ON-PLAN-SW
           END-IF.

       700-LETTER-TOP.
           MOVE WS-CYC-BUS-DATE TO WS-LL1-DATE.
           MOVE WS-LETTER-LINE-1 TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE SPACES TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.

           MOVE STUFILE-NAME TO WS-LA-TEXT.
           MOVE 'STUDENT #: ' TO WS-LA-LABEL.
           MOVE ACCTBAL-STUDENT-NO TO WS-LA-STUDENT-NO.
           MOVE WS-LETTER-ADDR-LINE TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE SPACES TO WS-LA-LABEL WS-LA-STUDENT-NO.
           MOVE STUFILE-ADDR-LINE1 TO WS-LA-TEXT.
           MOVE WS-LETTER-ADDR-LINE TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE STUFILE-ADDR-LINE2 TO WS-LA-TEXT.
           MOVE WS-LETTER-ADDR-LINE TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE STUFILE-ADDR-LINE3 TO WS-LA-TEXT.
           MOVE WS-LETTER-ADDR-LINE TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE SPACES TO WS-LA-TEXT.
           MOVE STUFILE-POSTAL TO WS-LA-TEXT (1:6).
           MOVE STUFILE-COUNTRY TO WS-LA-TEXT (9:3).
           MOVE WS-LETTER-ADDR-LINE TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE SPACES TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.

           MOVE WS-LETTER-LINE-2 TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE SPACES TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.

           MOVE ACCTBAL-BALANCE TO WS-LL3-BALANCE.
           MOVE DUNFILE-TERM-YEAR TO WS-LL3-TERM-YEAR.
           MOVE DUNFILE-DUE-DATE TO WS-LL3-DUE-DATE.
           MOVE WS-LETTER-LINE-3 TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.

       750-LETTER-BOTTOM.
           MOVE SPACES TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE 'IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS NOTICE
      -        '.' TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           MOVE SPACES TO DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           WRITE DUNLTR-LINE.
           WRITE DUNLTR-LINE.

      * Email copy for the mail gateway - only with an address on
      * file, consent given and the address not bouncing.  The
      * caller has set the event.
       800-WRITE-NOTIFICATION.
           IF STUFILE-EMAIL NOT = SPACES AND STUFILE-EMAIL-OK
                   AND NOT STUFILE-EMAIL-BOUNCED
               MOVE ACCTBAL-STUDENT-NO TO NOTFFILE-STUDENT-NO
               MOVE WS-CYC-BUS-DATE TO NOTFFILE-DATE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO NOTFFILE-TIME
               MOVE DUNFILE-TERM-YEAR TO NOTFFILE-COURSE
               MOVE STUFILE-EMAIL TO NOTFFILE-EMAIL

               WRITE NOTFFILE-RECORD

               IF WS-NOTFFILE-OK
                   ADD 1 TO WS-EMAIL-COUNT
               ELSE
                   DISPLAY 'MVBDUN - NOTFFILE WRITE FAILED, STATUS '
                       WS-NOTFFILE-STATUS ' FOR STUDENT '
                       ACCTBAL-STUDENT-NO
               END-IF
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
               DISPLAY 'MVBDUN - CYCCTL OPEN FAILED, STATUS '
                   WS-CYCCTL-STATUS
               STOP RUN
           END-IF.

           IF WS-CYC-PRED-JOB NOT = SPACES
               MOVE WS-CYC-PRED-JOB TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               READ CYCCTL RECORD
               IF WS-CYCCTL-NOTFND OR NOT CYCCTL-COMPLETE
                   DISPLAY 'MVBDUN - PREDECESSOR ' WS-CYC-PRED-JOB
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
               DISPLAY 'MVBDUN - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           COMPUTE CYCCTL-RECORD-COUNT = WS-FIRST-COUNT
               + WS-SECOND-COUNT + WS-HOLD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
