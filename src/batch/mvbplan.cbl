       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBPLAN.
       AUTHOR.        M VALDRON.

      * NIGHTLY INSTALLMENT PAYMENT PLAN RUN.  WALKS THE PLANFLE
      * PLANS THE MVPRGPL SCREEN ENROLLS AND, FOR EVERY PLAN STILL
      * CURRENT, APPLIES WHAT HAS BEEN PAID AGAINST THE TERM SINCE
      * ENROLLMENT (CHGHIST PAID LESS THE PLAN'S BASE) TO THE
      * INSTALLMENTS IN DUE ORDER - BURSAR PAYMENTS MVBPAY POSTED,
      * COUNTER PAYMENTS FROM MVPRGCS AND AWARD CREDITS ALIKE:
      *
      *   AN INSTALLMENT STILL SHORT MORE THAN THE GRACE DAYS AFTER
      *   ITS DUE DATE IS MISSED AND THE PLAN DEFAULTS - THE TERM
      *   GOES BACK TO MVBDUN FOR COLLECTIONS AND LATE FEES, AND A
      *   NOTFFILE EMAIL EVENT (PM) TELLS THE STUDENT,
      *
      *   A PLAN WHOSE INSTALLMENTS ARE ALL PAID IS PAID OFF.
      *
      * EVERY CURRENT PLAN PRINTS ON THE PLNRPT STATUS REPORT WITH
      * WHAT HAPPENED TO IT TONIGHT.  RUNS AFTER MVBAWD, SO TONIGHT'S
      * PAYMENTS AND AWARDS ARE ON CHGHIST, AND AHEAD OF MVBGLJ.
      * DAY COUNTS USE THE USUAL CRUDE 365-DAY YEAR.
      *
      * SYSIN CARD (OPTIONAL): GRACE DAYS 1-3.  BLANK OR UNUSABLE
      * DEFAULTS TO 5.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PLANFLE ASSIGN TO PLANFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLANFLE-KEY
               FILE STATUS IS WS-PLANFLE-STATUS.

           SELECT CHGHIST ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHGHIST-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT NOTFFILE ASSIGN TO NOTFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTFFILE-KEY
               FILE STATUS IS WS-NOTFFILE-STATUS.

           SELECT PLAN-RPT ASSIGN TO PLNRPT
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
           05  PC-GRACE-DAYS            PIC X(3).
           05  FILLER                   PIC X(77).

       FD  PLANFLE
           RECORD CONTAINS 250 CHARACTERS.
       COPY 'PLANRECC'.

       FD  CHGHIST
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'CHGHISTC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  NOTFFILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'NOTFRECC'.

       FD  PLAN-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PLNRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.

      * Overnight cycle control - this job's place in the chain.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBPLAN'.
       01  WS-CYC-PRED-JOB             PIC X(8)    VALUE 'MVBAWD'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-PLANFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-PLANFLE-OK                           VALUE '00'.

       01  WS-CHGHIST-STATUS           PIC XX          VALUE SPACES.
           88  WS-CHGHIST-OK                           VALUE '00'.
           88  WS-CHGHIST-NOTFND                       VALUE '23'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-NOTFFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-NOTFFILE-OK                          VALUE '00'.

      * Plan settings off the SYSIN card.
       01  WS-GRACE-DAYS               PIC 9(3)        VALUE 5.

      * 0CYYDDD split for the crude day arithmetic.
       01  WS-DATE-DIGITS              PIC 9(7).
       01  WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05  FILLER                   PIC 99.
           05  WS-DP-YY                 PIC 99.
           05  WS-DP-DDD                PIC 999.

       01  WS-TODAY-DAYS               PIC 9(7)        VALUE ZERO.
       01  WS-DUE-DAYS                 PIC 9(7)        VALUE ZERO.

      * What has come in on the term since enrollment, and what is
      * left of it as it is spread down the installments.
       01  WS-PAID-SINCE               PIC S9(7)V99    VALUE ZERO.
       01  WS-TO-APPLY                 PIC 9(7)V99     VALUE ZERO.

       01  WS-INST-SUB                 PIC 9           VALUE ZERO.
       01  WS-MISSED-INST              PIC 9           VALUE ZERO.
       01  WS-OPEN-INST                PIC 9           VALUE ZERO.
       01  WS-NEXT-DUE-DATE            PIC 9(7)        VALUE ZERO.
       01  WS-NEXT-DUE-AMOUNT          PIC 9(7)V99     VALUE ZERO.

       01  WS-ACTION-TEXT              PIC X(30)       VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-CURRENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-PAID-OFF-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-DEFAULT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-EMAIL-COUNT           PIC 9(07)      VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBPLAN'.
           05  FILLER                   PIC X(40)  VALUE
               'INSTALLMENT PAYMENT PLAN STATUS REPORT'.
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(7)   VALUE 'TERM'.
           05  FILLER                   PIC X(13)  VALUE
               '  PLAN AMOUNT'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(13)  VALUE
               '      APPLIED'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(9)   VALUE 'NEXT DUE'.
           05  FILLER                   PIC X(13)  VALUE
               '   AMOUNT DUE'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(30)  VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-APPLIED            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NEXT-DUE           PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DUE-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X(30).

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'PLANS ON SCHEDULE:          '.
           05  WS-TL-CURRENT            PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'PLANS PAID OFF:             '.
           05  WS-TL-PAID-OFF           PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'PLANS DEFAULTED:            '.
           05  WS-TL-DEFAULTED          PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           PERFORM 010-READ-PARM-CARD.

           MOVE WS-CYC-BUS-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-TODAY-DAYS = WS-DP-YY * 365 + WS-DP-DDD.

           OPEN I-O PLANFLE.
           IF NOT WS-PLANFLE-OK
               DISPLAY 'MVBPLAN - PLANFLE OPEN FAILED, STATUS '
                   WS-PLANFLE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CHGHIST.
           IF NOT WS-CHGHIST-OK
               DISPLAY 'MVBPLAN - CHGHIST OPEN FAILED, STATUS '
                   WS-CHGHIST-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STUFILE.
           OPEN I-O NOTFFILE.
           IF NOT WS-NOTFFILE-OK
               DISPLAY 'MVBPLAN - NOTFFILE OPEN FAILED, STATUS '
                   WS-NOTFFILE-STATUS
           END-IF.
           OPEN OUTPUT PLAN-RPT.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.
           MOVE SPACES TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.
           MOVE WS-HEADING-2 TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.
           MOVE SPACES TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.

           PERFORM 100-READ-PLAN.
           PERFORM 200-ONE-PLAN THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE SPACES TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.
           MOVE WS-CURRENT-COUNT TO WS-TL-CURRENT.
           MOVE WS-TRAILER-LINE TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.
           MOVE WS-PAID-OFF-COUNT TO WS-TL-PAID-OFF.
           MOVE WS-TRAILER-LINE-2 TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.
           MOVE WS-DEFAULT-COUNT TO WS-TL-DEFAULTED.
           MOVE WS-TRAILER-LINE-3 TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.

           CLOSE PLANFLE.
           CLOSE CHGHIST.
           CLOSE STUFILE.
           CLOSE NOTFFILE.
           CLOSE PLAN-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBPLAN - PLANS READ:       ' WS-READ-COUNT.
           DISPLAY 'MVBPLAN - ON SCHEDULE:      ' WS-CURRENT-COUNT.
           DISPLAY 'MVBPLAN - PAID OFF:         ' WS-PAID-OFF-COUNT.
           DISPLAY 'MVBPLAN - DEFAULTED:        ' WS-DEFAULT-COUNT.
           DISPLAY 'MVBPLAN - EMAIL EVENTS:     ' WS-EMAIL-COUNT.

           STOP RUN.

       010-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-GRACE-DAYS IS NUMERIC
                       MOVE PC-GRACE-DAYS TO WS-GRACE-DAYS
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

           DISPLAY 'MVBPLAN - GRACE DAYS ' WS-GRACE-DAYS.

       100-READ-PLAN.
           READ PLANFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

      * One plan.  Only a current plan has anything to do - paid
      * off, defaulted and cancelled plans are history.
       200-ONE-PLAN.
           IF NOT PLANFLE-CURRENT
               PERFORM 100-READ-PLAN
               GO TO 200-EXIT
           END-IF.

           MOVE PLANFLE-STUDENT-NO TO CHGHIST-STUDENT-NO.
           MOVE PLANFLE-TERM-YEAR TO CHGHIST-TERM-YEAR.

           READ CHGHIST RECORD.

           IF WS-CHGHIST-OK
               COMPUTE WS-PAID-SINCE =
                   CHGHIST-PAID - PLANFLE-BASE-PAID
           ELSE
               MOVE ZERO TO WS-PAID-SINCE
           END-IF.

      * A reversal can take the term below where it stood at
      * enrollment - nothing has been paid toward the plan then.
           IF WS-PAID-SINCE < ZERO
               MOVE ZERO TO WS-PAID-SINCE
           END-IF.

           MOVE WS-PAID-SINCE TO WS-TO-APPLY.
           MOVE WS-PAID-SINCE TO PLANFLE-APPLIED.
           MOVE ZERO TO WS-MISSED-INST.
           MOVE ZERO TO WS-OPEN-INST.
           MOVE ZERO TO WS-NEXT-DUE-DATE.
           MOVE ZERO TO WS-NEXT-DUE-AMOUNT.

           PERFORM 300-APPLY-INSTALLMENT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > PLANFLE-INST-COUNT.

           PERFORM 250-GET-STUDENT.

           IF WS-MISSED-INST > ZERO
               SET PLANFLE-DEFAULTED TO TRUE
               MOVE WS-CYC-BUS-DATE TO PLANFLE-CLOSED-DATE
               ADD 1 TO WS-DEFAULT-COUNT
               MOVE 'DEFAULTED - INSTALLMENT   MISSED' TO WS-ACTION-TEXT
               MOVE WS-MISSED-INST TO WS-ACTION-TEXT (25:1)
               MOVE 'PM' TO NOTFFILE-EVENT
               PERFORM 800-WRITE-NOTIFICATION
           ELSE IF WS-OPEN-INST = ZERO
               SET PLANFLE-PAID-OFF TO TRUE
               MOVE WS-CYC-BUS-DATE TO PLANFLE-CLOSED-DATE
               ADD 1 TO WS-PAID-OFF-COUNT
               MOVE 'PAID OFF' TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-CURRENT-COUNT
               MOVE 'ON SCHEDULE' TO WS-ACTION-TEXT
           END-IF.

           MOVE WS-CYC-BUS-DATE TO PLANFLE-LAST-RUN-DATE.

           REWRITE PLANFLE-RECORD.

           IF NOT WS-PLANFLE-OK
               DISPLAY 'MVBPLAN - PLANFLE REWRITE FAILED, STATUS '
                   WS-PLANFLE-STATUS ' FOR ' PLANFLE-KEY
           END-IF.

           PERFORM 500-REPORT-PLAN.

           PERFORM 100-READ-PLAN.

       200-EXIT.
           EXIT.

       250-GET-STUDENT.
           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE PLANFLE-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF NOT WS-STUFILE-OK
               MOVE SPACES TO STUFILE-RECORD
               MOVE 'NOT ON STUDENT FILE' TO STUFILE-NAME
           END-IF.

      * Payments fill the installments oldest first.  One left short
      * past its due date and the grace days is missed - the first
      * missed one is the one reported.
       300-APPLY-INSTALLMENT.
           IF WS-TO-APPLY NOT < PLANFLE-INST-AMOUNT (WS-INST-SUB)
               MOVE PLANFLE-INST-AMOUNT (WS-INST-SUB)
                   TO PLANFLE-INST-PAID (WS-INST-SUB)
               SUBTRACT PLANFLE-INST-AMOUNT (WS-INST-SUB)
                   FROM WS-TO-APPLY
               SET PLANFLE-INST-PAID-UP (WS-INST-SUB) TO TRUE
           ELSE
               MOVE WS-TO-APPLY TO PLANFLE-INST-PAID (WS-INST-SUB)
               MOVE ZERO TO WS-TO-APPLY
               ADD 1 TO WS-OPEN-INST
               MOVE PLANFLE-INST-DUE-DATE (WS-INST-SUB)
                   TO WS-DATE-DIGITS
               COMPUTE WS-DUE-DAYS = WS-DP-YY * 365 + WS-DP-DDD
               IF WS-TODAY-DAYS > WS-DUE-DAYS + WS-GRACE-DAYS
                   SET PLANFLE-INST-MISSED (WS-INST-SUB) TO TRUE
                   IF WS-MISSED-INST = ZERO
                       MOVE WS-INST-SUB TO WS-MISSED-INST
                   END-IF
               ELSE
                   SET PLANFLE-INST-OPEN (WS-INST-SUB) TO TRUE
               END-IF
               IF WS-NEXT-DUE-DATE = ZERO
                   MOVE PLANFLE-INST-DUE-DATE (WS-INST-SUB)
                       TO WS-NEXT-DUE-DATE
                   COMPUTE WS-NEXT-DUE-AMOUNT =
                       PLANFLE-INST-AMOUNT (WS-INST-SUB)
                       - PLANFLE-INST-PAID (WS-INST-SUB)
               END-IF
           END-IF.

       500-REPORT-PLAN.
           MOVE PLANFLE-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE STUFILE-NAME TO WS-DL-NAME.
           MOVE PLANFLE-TERM-YEAR TO WS-DL-TERM-YEAR.
           MOVE PLANFLE-AMOUNT TO WS-DL-AMOUNT.
           MOVE PLANFLE-APPLIED TO WS-DL-APPLIED.
           MOVE WS-NEXT-DUE-DATE TO WS-DL-NEXT-DUE.
           MOVE WS-NEXT-DUE-AMOUNT TO WS-DL-DUE-AMOUNT.
           MOVE WS-ACTION-TEXT TO WS-DL-ACTION.
           MOVE WS-DETAIL-LINE TO PLNRPT-LINE.
           WRITE PLNRPT-LINE.

      * Email copy for the mail gateway - only with an address on
      * file, consent given and the address not bouncing.  The
      * caller has set the event.
       800-WRITE-NOTIFICATION.
           IF STUFILE-EMAIL NOT = SPACES AND STUFILE-EMAIL-OK
                   AND NOT STUFILE-EMAIL-BOUNCED
               MOVE PLANFLE-STUDENT-NO TO NOTFFILE-STUDENT-NO
               MOVE WS-CYC-BUS-DATE TO NOTFFILE-DATE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO NOTFFILE-TIME
               MOVE PLANFLE-TERM-YEAR TO NOTFFILE-COURSE
               MOVE STUFILE-EMAIL TO NOTFFILE-EMAIL

               WRITE NOTFFILE-RECORD

               IF WS-NOTFFILE-OK
                   ADD 1 TO WS-EMAIL-COUNT
               ELSE
                   DISPLAY 'MVBPLAN - NOTFFILE WRITE FAILED, STATUS '
                       WS-NOTFFILE-STATUS ' FOR STUDENT '
                       PLANFLE-STUDENT-NO
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
               DISPLAY 'MVBPLAN - CYCCTL OPEN FAILED, STATUS '
                   WS-CYCCTL-STATUS
               STOP RUN
           END-IF.

           IF WS-CYC-PRED-JOB NOT = SPACES
               MOVE WS-CYC-PRED-JOB TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               READ CYCCTL RECORD
               IF WS-CYCCTL-NOTFND OR NOT CYCCTL-COMPLETE
                   DISPLAY 'MVBPLAN - PREDECESSOR ' WS-CYC-PRED-JOB
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
               DISPLAY 'MVBPLAN - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
