       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBSCHD.
       AUTHOR.        M VALDRON.

      * OVERNIGHT CYCLE PLANNING.  RUNS FIRST EACH NIGHT, AHEAD OF
      * MVBXREF.  WORKS OUT FROM THE BUSINESS DATE WHICH JOBS ON THE
      * JOBSCHED SCHEDULE ARE DUE - NIGHTLY, WEEKLY ON A DAY OF THE
      * WEEK, MONTHLY ON A DAY OF THE MONTH, QUARTERLY ON A DAY OF
      * THE FIRST MONTH OF THE QUARTER, ANNUALLY ON A DATE, OR
      * SO MANY DAYS FROM A TERMCAL DATE OF ANY TERM ON FILE - AND
      * FOR EACH ONE:
      *
      *   - PRINTS IT ON THE PLAN WITH ITS RULE AND PREDECESSORS,
      *     WARNING WHEN A PREDECESSOR IS NOT ITSELF DUE TONIGHT
      *     (THE JOB WILL REFUSE TO START WITHOUT IT);
      *
      *   - WRITES AN EXPECTED CYCCTL ENTRY FOR THE DATE (STATUS E,
      *     PLANNED Y) FOR THE JOB TO PICK UP WHEN IT STARTS.  AN
      *     ENTRY ALREADY THERE IS ONLY MARKED PLANNED.
      *
      * WHATEVER IS LEFT AT E WHEN THE CYCLE ENDS WAS DUE BUT NEVER
      * RAN; A JOB THAT HAD TO WRITE ITS OWN ENTRY (PLANNED N) RAN
      * WITHOUT BEING DUE.  MVBCYC AND THE MVPRGZ CONSOLE REPORT
      * BOTH.  THE PLANNER'S OWN ENTRY, MVBSCHD, IS WHAT TELLS THEM
      * A PLAN EXISTS FOR THE DATE.
      *
      * DATE ARITHMETIC IS ON A DAY NUMBER COUNTED FROM 1 JANUARY OF
      * YEAR 1 (GREGORIAN), WHICH WAS A MONDAY - SO THE DAY OF THE
      * WEEK FALLS OUT OF THE REMAINDER BY 7, AND A TERMCAL DATE
      * PLUS AN OFFSET CROSSES YEAR ENDS AND LEAP DAYS CORRECTLY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSCHED ASSIGN TO JOBSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JOBSCHED-JOB-NAME
               FILE STATUS IS WS-JOBSCHED-STATUS.

           SELECT TERMCAL ASSIGN TO TERMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TERMCAL-TERM-YEAR
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

           SELECT PLAN-RPT ASSIGN TO SCHDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBSCHED
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'JOBSCHDC'.

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       FD  PLAN-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SCHDRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOBSCHED-STATUS          PIC XX          VALUE SPACES.
           88  WS-JOBSCHED-OK                           VALUE '00'.

       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                            VALUE '00'.

      * Cycle control - the planner is the first job of the night
      * and carries no predecessor.  Its own entry is always marked
      * planned; MVBCYC and MVPRGZ look for it to know the date has
      * a plan to be held against.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBSCHD'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-TERM-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-TERM-END-OF-FILE                  VALUE 'Y'.
           05  WS-DUE-SWITCH            PIC X          VALUE 'N'.
               88  WS-JOB-DUE                           VALUE 'Y'.
           05  WS-LEAP-SWITCH           PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                         VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X          VALUE 'N'.
               88  WS-PRED-FOUND                        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SCHED-COUNT           PIC 9(05)      VALUE ZERO.
           05  WS-DUE-COUNT             PIC 9(03)      VALUE ZERO.
           05  WS-WRITTEN-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-ON-FILE-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-WARNING-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-TERM-COUNT            PIC 9(03)      VALUE ZERO.
           05  WS-DUE-SUB               PIC 9(03)      VALUE ZERO.
           05  WS-FIND-SUB              PIC 9(03)      VALUE ZERO.
           05  WS-TERM-SUB              PIC 9(03)      VALUE ZERO.
           05  WS-PRED-SUB              PIC 9(01)      VALUE ZERO.
           05  WS-MONTH-SUB             PIC 9(02)      VALUE ZERO.

      * Tonight's date taken apart - calendar year, month, day,
      * day of the week (1 Monday .. 7 Sunday) and the length of
      * the month, for the rules to test against.
       01  WS-TODAY.
           05  WS-TODAY-ABS-DAY         PIC 9(7)       VALUE ZERO.
           05  WS-TODAY-YEAR            PIC 9(4)       VALUE ZERO.
           05  WS-TODAY-MONTH           PIC 9(2)       VALUE ZERO.
           05  WS-TODAY-DAY             PIC 9(2)       VALUE ZERO.
           05  WS-TODAY-DOW             PIC 9(1)       VALUE ZERO.
           05  WS-MONTH-LENGTH          PIC 9(2)       VALUE ZERO.

      * Work fields for 150-ABSOLUTE-DAY: a 0CYYDDD date in, its day
      * number out.
       01  WS-DATE-WORK.
           05  WS-DW-DATE               PIC 9(7)       VALUE ZERO.
           05  WS-DW-PARTS REDEFINES WS-DW-DATE.
               10  FILLER               PIC 9.
               10  WS-DW-C              PIC 9.
               10  WS-DW-YY             PIC 99.
               10  WS-DW-DDD            PIC 999.
           05  WS-DW-YEAR               PIC 9(4)       VALUE ZERO.
           05  WS-DW-PRIOR-YEAR         PIC 9(4)       VALUE ZERO.
           05  WS-DW-BY-4               PIC 9(4)       VALUE ZERO.
           05  WS-DW-BY-100             PIC 9(4)       VALUE ZERO.
           05  WS-DW-BY-400             PIC 9(4)       VALUE ZERO.
           05  WS-DW-ABS-DAY            PIC 9(7)       VALUE ZERO.

       01  WS-LEAP-WORK.
           05  WS-LW-QUOTIENT           PIC 9(4)       VALUE ZERO.
           05  WS-LW-REM-4              PIC 9(3)       VALUE ZERO.
           05  WS-LW-REM-100            PIC 9(3)       VALUE ZERO.
           05  WS-LW-REM-400            PIC 9(3)       VALUE ZERO.

       01  WS-DOW-QUOTIENT             PIC 9(7)        VALUE ZERO.
       01  WS-LOOKUP-DDD               PIC 9(3)        VALUE ZERO.
       01  WS-PRIOR-MONTH-END          PIC 9(3)        VALUE ZERO.
       01  WS-EVENT-DATE               PIC 9(7)        VALUE ZERO.
       01  WS-EVENT-TARGET             PIC S9(7)       VALUE ZERO.
       01  WS-DUE-TERM                 PIC X(5)        VALUE SPACES.

      * Last day of each month, counted from 1 January, in a common
      * year.  A leap year's day 60 is 29 February and every later
      * day is looked up one short.
       01  WS-MONTH-END-VALUES.
           05  FILLER                   PIC X(36)  VALUE
               '031059090120151181212243273304334365'.
       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END             PIC 9(3)   OCCURS 12.

       01  WS-DAY-NAME-VALUES.
           05  FILLER                   PIC X(21)  VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME              PIC X(3)   OCCURS 7.

      * Every term's TERMCAL dates, loaded once - TERMCAL is small
      * and each term-relative rule is tested against all of it.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 60.
               10  WS-TE-TERM-YEAR      PIC X(5).
               10  WS-TE-START          PIC 9(7).
               10  WS-TE-ADD            PIC 9(7).
               10  WS-TE-DROP           PIC 9(7).
               10  WS-TE-FEE-DUE        PIC 9(7).
               10  WS-TE-CENSUS         PIC 9(7).

      * Tonight's due jobs, held so the predecessor check can look
      * across the whole night before anything is printed.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 100.
               10  WS-DT-JOB            PIC X(8).
               10  WS-DT-PRED           PIC X(8)   OCCURS 3.
               10  WS-DT-DESCRIPTION    PIC X(30).
               10  WS-DT-RULE           PIC X(14).
               10  WS-DT-TERM           PIC X(5).

       01  WS-RULE-TEXT.
           05  WS-RT-WORD               PIC X(8).
           05  WS-RT-ARG                PIC X(6).

       01  WS-ARG-DAY.
           05  FILLER                   PIC X(4)   VALUE 'DAY '.
           05  WS-AD-DAY                PIC 99.

       01  WS-ARG-MMDD.
           05  WS-AM-MONTH              PIC 99.
           05  FILLER                   PIC X      VALUE '/'.
           05  WS-AM-DAY                PIC 99.

       01  WS-ARG-EVENT.
           05  WS-AE-EVENT              PIC X(2).
           05  WS-AE-OFFSET             PIC +999.

       01  WS-PRED-NOTE.
           05  FILLER                   PIC X(5)   VALUE 'PRED '.
           05  WS-PN-JOB                PIC X(8).
           05  FILLER                   PIC X(17)  VALUE
               ' NOT DUE TONIGHT'.

       01  WS-TERM-NOTE.
           05  FILLER                   PIC X(9)   VALUE 'FOR TERM '.
           05  WS-TN-TERM               PIC X(5).

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBSCHD'.
           05  FILLER                   PIC X(40)  VALUE
               'OVERNIGHT CYCLE PLAN'.
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H1-YEAR               PIC 9(4).
           05  FILLER                   PIC X      VALUE '/'.
           05  WS-H1-MONTH              PIC 99.
           05  FILLER                   PIC X      VALUE '/'.
           05  WS-H1-DAY                PIC 99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H1-DOW                PIC X(3).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(10)  VALUE 'JOB'.
           05  FILLER                   PIC X(16)  VALUE 'RULE'.
           05  FILLER                   PIC X(28)  VALUE
               'PREDECESSORS'.
           05  FILLER                   PIC X(32)  VALUE
               'DESCRIPTION'.
           05  FILLER                   PIC X(30)  VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-JOB                PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-RULE               PIC X(14).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-PRED-GRP OCCURS 3.
               10  WS-DL-PRED           PIC X(8).
               10  FILLER               PIC X      VALUE SPACE.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-DESCRIPTION        PIC X(30).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NOTE               PIC X(30).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.
           PERFORM 100-SET-TODAY.

           OPEN INPUT JOBSCHED.
           IF NOT WS-JOBSCHED-OK
               DISPLAY 'MVBSCHD - JOBSCHED OPEN FAILED, STATUS '
                   WS-JOBSCHED-STATUS
               CLOSE CYCCTL
               STOP RUN
           END-IF.

           PERFORM 110-LOAD-TERMCAL THRU 110-EXIT.

           OPEN OUTPUT PLAN-RPT.
           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-TODAY-YEAR TO WS-H1-YEAR.
           MOVE WS-TODAY-MONTH TO WS-H1-MONTH.
           MOVE WS-TODAY-DAY TO WS-H1-DAY.
           MOVE WS-DAY-NAME (WS-TODAY-DOW) TO WS-H1-DOW.
           MOVE WS-HEADING-1 TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE SPACES TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE WS-HEADING-2 TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE SPACES TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.

           PERFORM 200-READ-JOBSCHED.
           PERFORM 210-CHECK-ONE-JOB
               UNTIL WS-END-OF-FILE.

           CLOSE JOBSCHED.

           PERFORM 300-PLAN-ONE-JOB
               VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB > WS-DUE-COUNT.

           PERFORM 900-PRINT-TRAILER.

           CLOSE PLAN-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBSCHD - SCHEDULE ENTRIES: ' WS-SCHED-COUNT.
           DISPLAY 'MVBSCHD - JOBS DUE TONIGHT: ' WS-DUE-COUNT.
           DISPLAY 'MVBSCHD - ENTRIES WRITTEN:  ' WS-WRITTEN-COUNT.
           DISPLAY 'MVBSCHD - PRED WARNINGS:    ' WS-WARNING-COUNT.

           STOP RUN.

      * Opens the planner's own entry on the cycle control file -
      * no predecessor check, just the start stamp and the
      * double-run guard, so a second plan for the same night is
      * refused.  An entry left IN-PROGRESS by an abend is taken
      * over so the rerun can go.
       050-CYCLE-START.
           ACCEPT WS-CYC-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-CYC-BUS-DATE.
           MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5).
           MOVE '1' TO WS-CYC-BUS-DATE (2:1).
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.

           OPEN I-O CYCCTL.
           IF NOT WS-CYCCTL-OK
               DISPLAY 'MVBSCHD - CYCCTL OPEN FAILED, STATUS '
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
               SET CYCCTL-PLANNED TO TRUE
               WRITE CYCCTL-RECORD
           ELSE IF CYCCTL-COMPLETE
               DISPLAY 'MVBSCHD - ALREADY RAN FOR ' WS-CYC-BUS-DATE
                   ' - ENDING TO PREVENT A SECOND PLAN'
               CLOSE CYCCTL
               STOP RUN
           ELSE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-START-TIME
               SET CYCCTL-IN-PROGRESS TO TRUE
               REWRITE CYCCTL-RECORD
           END-IF.

       055-CYCLE-END.
           MOVE WS-CYC-JOB-NAME TO CYCCTL-JOB-NAME.
           MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE.
           READ CYCCTL RECORD.
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-END-TIME.
           MOVE WS-DUE-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.

      * Takes the business date apart: calendar year, leap year,
      * month and day off the month-end table, the length of the
      * month, the day number and from it the day of the week.
       100-SET-TODAY.
           MOVE WS-CYC-BUS-DATE TO WS-DW-DATE.
           PERFORM 150-ABSOLUTE-DAY.
           MOVE WS-DW-ABS-DAY TO WS-TODAY-ABS-DAY.
           MOVE WS-DW-YEAR TO WS-TODAY-YEAR.

           MOVE 'N' TO WS-LEAP-SWITCH.
           DIVIDE WS-TODAY-YEAR BY 4 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-4.
           DIVIDE WS-TODAY-YEAR BY 100 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-100.
           DIVIDE WS-TODAY-YEAR BY 400 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-400.
           IF WS-LW-REM-4 = ZERO
                   AND (WS-LW-REM-100 NOT = ZERO
                        OR WS-LW-REM-400 = ZERO)
               SET WS-LEAP-YEAR TO TRUE
           END-IF.

           MOVE WS-DW-DDD TO WS-LOOKUP-DDD.
           IF WS-LEAP-YEAR AND WS-DW-DDD > 60
               SUBTRACT 1 FROM WS-LOOKUP-DDD
           END-IF.

           IF WS-LEAP-YEAR AND WS-DW-DDD = 60
               MOVE 2 TO WS-TODAY-MONTH
               MOVE 29 TO WS-TODAY-DAY
               MOVE 29 TO WS-MONTH-LENGTH
           ELSE
               MOVE 1 TO WS-MONTH-SUB
               PERFORM 120-NEXT-MONTH
                   UNTIL WS-LOOKUP-DDD NOT > WS-MONTH-END
                                                 (WS-MONTH-SUB)
               MOVE WS-MONTH-SUB TO WS-TODAY-MONTH
               IF WS-MONTH-SUB = 1
                   MOVE ZERO TO WS-PRIOR-MONTH-END
               ELSE
                   MOVE WS-MONTH-END (WS-MONTH-SUB - 1)
                       TO WS-PRIOR-MONTH-END
               END-IF
               COMPUTE WS-TODAY-DAY =
                   WS-LOOKUP-DDD - WS-PRIOR-MONTH-END
               COMPUTE WS-MONTH-LENGTH =
                   WS-MONTH-END (WS-MONTH-SUB) - WS-PRIOR-MONTH-END
               IF WS-LEAP-YEAR AND WS-MONTH-SUB = 2
                   ADD 1 TO WS-MONTH-LENGTH
               END-IF
           END-IF.

           DIVIDE WS-TODAY-ABS-DAY BY 7 GIVING WS-DOW-QUOTIENT
               REMAINDER WS-TODAY-DOW.
           IF WS-TODAY-DOW = ZERO
               MOVE 7 TO WS-TODAY-DOW
           END-IF.

       110-LOAD-TERMCAL.
           OPEN INPUT TERMCAL.
           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBSCHD - TERMCAL OPEN FAILED, STATUS '
                   WS-TERMCAL-STATUS ' - NO TERM-RELATIVE JOBS'
               GO TO 110-EXIT
           END-IF.

           PERFORM 115-READ-TERMCAL.
           PERFORM 116-LOAD-ONE-TERM
               UNTIL WS-TERM-END-OF-FILE.

           CLOSE TERMCAL.

       110-EXIT.
           EXIT.

       115-READ-TERMCAL.
           READ TERMCAL NEXT RECORD
               AT END
                   SET WS-TERM-END-OF-FILE TO TRUE
           END-READ.

      * Dates added to TERMCAL after a term was keyed are spaces on
      * its record - held as zero, which no rule ever matches.
       116-LOAD-ONE-TERM.
           IF WS-TERM-COUNT = 60
               DISPLAY 'MVBSCHD - MORE THAN 60 TERMS ON TERMCAL - '
                   TERMCAL-TERM-YEAR ' AND LATER NOT PLANNED'
               SET WS-TERM-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-TERM-COUNT
               MOVE TERMCAL-TERM-YEAR
                   TO WS-TE-TERM-YEAR (WS-TERM-COUNT)
               MOVE TERMCAL-START-DATE TO WS-TE-START (WS-TERM-COUNT)
               MOVE TERMCAL-ADD-DEADLINE TO WS-TE-ADD (WS-TERM-COUNT)
               MOVE TERMCAL-DROP-DEADLINE
                   TO WS-TE-DROP (WS-TERM-COUNT)
               MOVE ZERO TO WS-TE-FEE-DUE (WS-TERM-COUNT)
               IF TERMCAL-FEE-DUE-DATE IS NUMERIC
                   MOVE TERMCAL-FEE-DUE-DATE
                       TO WS-TE-FEE-DUE (WS-TERM-COUNT)
               END-IF
               MOVE ZERO TO WS-TE-CENSUS (WS-TERM-COUNT)
               IF TERMCAL-CENSUS-DATE IS NUMERIC
                   MOVE TERMCAL-CENSUS-DATE
                       TO WS-TE-CENSUS (WS-TERM-COUNT)
               END-IF
               PERFORM 115-READ-TERMCAL
           END-IF.

       120-NEXT-MONTH.
           ADD 1 TO WS-MONTH-SUB.

      * Day number of the 0CYYDDD date in WS-DW-DATE: every day in
      * the whole years before it, leap days included, plus its day
      * of the year.
       150-ABSOLUTE-DAY.
           COMPUTE WS-DW-YEAR = 1900 + WS-DW-C * 100 + WS-DW-YY.
           SUBTRACT 1 FROM WS-DW-YEAR GIVING WS-DW-PRIOR-YEAR.
           DIVIDE WS-DW-PRIOR-YEAR BY 4 GIVING WS-DW-BY-4.
           DIVIDE WS-DW-PRIOR-YEAR BY 100 GIVING WS-DW-BY-100.
           DIVIDE WS-DW-PRIOR-YEAR BY 400 GIVING WS-DW-BY-400.
           COMPUTE WS-DW-ABS-DAY = WS-DW-PRIOR-YEAR * 365
               + WS-DW-BY-4 - WS-DW-BY-100 + WS-DW-BY-400
               + WS-DW-DDD.

       200-READ-JOBSCHED.
           READ JOBSCHED NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-SCHED-COUNT
           END-IF.

      * A monthly, quarterly or annual day past the end of a short
      * month falls on the month's last day, so day 31 means month
      * end.  Quarters open in January, April, July and October.
       210-CHECK-ONE-JOB.
           MOVE 'N' TO WS-DUE-SWITCH.
           MOVE SPACES TO WS-DUE-TERM.

           IF JOBSCHED-NIGHTLY
               SET WS-JOB-DUE TO TRUE
           ELSE IF JOBSCHED-WEEKLY
               IF JOBSCHED-DAY = WS-TODAY-DOW
                   SET WS-JOB-DUE TO TRUE
               END-IF
           ELSE IF JOBSCHED-MONTHLY
               IF JOBSCHED-DAY = WS-TODAY-DAY
                       OR (JOBSCHED-DAY > WS-TODAY-DAY
                           AND WS-TODAY-DAY = WS-MONTH-LENGTH)
                   SET WS-JOB-DUE TO TRUE
               END-IF
           ELSE IF JOBSCHED-QUARTERLY
               IF (WS-TODAY-MONTH = 1 OR 4 OR 7 OR 10)
                       AND (JOBSCHED-DAY = WS-TODAY-DAY
                            OR (JOBSCHED-DAY > WS-TODAY-DAY
                                AND WS-TODAY-DAY = WS-MONTH-LENGTH))
                   SET WS-JOB-DUE TO TRUE
               END-IF
           ELSE IF JOBSCHED-ANNUAL
               IF JOBSCHED-MONTH = WS-TODAY-MONTH
                       AND (JOBSCHED-DAY = WS-TODAY-DAY
                            OR (JOBSCHED-DAY > WS-TODAY-DAY
                                AND WS-TODAY-DAY = WS-MONTH-LENGTH))
                   SET WS-JOB-DUE TO TRUE
               END-IF
           ELSE IF JOBSCHED-TERM-RELATIVE
               PERFORM 220-CHECK-ONE-TERM
                   VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
                      OR WS-JOB-DUE
           ELSE
               DISPLAY 'MVBSCHD - ' JOBSCHED-JOB-NAME
                   ' HAS NO VALID FREQUENCY - NOT PLANNED'
           END-IF.

           IF WS-JOB-DUE
               PERFORM 230-ADD-DUE-JOB
           END-IF.

           PERFORM 200-READ-JOBSCHED.

       220-CHECK-ONE-TERM.
           MOVE ZERO TO WS-EVENT-DATE.

           IF JOBSCHED-EVENT-START
               MOVE WS-TE-START (WS-TERM-SUB) TO WS-EVENT-DATE
           ELSE IF JOBSCHED-EVENT-ADD
               MOVE WS-TE-ADD (WS-TERM-SUB) TO WS-EVENT-DATE
           ELSE IF JOBSCHED-EVENT-DROP
               MOVE WS-TE-DROP (WS-TERM-SUB) TO WS-EVENT-DATE
           ELSE IF JOBSCHED-EVENT-FEE-DUE
               MOVE WS-TE-FEE-DUE (WS-TERM-SUB) TO WS-EVENT-DATE
           ELSE IF JOBSCHED-EVENT-CENSUS
               MOVE WS-TE-CENSUS (WS-TERM-SUB) TO WS-EVENT-DATE
           END-IF.

           IF WS-EVENT-DATE > ZERO
               MOVE WS-EVENT-DATE TO WS-DW-DATE
               PERFORM 150-ABSOLUTE-DAY
               COMPUTE WS-EVENT-TARGET =
                   WS-DW-ABS-DAY + JOBSCHED-OFFSET
               IF WS-EVENT-TARGET = WS-TODAY-ABS-DAY
                   SET WS-JOB-DUE TO TRUE
                   MOVE WS-TE-TERM-YEAR (WS-TERM-SUB) TO WS-DUE-TERM
               END-IF
           END-IF.

       230-ADD-DUE-JOB.
           IF WS-DUE-COUNT = 100
               DISPLAY 'MVBSCHD - MORE THAN 100 JOBS DUE - '
                   JOBSCHED-JOB-NAME ' NOT PLANNED'
           ELSE
               ADD 1 TO WS-DUE-COUNT
               MOVE JOBSCHED-JOB-NAME TO WS-DT-JOB (WS-DUE-COUNT)
               MOVE JOBSCHED-PRED-JOB (1)
                   TO WS-DT-PRED (WS-DUE-COUNT, 1)
               MOVE JOBSCHED-PRED-JOB (2)
                   TO WS-DT-PRED (WS-DUE-COUNT, 2)
               MOVE JOBSCHED-PRED-JOB (3)
                   TO WS-DT-PRED (WS-DUE-COUNT, 3)
               MOVE JOBSCHED-DESCRIPTION
                   TO WS-DT-DESCRIPTION (WS-DUE-COUNT)
               MOVE WS-DUE-TERM TO WS-DT-TERM (WS-DUE-COUNT)
               PERFORM 240-BUILD-RULE-TEXT
               MOVE WS-RULE-TEXT TO WS-DT-RULE (WS-DUE-COUNT)
           END-IF.

       240-BUILD-RULE-TEXT.
           MOVE SPACES TO WS-RULE-TEXT.

           IF JOBSCHED-NIGHTLY
               MOVE 'NIGHTLY' TO WS-RT-WORD
           ELSE IF JOBSCHED-WEEKLY
               MOVE 'WEEKLY' TO WS-RT-WORD
               MOVE WS-DAY-NAME (JOBSCHED-DAY) TO WS-RT-ARG
           ELSE IF JOBSCHED-MONTHLY
               MOVE 'MONTHLY' TO WS-RT-WORD
               MOVE JOBSCHED-DAY TO WS-AD-DAY
               MOVE WS-ARG-DAY TO WS-RT-ARG
           ELSE IF JOBSCHED-QUARTERLY
               MOVE 'QUARTER' TO WS-RT-WORD
               MOVE JOBSCHED-DAY TO WS-AD-DAY
               MOVE WS-ARG-DAY TO WS-RT-ARG
           ELSE IF JOBSCHED-ANNUAL
               MOVE 'ANNUAL' TO WS-RT-WORD
               MOVE JOBSCHED-MONTH TO WS-AM-MONTH
               MOVE JOBSCHED-DAY TO WS-AM-DAY
               MOVE WS-ARG-MMDD TO WS-RT-ARG
           ELSE
               MOVE 'TERM' TO WS-RT-WORD
               MOVE JOBSCHED-TERM-EVENT TO WS-AE-EVENT
               MOVE JOBSCHED-OFFSET TO WS-AE-OFFSET
               MOVE WS-ARG-EVENT TO WS-RT-ARG
           END-IF.

      * Prints the job on the plan and leaves its expected entry on
      * CYCCTL.  The note column carries the first thing worth an
      * operator's eye - a predecessor not due tonight, else the
      * term a term-relative rule fired for.
       300-PLAN-ONE-JOB.
           MOVE SPACES TO WS-DL-NOTE.
           MOVE WS-DT-JOB (WS-DUE-SUB) TO WS-DL-JOB.
           MOVE WS-DT-RULE (WS-DUE-SUB) TO WS-DL-RULE.
           MOVE WS-DT-DESCRIPTION (WS-DUE-SUB) TO WS-DL-DESCRIPTION.

           PERFORM 310-CHECK-ONE-PRED
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3.

           IF WS-DL-NOTE = SPACES
                   AND WS-DT-TERM (WS-DUE-SUB) NOT = SPACES
               MOVE WS-DT-TERM (WS-DUE-SUB) TO WS-TN-TERM
               MOVE WS-TERM-NOTE TO WS-DL-NOTE
           END-IF.

           PERFORM 330-WRITE-EXPECTED.

           MOVE WS-DETAIL-LINE TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.

       310-CHECK-ONE-PRED.
           MOVE WS-DT-PRED (WS-DUE-SUB, WS-PRED-SUB)
               TO WS-DL-PRED (WS-PRED-SUB).

           IF WS-DT-PRED (WS-DUE-SUB, WS-PRED-SUB) NOT = SPACES
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM 320-MATCH-DUE-JOB
                   VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-DUE-COUNT
                      OR WS-PRED-FOUND
               IF NOT WS-PRED-FOUND
                   ADD 1 TO WS-WARNING-COUNT
                   IF WS-DL-NOTE = SPACES
                       MOVE WS-DT-PRED (WS-DUE-SUB, WS-PRED-SUB)
                           TO WS-PN-JOB
                       MOVE WS-PRED-NOTE TO WS-DL-NOTE
                   END-IF
               END-IF
           END-IF.

       320-MATCH-DUE-JOB.
           IF WS-DT-JOB (WS-FIND-SUB) =
                   WS-DT-PRED (WS-DUE-SUB, WS-PRED-SUB)
               SET WS-PRED-FOUND TO TRUE
           END-IF.

      * A new entry waits at E for the job to pick up.  An entry
      * already there - a job started early by hand - keeps its
      * status and is only marked planned, since it was due.
       330-WRITE-EXPECTED.
           MOVE WS-DT-JOB (WS-DUE-SUB) TO CYCCTL-JOB-NAME.
           MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE.

           READ CYCCTL RECORD.

           IF WS-CYCCTL-NOTFND
               MOVE WS-DT-JOB (WS-DUE-SUB) TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               MOVE ZERO TO CYCCTL-START-TIME
               MOVE ZERO TO CYCCTL-END-TIME
               MOVE ZERO TO CYCCTL-RECORD-COUNT
               SET CYCCTL-EXPECTED TO TRUE
               SET CYCCTL-PLANNED TO TRUE
               WRITE CYCCTL-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE IF WS-CYCCTL-OK
               SET CYCCTL-PLANNED TO TRUE
               REWRITE CYCCTL-RECORD
               ADD 1 TO WS-ON-FILE-COUNT
               IF WS-DL-NOTE = SPACES
                   MOVE 'ALREADY ON CYCCTL' TO WS-DL-NOTE
               END-IF
           ELSE
               DISPLAY 'MVBSCHD - CYCCTL READ FAILED, STATUS '
                   WS-CYCCTL-STATUS ' FOR ' WS-DT-JOB (WS-DUE-SUB)
           END-IF.

       900-PRINT-TRAILER.
           MOVE SPACES TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE 'SCHEDULE ENTRIES READ:' TO WS-TL-LABEL.
           MOVE WS-SCHED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE 'JOBS DUE TONIGHT:' TO WS-TL-LABEL.
           MOVE WS-DUE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE 'EXPECTED ENTRIES WRITTEN:' TO WS-TL-LABEL.
           MOVE WS-WRITTEN-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE 'ALREADY ON CYCCTL:' TO WS-TL-LABEL.
           MOVE WS-ON-FILE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
           MOVE 'PREDECESSORS NOT DUE TONIGHT:' TO WS-TL-LABEL.
           MOVE WS-WARNING-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO SCHDRPT-LINE.
           WRITE SCHDRPT-LINE.
