       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBSCHL.
       AUTHOR.        M VALDRON.

      * OVERNIGHT JOB SCHEDULE LOAD.  READS OPERATIONS' SCHEDULE
      * CARDS AND ADDS, REPLACES OR DELETES EACH JOB'S ENTRY ON
      * JOBSCHED, THE SAME ADD-OR-REWRITE WAY MVBMINL LOADS THE
      * MINISTRY TRANSLATION TABLE.  THE MVBSCHD CYCLE-PLANNING
      * STEP READS THE TABLE EVERY NIGHT.  A CARD WHOSE RULE DOES
      * NOT HANG TOGETHER (NO DAY ON A WEEKLY JOB, NO TERMCAL DATE
      * ON A TERM-RELATIVE ONE) IS REJECTED, NOT LOADED.
      *
      * CARD: JOB COLS 1-8, ACTION COL 10 (BLANK ADD/REPLACE, D
      * DELETE), FREQUENCY COL 12 (N/W/M/Q/A/T), DAY COLS 14-15,
      * MONTH COLS 17-18, TERMCAL DATE COLS 20-21 (ST/AD/DD/FD/CN),
      * OFFSET COLS 23-26 (SIGN THEN 3 DIGITS), PREDECESSOR JOBS
      * COLS 28-35, 37-44 AND 46-53, DESCRIPTION COLS 55-80.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-CARDS ASSIGN TO SCHCRDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT JOBSCHED ASSIGN TO JOBSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOBSCHED-JOB-NAME
               FILE STATUS IS WS-JOBSCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-CARDS
           RECORD CONTAINS 80 CHARACTERS.
       01  SCHED-CARD-RECORD.
           05  SC-JOB-NAME              PIC X(8).
           05  FILLER                   PIC X.
           05  SC-ACTION                PIC X.
               88  SC-DELETE                            VALUE 'D'.
           05  FILLER                   PIC X.
           05  SC-FREQUENCY             PIC X.
           05  FILLER                   PIC X.
           05  SC-DAY                   PIC X(2).
           05  SC-DAY-N REDEFINES SC-DAY
                                        PIC 9(2).
           05  FILLER                   PIC X.
           05  SC-MONTH                 PIC X(2).
           05  SC-MONTH-N REDEFINES SC-MONTH
                                        PIC 9(2).
           05  FILLER                   PIC X.
           05  SC-TERM-EVENT            PIC X(2).
           05  FILLER                   PIC X.
           05  SC-OFFSET                PIC X(4).
           05  SC-OFFSET-N REDEFINES SC-OFFSET
                                        PIC S9(3)
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X.
           05  SC-PRED-1                PIC X(8).
           05  FILLER                   PIC X.
           05  SC-PRED-2                PIC X(8).
           05  FILLER                   PIC X.
           05  SC-PRED-3                PIC X(8).
           05  FILLER                   PIC X.
           05  SC-DESCRIPTION           PIC X(26).

       FD  JOBSCHED
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'JOBSCHDC'.

       WORKING-STORAGE SECTION.
       01  WS-CARDS-STATUS             PIC XX          VALUE SPACES.
           88  WS-CARDS-OK                              VALUE '00'.

       01  WS-JOBSCHED-STATUS          PIC XX          VALUE SPACES.
           88  WS-JOBSCHED-OK                           VALUE '00'.
           88  WS-JOBSCHED-DUPLICATE                    VALUE '22'.
           88  WS-JOBSCHED-NOTFND                       VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-CARD-SWITCH           PIC X          VALUE 'Y'.
               88  WS-CARD-GOOD                         VALUE 'Y'.
               88  WS-CARD-BAD                          VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(05)      VALUE ZERO.
           05  WS-ADD-COUNT             PIC 9(05)      VALUE ZERO.
           05  WS-REPLACE-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-DELETE-COUNT          PIC 9(05)      VALUE ZERO.
           05  WS-REJECT-COUNT          PIC 9(05)      VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(40)       VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT SCHED-CARDS.
           IF NOT WS-CARDS-OK
               DISPLAY 'MVBSCHL - SCHCRDS OPEN FAILED, STATUS '
                   WS-CARDS-STATUS
               STOP RUN
           END-IF.

           OPEN I-O JOBSCHED.
           IF NOT WS-JOBSCHED-OK
               DISPLAY 'MVBSCHL - JOBSCHED OPEN FAILED, STATUS '
                   WS-JOBSCHED-STATUS
               CLOSE SCHED-CARDS
               STOP RUN
           END-IF.

           PERFORM 100-READ-CARD.
           PERFORM 200-LOAD-ONE-JOB
               UNTIL WS-END-OF-FILE.

           CLOSE SCHED-CARDS.
           CLOSE JOBSCHED.

           DISPLAY 'MVBSCHL - CARDS READ:  ' WS-READ-COUNT.
           DISPLAY 'MVBSCHL - ADDED:       ' WS-ADD-COUNT.
           DISPLAY 'MVBSCHL - REPLACED:    ' WS-REPLACE-COUNT.
           DISPLAY 'MVBSCHL - DELETED:     ' WS-DELETE-COUNT.
           DISPLAY 'MVBSCHL - REJECTED:    ' WS-REJECT-COUNT.

           STOP RUN.

       100-READ-CARD.
           READ SCHED-CARDS NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

       200-LOAD-ONE-JOB.
           IF SC-JOB-NAME = SPACES
               MOVE 'NO JOB NAME' TO WS-REJECT-REASON
               PERFORM 290-REJECT-CARD
           ELSE IF SC-DELETE
               PERFORM 250-DELETE-JOB
           ELSE IF SC-ACTION NOT = SPACE
               MOVE 'ACTION NOT BLANK OR D' TO WS-REJECT-REASON
               PERFORM 290-REJECT-CARD
           ELSE
               PERFORM 210-CHECK-RULE
               IF WS-CARD-GOOD
                   PERFORM 220-BUILD-ENTRY
                   PERFORM 230-STORE-ENTRY
               ELSE
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF.

           PERFORM 100-READ-CARD.

      * Each frequency needs its own fields and nothing else - the
      * fields a rule does not use are zeroed when the entry is
      * built, so a stray digit on the card cannot steer the plan.
       210-CHECK-RULE.
           SET WS-CARD-GOOD TO TRUE.

           IF SC-FREQUENCY = 'N'
               CONTINUE
           ELSE IF SC-FREQUENCY = 'W'
               IF SC-DAY IS NOT NUMERIC
                       OR SC-DAY-N < 1 OR SC-DAY-N > 7
                   MOVE 'WEEKLY DAY NOT 01-07' TO WS-REJECT-REASON
                   SET WS-CARD-BAD TO TRUE
               END-IF
           ELSE IF SC-FREQUENCY = 'M'
               IF SC-DAY IS NOT NUMERIC
                       OR SC-DAY-N < 1 OR SC-DAY-N > 31
                   MOVE 'MONTHLY DAY NOT 01-31' TO WS-REJECT-REASON
                   SET WS-CARD-BAD TO TRUE
               END-IF
           ELSE IF SC-FREQUENCY = 'Q'
               IF SC-DAY IS NOT NUMERIC
                       OR SC-DAY-N < 1 OR SC-DAY-N > 31
                   MOVE 'QUARTERLY DAY NOT 01-31' TO WS-REJECT-REASON
                   SET WS-CARD-BAD TO TRUE
               END-IF
           ELSE IF SC-FREQUENCY = 'A'
               IF SC-MONTH IS NOT NUMERIC
                       OR SC-MONTH-N < 1 OR SC-MONTH-N > 12
                   MOVE 'ANNUAL MONTH NOT 01-12' TO WS-REJECT-REASON
                   SET WS-CARD-BAD TO TRUE
               ELSE IF SC-DAY IS NOT NUMERIC
                       OR SC-DAY-N < 1 OR SC-DAY-N > 31
                   MOVE 'ANNUAL DAY NOT 01-31' TO WS-REJECT-REASON
                   SET WS-CARD-BAD TO TRUE
               END-IF
           ELSE IF SC-FREQUENCY = 'T'
               IF SC-TERM-EVENT NOT = 'ST' AND NOT = 'AD'
                       AND NOT = 'DD' AND NOT = 'FD' AND NOT = 'CN'
                   MOVE 'TERMCAL DATE NOT ST/AD/DD/FD/CN'
                       TO WS-REJECT-REASON
                   SET WS-CARD-BAD TO TRUE
               ELSE IF SC-OFFSET-N IS NOT NUMERIC
                   MOVE 'OFFSET NOT SIGN AND 3 DIGITS'
                       TO WS-REJECT-REASON
                   SET WS-CARD-BAD TO TRUE
               END-IF
           ELSE
               MOVE 'FREQUENCY NOT N/W/M/Q/A/T' TO WS-REJECT-REASON
               SET WS-CARD-BAD TO TRUE
           END-IF.

       220-BUILD-ENTRY.
           MOVE SPACES TO JOBSCHED-RECORD.
           MOVE SC-JOB-NAME TO JOBSCHED-JOB-NAME.
           MOVE SC-FREQUENCY TO JOBSCHED-FREQUENCY.
           MOVE ZERO TO JOBSCHED-DAY.
           MOVE ZERO TO JOBSCHED-MONTH.
           MOVE ZERO TO JOBSCHED-OFFSET.

           IF JOBSCHED-WEEKLY OR JOBSCHED-MONTHLY
                   OR JOBSCHED-QUARTERLY OR JOBSCHED-ANNUAL
               MOVE SC-DAY-N TO JOBSCHED-DAY
           END-IF.
           IF JOBSCHED-ANNUAL
               MOVE SC-MONTH-N TO JOBSCHED-MONTH
           END-IF.
           IF JOBSCHED-TERM-RELATIVE
               MOVE SC-TERM-EVENT TO JOBSCHED-TERM-EVENT
               MOVE SC-OFFSET-N TO JOBSCHED-OFFSET
           END-IF.

           MOVE SC-PRED-1 TO JOBSCHED-PRED-JOB (1).
           MOVE SC-PRED-2 TO JOBSCHED-PRED-JOB (2).
           MOVE SC-PRED-3 TO JOBSCHED-PRED-JOB (3).
           MOVE SC-DESCRIPTION TO JOBSCHED-DESCRIPTION.

       230-STORE-ENTRY.
           WRITE JOBSCHED-RECORD.

           IF WS-JOBSCHED-OK
               ADD 1 TO WS-ADD-COUNT
           ELSE IF WS-JOBSCHED-DUPLICATE
               REWRITE JOBSCHED-RECORD
               ADD 1 TO WS-REPLACE-COUNT
           ELSE
               DISPLAY 'MVBSCHL - JOBSCHED WRITE FAILED, STATUS '
                   WS-JOBSCHED-STATUS ' FOR ' SC-JOB-NAME
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       250-DELETE-JOB.
           MOVE SC-JOB-NAME TO JOBSCHED-JOB-NAME.

           DELETE JOBSCHED RECORD.

           IF WS-JOBSCHED-OK
               ADD 1 TO WS-DELETE-COUNT
           ELSE IF WS-JOBSCHED-NOTFND
               MOVE 'DELETE - JOB NOT ON SCHEDULE' TO WS-REJECT-REASON
               PERFORM 290-REJECT-CARD
           ELSE
               DISPLAY 'MVBSCHL - JOBSCHED DELETE FAILED, STATUS '
                   WS-JOBSCHED-STATUS ' FOR ' SC-JOB-NAME
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       290-REJECT-CARD.
           DISPLAY 'MVBSCHL - CARD ' WS-READ-COUNT ' ' SC-JOB-NAME
               ' ' WS-REJECT-REASON ' - SKIPPED'.
           ADD 1 TO WS-REJECT-COUNT.
