       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBOREV.
       AUTHOR.        M VALDRON.

      * OPERATOR ACCESS REVIEW.  OPRFILE ONLY EVER GREW - IDS OF
      * PEOPLE WHO HAD CHANGED JOBS OR LEFT STILL CARRIED F OR A
      * AUTHORITY YEARS LATER.  THIS JOB WORKS OUT, FOR EVERY
      * OPERATOR ON FILE, THE LAST SIGN-ON (SECLOG) AND THE LAST
      * CHANGE KEYED (AUDITLOG), AND:
      *
      *   'REVIEW' - THE WEEKLY REVIEW.  LISTS EVERY OPERATOR WITH
      *              LAST SIGN-ON, LAST UPDATE, LEVEL AND DAYS
      *              UNUSED, AND ACTS ON THE ONES GONE QUIET:
      *              UNUSED PAST THE LOCK THRESHOLD THE ID IS
      *              LOCKED (MVPRGO'S U FUNCTION CLEARS IT, THE
      *              SAME AS A FAILED-PASSWORD LOCKOUT); PAST THE
      *              LONGER REVOKE THRESHOLD IT IS DELETED.  AN ID
      *              STILL WAITING ON ITS SUPERVISOR'S
      *              RECERTIFICATION PAST THE GRACE PERIOD LAPSES TO
      *              READ-ONLY (AN INSTRUCTOR ID, WHICH HAS NO
      *              READ-ONLY FORM, IS LOCKED INSTEAD).  AN UNLOCK
      *              COUNTS AS USE, SO A SUPERVISOR WHO UNLOCKS A
      *              DORMANT ID GIVES IT A FRESH START.
      *
      *   'RECERT' - THE QUARTERLY RECERTIFICATION.  PRINTS ONE LIST
      *              PER SUPERVISOR OF THE OPERATORS ANSWERING TO
      *              THEM, WITH A SIGN-OFF BLOCK, AND MARKS EVERY ID
      *              PENDING.  THE SIGNED LIST IS KEYED BACK ON
      *              MVPRGO (FUNCTION K, BY SUPERVISOR ID); WHAT IS
      *              STILL PENDING WHEN THE GRACE PERIOD RUNS OUT IS
      *              LAPSED BY THE NEXT WEEKLY REVIEW.  IDS WITH NO
      *              SUPERVISOR PRINT UNDER THEIR OWN HEADING - ONE
      *              MUST BE ASSIGNED ON MVPRGO BEFORE THEY CAN BE
      *              RECERTIFIED.
      *
      * EVERY LOCK, REVOCATION AND LAPSE IS WRITTEN TO SECLOG (EVENTS
      * D, R AND P, TERMINAL BTCH) AND JOURNALED TO AUDITLOG WITH THE
      * BEFORE AND AFTER OPERATOR RECORDS THE WAY MVPRGO JOURNALS AN
      * ONLINE CHANGE (TERMID OADM, SO RECOVERY AND BALANCING SKIP
      * IT).  AN ID CARRIED OVER WITH NO ADDED DATE IS STAMPED WITH
      * TODAY'S, SO ITS CLOCK STARTS NOW RATHER THAN IT BEING
      * REVOKED ON SIGHT.
      *
      * EACH RUN IS POSTED TO THE CYCCTL CONTROL FILE - MVBOREV FOR
      * A REVIEW RUN, MVBORCT FOR A RECERTIFICATION RUN.
      *
      * CONTROL CARD: MODE IN COLS 1-6; LOCK THRESHOLD (DAYS UNUSED)
      * COLS 8-10, DEFAULT 090; REVOKE THRESHOLD COLS 12-14, DEFAULT
      * 180; RECERTIFICATION GRACE PERIOD COLS 16-18, DEFAULT 030.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPRFILE ASSIGN TO OPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRFILE-OPERATOR-ID
               FILE STATUS IS WS-OPRFILE-STATUS.

           SELECT SECLOG ASSIGN TO SECLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECLOG-KEY
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REVIEW-RPT ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-MODE                  PIC X(6).
           05  FILLER                   PIC X.
           05  CC-LOCK-DAYS             PIC X(3).
           05  CC-LOCK-DAYS-N REDEFINES CC-LOCK-DAYS
                                        PIC 9(3).
           05  FILLER                   PIC X.
           05  CC-REVOKE-DAYS           PIC X(3).
           05  CC-REVOKE-DAYS-N REDEFINES CC-REVOKE-DAYS
                                        PIC 9(3).
           05  FILLER                   PIC X.
           05  CC-GRACE-DAYS            PIC X(3).
           05  CC-GRACE-DAYS-N REDEFINES CC-GRACE-DAYS
                                        PIC 9(3).
           05  FILLER                   PIC X(62).

       FD  OPRFILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'OPRFILEC'.

       FD  SECLOG
           RECORD CONTAINS 30 CHARACTERS.
       COPY 'SECLOGC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-SUPERVISOR-ID        PIC X(8).
           05  SW-OPERATOR-ID          PIC X(8).
           05  SW-NAME                 PIC X(8).
           05  SW-AUTH-LEVEL           PIC X(1).
           05  SW-LOCKED-SW            PIC X(1).
           05  SW-LAST-SIGNON          PIC 9(7).
           05  SW-LAST-UPDATE          PIC 9(7).

       FD  REVIEW-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REVRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - a weekly (and quarterly) job, off the nightly
      * chain, so it carries no predecessor.  The review posts as
      * MVBOREV and a recertification run as MVBORCT, so the
      * quarter's lists going out on a review day is not mistaken
      * for a double run.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBOREV'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-OPRFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-OPRFILE-OK                           VALUE '00'.

       01  WS-SECLOG-STATUS            PIC XX          VALUE SPACES.
           88  WS-SECLOG-OK                            VALUE '00'.
           88  WS-SECLOG-DUPKEY                        VALUE '22'.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                          VALUE '00'.
           88  WS-AUDITLOG-DUPKEY                      VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-MODE-SWITCH           PIC X          VALUE 'V'.
               88  WS-REVIEW-MODE                       VALUE 'V'.
               88  WS-RECERT-MODE                       VALUE 'C'.
           05  WS-STAMP-SWITCH          PIC X          VALUE 'N'.
               88  WS-STAMP-NEEDED                      VALUE 'Y'.
           05  WS-LAPSE-SWITCH          PIC X          VALUE 'N'.
               88  WS-ACCESS-LAPSED                     VALUE 'Y'.

      * Thresholds, in days, off the control card.
       01  WS-THRESHOLDS.
           05  WS-LOCK-DAYS             PIC 9(3)       VALUE 090.
           05  WS-REVOKE-DAYS           PIC 9(3)       VALUE 180.
           05  WS-GRACE-DAYS            PIC 9(3)       VALUE 030.

       01  WS-COUNTERS.
           05  WS-REVIEWED-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-LOCKED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-REVOKED-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-LAPSED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-STAMPED-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-OVERFLOW-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-LISTED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-SUPV-COUNT            PIC 9(07)      VALUE ZERO.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-ACCEPT-TIME              PIC 9(8).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

      * Every operator on OPRFILE, in id order, with what the scans
      * of SECLOG and AUDITLOG found for it.
       01  WS-OPR-COUNT                PIC 9(3)        VALUE ZERO.
       01  WS-OT-SUB                   PIC 9(3)        VALUE ZERO.
       01  WS-FIND-SUB                 PIC 9(3)        VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(3)        VALUE ZERO.
       01  WS-MERGE-SUB                PIC 9(3)        VALUE ZERO.
       01  WS-LOOKUP-ID                PIC X(8)        VALUE SPACES.

       01  WS-OPR-TABLE.
           05  WS-OT-ENTRY              OCCURS 500.
               10  WS-OT-ID             PIC X(8).
               10  WS-OT-NAME           PIC X(8).
               10  WS-OT-AUTH-LEVEL     PIC X(1).
               10  WS-OT-LOCKED-SW      PIC X(1).
               10  WS-OT-SUPERVISOR-ID  PIC X(8).
               10  WS-OT-ADDED-DATE     PIC 9(7).
               10  WS-OT-RECERT-SENT    PIC 9(7).
               10  WS-OT-LAST-SIGNON    PIC 9(7).
               10  WS-OT-LAST-UNLOCK    PIC 9(7).
               10  WS-OT-LAST-UPDATE    PIC 9(7).

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

       01  WS-TODAY-ABS                PIC 9(7)        VALUE ZERO.
       01  WS-LAST-USED                PIC 9(7)        VALUE ZERO.
       01  WS-IDLE-DAYS                PIC S9(5)       VALUE ZERO.
       01  WS-PENDING-DAYS             PIC S9(5)       VALUE ZERO.

      * What goes to SECLOG and AUDITLOG for the operator in hand.
       01  WS-EVENT-CODE               PIC X           VALUE SPACE.
       01  WS-AUDIT-ACTION             PIC X           VALUE SPACE.
       01  WS-OLD-OPR-RECORD           PIC X(68)       VALUE SPACES.

       01  WS-PREV-SUPERVISOR          PIC X(8)        VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBOREV'.
           05  WS-H1-TITLE              PIC X(36)  VALUE
               'OPERATOR ACCESS REVIEW - DATE'.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(20)  VALUE SPACES.
           05  FILLER                   PIC X(16)  VALUE
               'LOCK AFTER'.
           05  WS-H2-LOCK               PIC ZZ9.
           05  FILLER                   PIC X(20)  VALUE
               ' DAYS   REVOKE AFTER'.
           05  WS-H2-REVOKE             PIC ZZ9.
           05  FILLER                   PIC X(22)  VALUE
               ' DAYS   RECERT GRACE'.
           05  WS-H2-GRACE              PIC ZZ9.
           05  FILLER                   PIC X(5)   VALUE ' DAYS'.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER                   PIC X(10)  VALUE 'NAME'.
           05  FILLER                   PIC X(5)   VALUE 'LVL'.
           05  FILLER                   PIC X(10)  VALUE 'SUPERVSR'.
           05  FILLER                   PIC X(9)   VALUE 'SIGN-ON'.
           05  FILLER                   PIC X(9)   VALUE 'UPDATE'.
           05  FILLER                   PIC X(7)   VALUE 'UNUSED'.
           05  FILLER                   PIC X(20)  VALUE 'ACTION'.
           05  FILLER                   PIC X(24)  VALUE
               'RECERTIFICATION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-LEVEL              PIC X(1).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-SUPERVISOR         PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-SIGNON             PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-UPDATE             PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-IDLE               PIC ZZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X(18).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-RECERT             PIC X(24).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

      * The recertification lists - one block per supervisor.
       01  WS-SUPV-HEADING.
           05  FILLER                   PIC X(36)  VALUE
               'OPERATORS ANSWERING TO SUPERVISOR'.
           05  WS-SH-SUPERVISOR         PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SH-NAME               PIC X(40).

       01  WS-RECERT-COLUMNS.
           05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER                   PIC X(10)  VALUE 'NAME'.
           05  FILLER                   PIC X(12)  VALUE 'LEVEL'.
           05  FILLER                   PIC X(8)   VALUE 'LOCKED'.
           05  FILLER                   PIC X(9)   VALUE 'SIGN-ON'.
           05  FILLER                   PIC X(9)   VALUE 'UPDATE'.
           05  FILLER                   PIC X(40)  VALUE
               'KEEP  CHANGE LEVEL  REVOKE'.

       01  WS-RECERT-LINE.
           05  WS-RL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RL-NAME               PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RL-LEVEL              PIC X(10).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RL-LOCKED             PIC X(6).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RL-SIGNON             PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-RL-UPDATE             PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(26)  VALUE
               '[  ]  [  ]          [  ]'.

       01  WS-SIGNOFF-LINE-1.
           05  FILLER                   PIC X(48)  VALUE
               'KEY THE SIGNED LIST ON MVPRGO (FUNCTION K) - IDS'.
           05  FILLER                   PIC X(16)  VALUE
               ' NOT RECERTIFIED'.
           05  FILLER                   PIC X(8)   VALUE ' WITHIN '.
           05  WS-SL-GRACE              PIC ZZ9.
           05  FILLER                   PIC X(28)  VALUE
               ' DAYS LAPSE TO READ-ONLY.'.

       01  WS-SIGNOFF-LINE-2.
           05  FILLER                   PIC X(50)  VALUE
               'SUPERVISOR SIGNATURE ____________________________'.
           05  FILLER                   PIC X(20)  VALUE
               '  DATE ____________'.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-MODE = 'RECERT'
                       MOVE 'C' TO WS-MODE-SWITCH
                   END-IF
                   IF CC-LOCK-DAYS IS NUMERIC
                           AND CC-LOCK-DAYS-N > ZERO
                       MOVE CC-LOCK-DAYS-N TO WS-LOCK-DAYS
                   END-IF
                   IF CC-REVOKE-DAYS IS NUMERIC
                           AND CC-REVOKE-DAYS-N > ZERO
                       MOVE CC-REVOKE-DAYS-N TO WS-REVOKE-DAYS
                   END-IF
                   IF CC-GRACE-DAYS IS NUMERIC
                           AND CC-GRACE-DAYS-N > ZERO
                       MOVE CC-GRACE-DAYS-N TO WS-GRACE-DAYS
                   END-IF
           END-READ.
           CLOSE CONTROL-CARD.

           IF WS-REVOKE-DAYS NOT > WS-LOCK-DAYS
               DISPLAY 'MVBOREV - REVOKE THRESHOLD ' WS-REVOKE-DAYS
                   ' NOT PAST LOCK THRESHOLD ' WS-LOCK-DAYS
                   ' - ENDING'
               STOP RUN
           END-IF.

           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           MOVE WS-RUN-DATE TO WS-DW-DATE.
           PERFORM 150-ABSOLUTE-DAY.
           MOVE WS-DW-ABS-DAY TO WS-TODAY-ABS.

           IF WS-RECERT-MODE
               MOVE 'MVBORCT' TO WS-CYC-JOB-NAME
           END-IF.
           PERFORM 050-CYCLE-START.

           OPEN I-O OPRFILE.
           IF NOT WS-OPRFILE-OK
               DISPLAY 'MVBOREV - OPRFILE OPEN FAILED, STATUS '
                   WS-OPRFILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 110-READ-OPRFILE.
           PERFORM 120-LOAD-ONE-OPERATOR THRU 120-EXIT
               UNTIL WS-END-OF-FILE.

           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'MVBOREV - OPERATOR TABLE FULL - '
                   WS-OVERFLOW-COUNT ' IDS NOT REVIEWED'
           END-IF.

           OPEN INPUT SECLOG.
           IF NOT WS-SECLOG-OK
               DISPLAY 'MVBOREV - SECLOG OPEN FAILED, STATUS '
                   WS-SECLOG-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 1 TO WS-MERGE-SUB.
           PERFORM 210-READ-SECLOG.
           PERFORM 220-MATCH-SECLOG THRU 220-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SECLOG.

           OPEN INPUT AUDITLOG.
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBOREV - AUDITLOG OPEN FAILED, STATUS '
                   WS-AUDITLOG-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE SPACES TO WS-LOOKUP-ID.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 310-READ-AUDITLOG.
           PERFORM 320-NOTE-ONE-UPDATE THRU 320-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE AUDITLOG.

           IF WS-RECERT-MODE
               SORT SORT-WORK
                   ON ASCENDING KEY SW-SUPERVISOR-ID SW-OPERATOR-ID
                   INPUT PROCEDURE 500-RELEASE-OPERATORS
                   OUTPUT PROCEDURE 600-PRINT-RECERT-LISTS
           ELSE
               PERFORM 400-REVIEW-OPERATORS
           END-IF.

           CLOSE OPRFILE.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBOREV - OPERATORS ON FILE:  ' WS-OPR-COUNT.
           DISPLAY 'MVBOREV - ADDED DATE STAMPED: ' WS-STAMPED-COUNT.
           IF WS-RECERT-MODE
               DISPLAY 'MVBOREV - LISTED FOR RECERT:  ' WS-LISTED-COUNT
               DISPLAY 'MVBOREV - SUPERVISOR LISTS:   ' WS-SUPV-COUNT
           ELSE
               DISPLAY 'MVBOREV - LOCKED DORMANT:     ' WS-LOCKED-COUNT
               DISPLAY 'MVBOREV - REVOKED:            ' WS-REVOKED-COUNT
               DISPLAY 'MVBOREV - LAPSED TO READ-ONLY:' WS-LAPSED-COUNT
           END-IF.

           STOP RUN.

       110-READ-OPRFILE.
           READ OPRFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * Loads one operator into the table.  The review fields of an
      * id set up before the review existed hold spaces, not zeros -
      * they are put right here, and the added date started at
      * today, so the first review run does not read them as dates
      * long past.  A recertification run also marks the id pending.
       120-LOAD-ONE-OPERATOR.
           MOVE 'N' TO WS-STAMP-SWITCH.

           IF OPRFILE-ADDED-DATE IS NOT NUMERIC
               MOVE ZERO TO OPRFILE-ADDED-DATE
           END-IF.
           IF OPRFILE-ADDED-DATE = ZERO
               MOVE WS-RUN-DATE TO OPRFILE-ADDED-DATE
               ADD 1 TO WS-STAMPED-COUNT
               SET WS-STAMP-NEEDED TO TRUE
           END-IF.
           IF OPRFILE-RECERT-SENT IS NOT NUMERIC
               MOVE ZERO TO OPRFILE-RECERT-SENT
               SET WS-STAMP-NEEDED TO TRUE
           END-IF.
           IF OPRFILE-RECERT-DATE IS NOT NUMERIC
               MOVE ZERO TO OPRFILE-RECERT-DATE
               SET WS-STAMP-NEEDED TO TRUE
           END-IF.
           IF OPRFILE-SUPERVISOR-ID = LOW-VALUES
               MOVE SPACES TO OPRFILE-SUPERVISOR-ID
               SET WS-STAMP-NEEDED TO TRUE
           END-IF.

           IF WS-RECERT-MODE
               MOVE WS-RUN-DATE TO OPRFILE-RECERT-SENT
               SET WS-STAMP-NEEDED TO TRUE
           END-IF.

           IF WS-STAMP-NEEDED
               REWRITE OPRFILE-RECORD
               IF NOT WS-OPRFILE-OK
                   DISPLAY 'MVBOREV - OPRFILE REWRITE FAILED, STATUS '
                       WS-OPRFILE-STATUS ' FOR ' OPRFILE-OPERATOR-ID
               END-IF
           END-IF.

           IF WS-OPR-COUNT NOT < 500
               ADD 1 TO WS-OVERFLOW-COUNT
               PERFORM 110-READ-OPRFILE
               GO TO 120-EXIT
           END-IF.

           ADD 1 TO WS-OPR-COUNT.
           INITIALIZE WS-OT-ENTRY (WS-OPR-COUNT).
           MOVE OPRFILE-OPERATOR-ID TO WS-OT-ID (WS-OPR-COUNT).
           MOVE OPRFILE-NAME TO WS-OT-NAME (WS-OPR-COUNT).
           MOVE OPRFILE-AUTH-LEVEL TO WS-OT-AUTH-LEVEL (WS-OPR-COUNT).
           MOVE OPRFILE-LOCKED-SW TO WS-OT-LOCKED-SW (WS-OPR-COUNT).
           MOVE OPRFILE-SUPERVISOR-ID
               TO WS-OT-SUPERVISOR-ID (WS-OPR-COUNT).
           MOVE OPRFILE-ADDED-DATE TO WS-OT-ADDED-DATE (WS-OPR-COUNT).
           MOVE OPRFILE-RECERT-SENT
               TO WS-OT-RECERT-SENT (WS-OPR-COUNT).

           PERFORM 110-READ-OPRFILE.

       120-EXIT.
           EXIT.

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

       210-READ-SECLOG.
           READ SECLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * SECLOG and the table are both in operator-id order, so the
      * two are matched in one pass.  A sign-on is the last sign-on;
      * an unlock is noted separately - it is not a sign-on, but it
      * is a supervisor vouching for the id, so it counts as use.
      * Once past the last id on file nothing further can match.
       220-MATCH-SECLOG.
           IF WS-MERGE-SUB > WS-OPR-COUNT
               SET WS-END-OF-FILE TO TRUE
               GO TO 220-EXIT
           END-IF.

           IF WS-OT-ID (WS-MERGE-SUB) < SECLOG-OPERATOR-ID
               ADD 1 TO WS-MERGE-SUB
               GO TO 220-EXIT
           END-IF.

           IF WS-OT-ID (WS-MERGE-SUB) = SECLOG-OPERATOR-ID
               IF SECLOG-SIGNON
                       AND SECLOG-DATE > WS-OT-LAST-SIGNON
                                            (WS-MERGE-SUB)
                   MOVE SECLOG-DATE
                       TO WS-OT-LAST-SIGNON (WS-MERGE-SUB)
               END-IF
               IF SECLOG-UNLOCKED
                       AND SECLOG-DATE > WS-OT-LAST-UNLOCK
                                            (WS-MERGE-SUB)
                   MOVE SECLOG-DATE
                       TO WS-OT-LAST-UNLOCK (WS-MERGE-SUB)
               END-IF
           END-IF.

           PERFORM 210-READ-SECLOG.

       220-EXIT.
           EXIT.

       250-FIND-OPERATOR.
           MOVE ZERO TO WS-FOUND-SUB.

           PERFORM 260-MATCH-ONE-OPERATOR
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-OPR-COUNT
                  OR WS-FOUND-SUB > ZERO.

       260-MATCH-ONE-OPERATOR.
           IF WS-OT-ID (WS-FIND-SUB) = WS-LOOKUP-ID
               MOVE WS-FIND-SUB TO WS-FOUND-SUB
           END-IF.

       310-READ-AUDITLOG.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * AUDITLOG is in student order, so each entry's operator is
      * looked up - the last one found is kept, since a run of one
      * operator's keying is the usual case.  Batch entries and the
      * ones journaled before operators were stamped carry spaces.
       320-NOTE-ONE-UPDATE.
           IF AUDIT-OPERATOR-ID = SPACES
               PERFORM 310-READ-AUDITLOG
               GO TO 320-EXIT
           END-IF.

           IF AUDIT-OPERATOR-ID NOT = WS-LOOKUP-ID
               MOVE AUDIT-OPERATOR-ID TO WS-LOOKUP-ID
               PERFORM 250-FIND-OPERATOR
           END-IF.

           IF WS-FOUND-SUB > ZERO
               IF AUDIT-DATE > WS-OT-LAST-UPDATE (WS-FOUND-SUB)
                   MOVE AUDIT-DATE
                       TO WS-OT-LAST-UPDATE (WS-FOUND-SUB)
               END-IF
           END-IF.

           PERFORM 310-READ-AUDITLOG.

       320-EXIT.
           EXIT.

      * The weekly review - every operator listed, the dormant ones
      * locked or revoked and the overdue recertifications lapsed.
       400-REVIEW-OPERATORS.
           OPEN I-O SECLOG.
           IF NOT WS-SECLOG-OK
               DISPLAY 'MVBOREV - SECLOG OPEN FAILED, STATUS '
                   WS-SECLOG-STATUS
               STOP RUN
           END-IF.
           OPEN I-O AUDITLOG.
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBOREV - AUDITLOG OPEN FAILED, STATUS '
                   WS-AUDITLOG-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REVIEW-RPT.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE WS-LOCK-DAYS TO WS-H2-LOCK.
           MOVE WS-REVOKE-DAYS TO WS-H2-REVOKE.
           MOVE WS-GRACE-DAYS TO WS-H2-GRACE.
           MOVE WS-HEADING-2 TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE SPACES TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE WS-COLUMN-HEADING TO REVRPT-LINE.
           WRITE REVRPT-LINE.

           PERFORM 410-REVIEW-ONE-OPERATOR THRU 410-EXIT
               VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OPR-COUNT.

           MOVE SPACES TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE 'OPERATORS REVIEWED:' TO WS-TL-LABEL.
           MOVE WS-REVIEWED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE 'LOCKED AS DORMANT:' TO WS-TL-LABEL.
           MOVE WS-LOCKED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE 'REVOKED:' TO WS-TL-LABEL.
           MOVE WS-REVOKED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE 'LAPSED TO READ-ONLY:' TO WS-TL-LABEL.
           MOVE WS-LAPSED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO REVRPT-LINE.
           WRITE REVRPT-LINE.

           CLOSE SECLOG.
           CLOSE AUDITLOG.
           CLOSE REVIEW-RPT.

      * Last use is the latest of the last sign-on, the last unlock,
      * the last change keyed and the date the id was added.  The
      * revoke test comes first - a revoked id needs nothing else.
       410-REVIEW-ONE-OPERATOR.
           ADD 1 TO WS-REVIEWED-COUNT.

           MOVE WS-OT-ADDED-DATE (WS-OT-SUB) TO WS-LAST-USED.
           IF WS-OT-LAST-SIGNON (WS-OT-SUB) > WS-LAST-USED
               MOVE WS-OT-LAST-SIGNON (WS-OT-SUB) TO WS-LAST-USED
           END-IF.
           IF WS-OT-LAST-UNLOCK (WS-OT-SUB) > WS-LAST-USED
               MOVE WS-OT-LAST-UNLOCK (WS-OT-SUB) TO WS-LAST-USED
           END-IF.
           IF WS-OT-LAST-UPDATE (WS-OT-SUB) > WS-LAST-USED
               MOVE WS-OT-LAST-UPDATE (WS-OT-SUB) TO WS-LAST-USED
           END-IF.

           MOVE WS-LAST-USED TO WS-DW-DATE.
           PERFORM 150-ABSOLUTE-DAY.
           COMPUTE WS-IDLE-DAYS = WS-TODAY-ABS - WS-DW-ABS-DAY.
           IF WS-IDLE-DAYS < ZERO
               MOVE ZERO TO WS-IDLE-DAYS
           END-IF.

           MOVE WS-OT-ID (WS-OT-SUB) TO WS-DL-OPERATOR.
           MOVE WS-OT-NAME (WS-OT-SUB) TO WS-DL-NAME.
           MOVE WS-OT-AUTH-LEVEL (WS-OT-SUB) TO WS-DL-LEVEL.
           MOVE WS-OT-SUPERVISOR-ID (WS-OT-SUB) TO WS-DL-SUPERVISOR.
           IF WS-OT-LAST-SIGNON (WS-OT-SUB) = ZERO
               MOVE 'NEVER' TO WS-DL-SIGNON
           ELSE
               MOVE WS-OT-LAST-SIGNON (WS-OT-SUB) TO WS-DL-SIGNON
           END-IF.
           IF WS-OT-LAST-UPDATE (WS-OT-SUB) = ZERO
               MOVE 'NONE' TO WS-DL-UPDATE
           ELSE
               MOVE WS-OT-LAST-UPDATE (WS-OT-SUB) TO WS-DL-UPDATE
           END-IF.
           MOVE WS-IDLE-DAYS TO WS-DL-IDLE.
           MOVE SPACES TO WS-DL-ACTION.
           MOVE SPACES TO WS-DL-RECERT.

           IF WS-IDLE-DAYS NOT < WS-REVOKE-DAYS
               PERFORM 440-REVOKE-OPERATOR THRU 440-EXIT
               GO TO 410-PRINT
           END-IF.

           IF WS-OT-RECERT-SENT (WS-OT-SUB) > ZERO
               MOVE WS-OT-RECERT-SENT (WS-OT-SUB) TO WS-DW-DATE
               PERFORM 150-ABSOLUTE-DAY
               COMPUTE WS-PENDING-DAYS = WS-TODAY-ABS - WS-DW-ABS-DAY
               IF WS-PENDING-DAYS > WS-GRACE-DAYS
                   PERFORM 450-LAPSE-OPERATOR THRU 450-EXIT
               ELSE
                   MOVE 'PENDING' TO WS-DL-RECERT
               END-IF
           END-IF.

           IF WS-IDLE-DAYS NOT < WS-LOCK-DAYS
                   AND WS-OT-LOCKED-SW (WS-OT-SUB) NOT = 'Y'
               PERFORM 430-LOCK-OPERATOR THRU 430-EXIT
           ELSE IF WS-OT-LOCKED-SW (WS-OT-SUB) = 'Y'
               MOVE 'ALREADY LOCKED' TO WS-DL-ACTION
           END-IF.

       410-PRINT.
           MOVE WS-DETAIL-LINE TO REVRPT-LINE.
           WRITE REVRPT-LINE.

       410-EXIT.
           EXIT.

      * Fetches the operator in hand and keeps its image for the
      * journal's before side.
       420-READ-OPERATOR.
           MOVE WS-OT-ID (WS-OT-SUB) TO OPRFILE-OPERATOR-ID.
           READ OPRFILE RECORD.
           IF NOT WS-OPRFILE-OK
               DISPLAY 'MVBOREV - OPRFILE READ FAILED, STATUS '
                   WS-OPRFILE-STATUS ' FOR ' WS-OT-ID (WS-OT-SUB)
           END-IF.
           MOVE OPRFILE-RECORD TO WS-OLD-OPR-RECORD.

       430-LOCK-OPERATOR.
           PERFORM 420-READ-OPERATOR.
           IF NOT WS-OPRFILE-OK
               MOVE 'NOT LOCKED - ERROR' TO WS-DL-ACTION
               GO TO 430-EXIT
           END-IF.

           MOVE 'Y' TO OPRFILE-LOCKED-SW.
           REWRITE OPRFILE-RECORD.
           IF NOT WS-OPRFILE-OK
               DISPLAY 'MVBOREV - OPRFILE REWRITE FAILED, STATUS '
                   WS-OPRFILE-STATUS ' FOR ' WS-OT-ID (WS-OT-SUB)
               MOVE 'NOT LOCKED - ERROR' TO WS-DL-ACTION
               GO TO 430-EXIT
           END-IF.

           MOVE 'Y' TO WS-OT-LOCKED-SW (WS-OT-SUB).
           ADD 1 TO WS-LOCKED-COUNT.
           MOVE 'LOCKED - DORMANT' TO WS-DL-ACTION.

           MOVE 'D' TO WS-EVENT-CODE.
           PERFORM 700-WRITE-SECLOG.
           MOVE 'U' TO WS-AUDIT-ACTION.
           PERFORM 750-WRITE-AUDIT-REC.

       430-EXIT.
           EXIT.

       440-REVOKE-OPERATOR.
           PERFORM 420-READ-OPERATOR.
           IF NOT WS-OPRFILE-OK
               MOVE 'NOT REVOKED - ERROR' TO WS-DL-ACTION
               GO TO 440-EXIT
           END-IF.

           DELETE OPRFILE RECORD.
           IF NOT WS-OPRFILE-OK
               DISPLAY 'MVBOREV - OPRFILE DELETE FAILED, STATUS '
                   WS-OPRFILE-STATUS ' FOR ' WS-OT-ID (WS-OT-SUB)
               MOVE 'NOT REVOKED - ERROR' TO WS-DL-ACTION
               GO TO 440-EXIT
           END-IF.

           ADD 1 TO WS-REVOKED-COUNT.
           MOVE 'REVOKED - DORMANT' TO WS-DL-ACTION.

           MOVE 'R' TO WS-EVENT-CODE.
           PERFORM 700-WRITE-SECLOG.
           MOVE SPACES TO OPRFILE-RECORD.
           MOVE 'D' TO WS-AUDIT-ACTION.
           PERFORM 750-WRITE-AUDIT-REC.

       440-EXIT.
           EXIT.

      * The supervisor never keyed the sign-off: the id drops to
      * read-only and comes off the pending list.  One already at
      * read-only just comes off the list - there is nothing to take
      * away, so no security event, but the change is journaled.
      * An instructor id is locked instead - read-only would hand it
      * the inquiry and browse screens it never had.
       450-LAPSE-OPERATOR.
           PERFORM 420-READ-OPERATOR.
           IF NOT WS-OPRFILE-OK
               MOVE 'LAPSE FAILED - ERROR' TO WS-DL-RECERT
               GO TO 450-EXIT
           END-IF.

           MOVE ZERO TO OPRFILE-RECERT-SENT.
           MOVE 'N' TO WS-LAPSE-SWITCH.

           IF OPRFILE-READ-ONLY
               MOVE 'NOT RETURNED' TO WS-DL-RECERT
           ELSE IF OPRFILE-INSTRUCTOR
               MOVE 'Y' TO OPRFILE-LOCKED-SW
               SET WS-ACCESS-LAPSED TO TRUE
               MOVE 'LAPSED - NOW LOCKED' TO WS-DL-RECERT
           ELSE
               MOVE 'R' TO OPRFILE-AUTH-LEVEL
               SET WS-ACCESS-LAPSED TO TRUE
               MOVE 'LAPSED - NOW READ-ONLY' TO WS-DL-RECERT
           END-IF.

           REWRITE OPRFILE-RECORD.
           IF NOT WS-OPRFILE-OK
               DISPLAY 'MVBOREV - OPRFILE REWRITE FAILED, STATUS '
                   WS-OPRFILE-STATUS ' FOR ' WS-OT-ID (WS-OT-SUB)
               MOVE 'LAPSE FAILED - ERROR' TO WS-DL-RECERT
               GO TO 450-EXIT
           END-IF.

           MOVE ZERO TO WS-OT-RECERT-SENT (WS-OT-SUB).
           MOVE OPRFILE-AUTH-LEVEL TO WS-DL-LEVEL.

           IF WS-ACCESS-LAPSED
               MOVE OPRFILE-AUTH-LEVEL TO WS-OT-AUTH-LEVEL (WS-OT-SUB)
               MOVE OPRFILE-LOCKED-SW TO WS-OT-LOCKED-SW (WS-OT-SUB)
               ADD 1 TO WS-LAPSED-COUNT
               MOVE 'P' TO WS-EVENT-CODE
               PERFORM 700-WRITE-SECLOG
           END-IF.

           MOVE 'U' TO WS-AUDIT-ACTION.
           PERFORM 750-WRITE-AUDIT-REC.

       450-EXIT.
           EXIT.

      * The recertification run - the table goes to the sort by
      * supervisor, then operator.
       500-RELEASE-OPERATORS.
           PERFORM 510-RELEASE-ONE-OPERATOR
               VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OPR-COUNT.

       510-RELEASE-ONE-OPERATOR.
           MOVE WS-OT-SUPERVISOR-ID (WS-OT-SUB) TO SW-SUPERVISOR-ID.
           MOVE WS-OT-ID (WS-OT-SUB) TO SW-OPERATOR-ID.
           MOVE WS-OT-NAME (WS-OT-SUB) TO SW-NAME.
           MOVE WS-OT-AUTH-LEVEL (WS-OT-SUB) TO SW-AUTH-LEVEL.
           MOVE WS-OT-LOCKED-SW (WS-OT-SUB) TO SW-LOCKED-SW.
           MOVE WS-OT-LAST-SIGNON (WS-OT-SUB) TO SW-LAST-SIGNON.
           MOVE WS-OT-LAST-UPDATE (WS-OT-SUB) TO SW-LAST-UPDATE.

           RELEASE SORT-WORK-REC.

       600-PRINT-RECERT-LISTS.
           OPEN OUTPUT REVIEW-RPT.
           MOVE 'OPERATOR RECERTIFICATION - DATE' TO WS-H1-TITLE.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO REVRPT-LINE.
           WRITE REVRPT-LINE.

           MOVE WS-GRACE-DAYS TO WS-SL-GRACE.
           MOVE HIGH-VALUES TO WS-PREV-SUPERVISOR.
           MOVE 'N' TO WS-EOF-SWITCH.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           PERFORM 620-PRINT-ONE-ENTRY
               UNTIL WS-END-OF-FILE.

           IF WS-SUPV-COUNT > ZERO
               PERFORM 640-PRINT-SIGNOFF
           END-IF.

           MOVE SPACES TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE 'OPERATORS LISTED:' TO WS-TL-LABEL.
           MOVE WS-LISTED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE 'SUPERVISOR LISTS:' TO WS-TL-LABEL.
           MOVE WS-SUPV-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO REVRPT-LINE.
           WRITE REVRPT-LINE.

           CLOSE REVIEW-RPT.

       620-PRINT-ONE-ENTRY.
           IF SW-SUPERVISOR-ID NOT = WS-PREV-SUPERVISOR
               IF WS-SUPV-COUNT > ZERO
                   PERFORM 640-PRINT-SIGNOFF
               END-IF
               PERFORM 630-PRINT-SUPV-HEADING
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.

           MOVE SW-OPERATOR-ID TO WS-RL-OPERATOR.
           MOVE SW-NAME TO WS-RL-NAME.
           IF SW-AUTH-LEVEL = 'A'
               MOVE 'ADMIN' TO WS-RL-LEVEL
           ELSE IF SW-AUTH-LEVEL = 'F'
               MOVE 'FULL' TO WS-RL-LEVEL
           ELSE IF SW-AUTH-LEVEL = 'R'
               MOVE 'READ-ONLY' TO WS-RL-LEVEL
           ELSE IF SW-AUTH-LEVEL = 'I'
               MOVE 'INSTRUCTOR' TO WS-RL-LEVEL
           ELSE
               MOVE SW-AUTH-LEVEL TO WS-RL-LEVEL
           END-IF.
           IF SW-LOCKED-SW = 'Y'
               MOVE 'YES' TO WS-RL-LOCKED
           ELSE
               MOVE SPACES TO WS-RL-LOCKED
           END-IF.
           IF SW-LAST-SIGNON = ZERO
               MOVE 'NEVER' TO WS-RL-SIGNON
           ELSE
               MOVE SW-LAST-SIGNON TO WS-RL-SIGNON
           END-IF.
           IF SW-LAST-UPDATE = ZERO
               MOVE 'NONE' TO WS-RL-UPDATE
           ELSE
               MOVE SW-LAST-UPDATE TO WS-RL-UPDATE
           END-IF.

           MOVE WS-RECERT-LINE TO REVRPT-LINE.
           WRITE REVRPT-LINE.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

      * Each supervisor's list starts on its own heading, named off
      * the table; ids with no supervisor come first, under theirs.
       630-PRINT-SUPV-HEADING.
           ADD 1 TO WS-SUPV-COUNT.
           MOVE SW-SUPERVISOR-ID TO WS-PREV-SUPERVISOR.

           MOVE SW-SUPERVISOR-ID TO WS-SH-SUPERVISOR.
           IF SW-SUPERVISOR-ID = SPACES
               MOVE '(NONE)' TO WS-SH-SUPERVISOR
               MOVE 'ASSIGN A SUPERVISOR ON MVPRGO'
                   TO WS-SH-NAME
           ELSE
               MOVE SW-SUPERVISOR-ID TO WS-LOOKUP-ID
               PERFORM 250-FIND-OPERATOR
               IF WS-FOUND-SUB > ZERO
                   MOVE WS-OT-NAME (WS-FOUND-SUB) TO WS-SH-NAME
               ELSE
                   MOVE 'SUPERVISOR NOT ON OPRFILE' TO WS-SH-NAME
               END-IF
           END-IF.

           MOVE SPACES TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE WS-SUPV-HEADING TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE SPACES TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE WS-RECERT-COLUMNS TO REVRPT-LINE.
           WRITE REVRPT-LINE.

       640-PRINT-SIGNOFF.
           MOVE SPACES TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE WS-SIGNOFF-LINE-1 TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE SPACES TO REVRPT-LINE.
           WRITE REVRPT-LINE.
           MOVE WS-SIGNOFF-LINE-2 TO REVRPT-LINE.
           WRITE REVRPT-LINE.

      * Security-log entry for the operator in hand.  The time is
      * re-read per entry; a lock and a lapse for one id can still
      * land in the same hundredth, so a duplicate key takes the
      * next one.
       700-WRITE-SECLOG.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           MOVE SPACES TO SECLOG-RECORD.
           MOVE WS-OT-ID (WS-OT-SUB) TO SECLOG-OPERATOR-ID.
           MOVE WS-RUN-DATE TO SECLOG-DATE.
           MOVE WS-RUN-TIME TO SECLOG-TIME.
           MOVE WS-EVENT-CODE TO SECLOG-EVENT.
           MOVE 'BTCH' TO SECLOG-TERMID.

           WRITE SECLOG-RECORD.
           IF WS-SECLOG-DUPKEY
               ADD 1 TO SECLOG-TIME
               WRITE SECLOG-RECORD
           END-IF.

           IF NOT WS-SECLOG-OK
               DISPLAY 'MVBOREV - SECLOG WRITE FAILED, STATUS '
                   WS-SECLOG-STATUS ' FOR ' WS-OT-ID (WS-OT-SUB)
           END-IF.

      * Journals the OPRFILE change the way MVPRGO's 850 does: the
      * operator id's first seven characters stand in for the
      * student number, TERMID OADM marks it as an operator-file
      * entry, and the images hold the before and after records.
       750-WRITE-AUDIT-REC.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           MOVE WS-OT-ID (WS-OT-SUB) (1:7) TO AUDIT-STUDENT-NO.
           MOVE WS-RUN-DATE TO AUDIT-DATE.
           MOVE WS-RUN-TIME TO AUDIT-TIME.
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
           MOVE 'OADM' TO AUDIT-TERMID.
           MOVE 'MVBOREV ' TO AUDIT-OPERATOR-ID.
           MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE.
           MOVE WS-OLD-OPR-RECORD TO AUDIT-BEFORE-IMAGE (1:68).
           MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE.
           MOVE OPRFILE-RECORD TO AUDIT-AFTER-IMAGE (1:68).
           MOVE 'MVBOREV ' TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.
           IF WS-AUDITLOG-DUPKEY
               ADD 1 TO AUDIT-TIME
               WRITE AUDITLOG-RECORD
           END-IF.

           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBOREV - AUDITLOG WRITE FAILED, STATUS '
                   WS-AUDITLOG-STATUS ' FOR ' WS-OT-ID (WS-OT-SUB)
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
               DISPLAY 'MVBOREV - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBOREV - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-OPR-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
