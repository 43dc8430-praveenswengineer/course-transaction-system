       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBVANM.
       AUTHOR.        M VALDRON.

      * MONTHLY RECORD-VIEWING ANOMALY REPORT.  READS THE MONTH'S
      * VIEWLOG ENTRIES (EVERY DISPLAY OR PRINT OF A STUDENT RECORD,
      * WRITTEN THROUGH MVPRGVW) AND PRINTS TWO SECTIONS FOR THE
      * PRIVACY OFFICER:
      *
      *   VOLUME   - ONE LINE PER OPERATOR: VIEWS IN ALL, RECORDS
      *              OPENED, STUDENTS LISTED ON BROWSE PAGES AND
      *              VIEWS WITH NO SAME-DAY UPDATE, AGAINST THE
      *              AVERAGE OF EVERY OTHER OPERATOR.  AN OPERATOR
      *              WITH MORE THAN PEER-FACTOR TIMES THAT AVERAGE
      *              IS FLAGGED HIGH VOLUME.
      *
      *   NO UPDATE - EVERY RECORD OPENED (ANY VIEW BUT A BROWSE
      *              LISTING) ON A DAY WHEN AUDITLOG HOLDS NO CHANGE
      *              AT ALL TO THAT STUDENT, BY OPERATOR AND TIME -
      *              A LOOK WITH NOTHING DONE.  BROWSE LISTINGS ARE
      *              LEFT OUT; A NAME SEARCH PUTS TEN STUDENTS ON A
      *              PAGE AND WOULD BURY THE REAL ONES.
      *
      * VIEWLOG IS IN STUDENT ORDER, SO ONE AUDITLOG LOOKUP (A
      * PARTIAL-KEY START ON STUDENT AND DATE) COVERS EVERY VIEW OF
      * THE SAME STUDENT ON THE SAME DAY.  VIEWS BEFORE AN OPERATOR
      * WAS ON THE SIGN-ON QUEUE CARRY SPACES AND ROLL UP UNDER
      * '(NONE)'.
      *
      * THE SCHEDULED RUN (NO CARD, OR NO DATES ON IT) GOES ON THE
      * LAST DAY OF THE MONTH AND COVERS THE FIRST OF THE MONTH TO
      * TODAY, WORKED OUT AS MVBOPR'S MONTH-TO-DATE IS, AND IS
      * POSTED TO CYCCTL.  A CARD WITH DATES IS AN OUT-OF-CYCLE RUN
      * AND SKIPS THE CYCCTL BOOKKEEPING.
      *
      * CONTROL CARD: FROM DATE (0CYYDDD) COLS 1-7, TO DATE COLS
      * 9-15, PEER FACTOR COL 17 (BLANK OR ZERO MEANS 3).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT VIEWLOG ASSIGN TO VIEWLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIEWLOG-KEY
               FILE STATUS IS WS-VIEWLOG-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT OPRFILE ASSIGN TO OPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPRFILE-OPERATOR-ID
               FILE STATUS IS WS-OPRFILE-STATUS.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT ANOMALY-RPT ASSIGN TO ANMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-FROM-DATE             PIC X(7).
           05  FILLER                   PIC X(1).
           05  CC-TO-DATE               PIC X(7).
           05  FILLER                   PIC X(1).
           05  CC-PEER-FACTOR           PIC X(1).
           05  FILLER                   PIC X(63).

       FD  VIEWLOG
           RECORD CONTAINS 48 CHARACTERS.
       COPY 'VIEWLOGC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  OPRFILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'OPRFILEC'.

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-OPERATOR-ID          PIC X(8).
           05  SW-DATE                 PIC 9(7).
           05  SW-TIME                 PIC 9(7).
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-TERMID               PIC X(4).
           05  SW-SOURCE-PGM           PIC X(8).
           05  SW-VIEW-TYPE            PIC X(1).

       FD  ANOMALY-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ANMRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VIEWLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-VIEWLOG-OK                           VALUE '00'.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                          VALUE '00'.

       01  WS-OPRFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-OPRFILE-OK                           VALUE '00'.

       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBVANM'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-CYCLE-RUN-SWITCH      PIC X          VALUE 'Y'.
               88  WS-CYCLE-RUN                         VALUE 'Y'.
           05  WS-UPDATED-SWITCH        PIC X          VALUE 'N'.
               88  WS-UPDATED-SAME-DAY                  VALUE 'Y'.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.
       01  WS-FROM-DATE                PIC 9(7)        VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(7)        VALUE ZERO.

       01  WS-ACCEPT-DATE              PIC 9(6).
       01  WS-ACCEPT-DMY REDEFINES WS-ACCEPT-DATE.
           05  FILLER                  PIC 99.
           05  FILLER                  PIC 99.
           05  WS-AD-DD                PIC 99.

       01  WS-START-DDD                PIC 999         VALUE ZERO.

       01  WS-PEER-FACTOR              PIC 9(1)        VALUE 3.

      * The last student/date looked up on AUDITLOG, and whether it
      * had a change that day.
       01  WS-LAST-CHECK.
           05  WS-LC-STUDENT-NO         PIC X(7)       VALUE SPACES.
           05  WS-LC-DATE               PIC 9(7)       VALUE ZERO.
           05  WS-LC-UPDATED            PIC X(1)       VALUE 'N'.

      * One entry per operator seen in the reporting window.
       01  WS-OPR-TABLE.
           05  WS-OT-ENTRY OCCURS 50.
               10  WS-OT-ID             PIC X(8).
               10  WS-OT-VIEWS          PIC 9(7).
               10  WS-OT-OPENED         PIC 9(7).
               10  WS-OT-LISTED         PIC 9(7).
               10  WS-OT-NO-UPDATE      PIC 9(7).
           05  WS-OPR-COUNT             PIC 9(2)       VALUE ZERO.
           05  WS-OT-SUB                PIC 9(2).

       01  WS-FOUND-SUB                PIC 9(2)        VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-VIEW-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-NO-UPDATE-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-FLAGGED-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-OVERFLOW-COUNT        PIC 9(07)      VALUE ZERO.

       01  WS-PEER-WORK.
           05  WS-PEER-VIEWS            PIC 9(9)       VALUE ZERO.
           05  WS-PEER-AVG              PIC 9(7)       VALUE ZERO.
           05  WS-OWN-WEIGHTED          PIC 9(11)      VALUE ZERO.
           05  WS-PEER-WEIGHTED         PIC 9(11)      VALUE ZERO.

       01  WS-NAME-ID                  PIC X(8).
       01  WS-NAME-FOUND               PIC X(8).
       01  WS-VIEW-TEXT                PIC X(16).

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBVANM'.
           05  FILLER                   PIC X(36)  VALUE
               'RECORD-VIEWING ANOMALIES - DATES'.
           05  WS-H1-FROM               PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE ' TO '.
           05  WS-H1-TO                 PIC 9(7).
           05  FILLER                   PIC X(16)  VALUE
               '   PEER FACTOR '.
           05  WS-H1-FACTOR             PIC 9(1).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(40)  VALUE
               'VOLUME BY OPERATOR'.

       01  WS-HEADING-3.
           05  FILLER                   PIC X(9)   VALUE 'OPERATOR'.
           05  FILLER                   PIC X(10)  VALUE 'NAME'.
           05  FILLER                   PIC X(9)   VALUE 'VIEWS'.
           05  FILLER                   PIC X(9)   VALUE 'OPENED'.
           05  FILLER                   PIC X(9)   VALUE 'LISTED'.
           05  FILLER                   PIC X(10)  VALUE 'NO UPDATE'.
           05  FILLER                   PIC X(10)  VALUE 'PEER AVG'.

       01  WS-VOLUME-LINE.
           05  WS-VL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(1)   VALUE SPACE.
           05  WS-VL-NAME               PIC X(8).
           05  FILLER                   PIC X(1)   VALUE SPACE.
           05  WS-VL-VIEWS              PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-VL-OPENED             PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-VL-LISTED             PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-VL-NO-UPDATE          PIC ZZZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-VL-PEER-AVG           PIC ZZZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-VL-FLAG               PIC X(11).

       01  WS-HEADING-4.
           05  FILLER                   PIC X(50)  VALUE
               'RECORDS OPENED WITH NO UPDATE TO THE STUDENT THAT'.
           05  FILLER                   PIC X(4)   VALUE 'DAY'.

       01  WS-HEADING-5.
           05  FILLER                   PIC X(9)   VALUE 'OPERATOR'.
           05  FILLER                   PIC X(10)  VALUE 'NAME'.
           05  FILLER                   PIC X(9)   VALUE 'DATE'.
           05  FILLER                   PIC X(8)   VALUE 'TIME'.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(6)   VALUE 'TERM'.
           05  FILLER                   PIC X(10)  VALUE 'PROGRAM'.
           05  FILLER                   PIC X(16)  VALUE 'VIEW'.

       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(1)   VALUE SPACE.
           05  WS-DL-NAME               PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DATE               PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TIME               PIC 9(6).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERMID             PIC X(4).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-PROGRAM            PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-VIEW               PIC X(16).

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'VIEWS IN PERIOD:            '.
           05  WS-TL-VIEWS              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'OPERATORS FLAGGED:          '.
           05  WS-TL-FLAGGED            PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'OPENED WITH NO UPDATE:      '.
           05  WS-TL-NO-UPDATE          PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).

      * First of the calendar month, as a julian date - today's
      * julian day less the day-of-month plus one.
           ACCEPT WS-ACCEPT-DATE FROM DATE.
           MOVE WS-RUN-DATE (5:3) TO WS-START-DDD.
           COMPUTE WS-START-DDD = WS-START-DDD - WS-AD-DD + 1.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE WS-START-DDD TO WS-FROM-DATE (5:3).
           MOVE WS-RUN-DATE TO WS-TO-DATE.

           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-FROM-DATE IS NUMERIC
                       MOVE CC-FROM-DATE TO WS-FROM-DATE
                       MOVE 'N' TO WS-CYCLE-RUN-SWITCH
                   END-IF
                   IF CC-TO-DATE IS NUMERIC
                       MOVE CC-TO-DATE TO WS-TO-DATE
                       MOVE 'N' TO WS-CYCLE-RUN-SWITCH
                   END-IF
                   IF CC-PEER-FACTOR IS NUMERIC
                           AND CC-PEER-FACTOR NOT = '0'
                       MOVE CC-PEER-FACTOR TO WS-PEER-FACTOR
                   END-IF
           END-READ.
           CLOSE CONTROL-CARD.

           IF WS-CYCLE-RUN
               PERFORM 050-CYCLE-START
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-OPERATOR-ID SW-DATE SW-TIME
               INPUT PROCEDURE 100-SCAN-VIEWLOG
               OUTPUT PROCEDURE 300-PRINT-REPORT.

           IF WS-CYCLE-RUN
               PERFORM 055-CYCLE-END
           END-IF.

           STOP RUN.

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
               DISPLAY 'MVBVANM - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBVANM - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-VIEW-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.

      * Input procedure - tallies every view in the window by
      * operator and releases each record opened with no same-day
      * change to the student.
       100-SCAN-VIEWLOG.
           OPEN INPUT VIEWLOG.
           IF NOT WS-VIEWLOG-OK
               DISPLAY 'MVBVANM - VIEWLOG OPEN FAILED, STATUS '
                   WS-VIEWLOG-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT AUDITLOG.
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBVANM - AUDITLOG OPEN FAILED, STATUS '
                   WS-AUDITLOG-STATUS
               STOP RUN
           END-IF.

           PERFORM 110-READ-VIEWLOG.
           PERFORM 120-TALLY-ONE-VIEW THRU 120-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE VIEWLOG.
           CLOSE AUDITLOG.

       110-READ-VIEWLOG.
           READ VIEWLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       120-TALLY-ONE-VIEW.
           IF VIEWLOG-DATE < WS-FROM-DATE
                   OR VIEWLOG-DATE > WS-TO-DATE
               PERFORM 110-READ-VIEWLOG
               GO TO 120-EXIT
           END-IF.

           ADD 1 TO WS-VIEW-COUNT.

           PERFORM 250-FIND-OR-ADD-OPERATOR.

           IF WS-FOUND-SUB = ZERO
               ADD 1 TO WS-OVERFLOW-COUNT
               PERFORM 110-READ-VIEWLOG
               GO TO 120-EXIT
           END-IF.

           ADD 1 TO WS-OT-VIEWS (WS-FOUND-SUB).

           IF VIEWLOG-BROWSE
               ADD 1 TO WS-OT-LISTED (WS-FOUND-SUB)
               PERFORM 110-READ-VIEWLOG
               GO TO 120-EXIT
           END-IF.

           ADD 1 TO WS-OT-OPENED (WS-FOUND-SUB).

           PERFORM 150-CHECK-SAME-DAY-UPDATE.

           IF NOT WS-UPDATED-SAME-DAY

               ADD 1 TO WS-OT-NO-UPDATE (WS-FOUND-SUB)
               ADD 1 TO WS-NO-UPDATE-COUNT

               MOVE VIEWLOG-OPERATOR-ID TO SW-OPERATOR-ID
               MOVE VIEWLOG-DATE TO SW-DATE
               MOVE VIEWLOG-TIME TO SW-TIME
               MOVE VIEWLOG-STUDENT-NO TO SW-STUDENT-NO
               MOVE VIEWLOG-TERMID TO SW-TERMID
               MOVE VIEWLOG-SOURCE-PGM TO SW-SOURCE-PGM
               MOVE VIEWLOG-VIEW-TYPE TO SW-VIEW-TYPE

               RELEASE SORT-WORK-REC

           END-IF.

           PERFORM 110-READ-VIEWLOG.

       120-EXIT.
           EXIT.

      * Is there any AUDITLOG entry for the student on the day of the
      * view?  A partial-key start on student and date, then one read
      * forward.  The answer is kept for the next view of the same
      * student on the same day.
       150-CHECK-SAME-DAY-UPDATE.
           IF VIEWLOG-STUDENT-NO = WS-LC-STUDENT-NO
                   AND VIEWLOG-DATE = WS-LC-DATE
               MOVE WS-LC-UPDATED TO WS-UPDATED-SWITCH
           ELSE
               MOVE 'N' TO WS-UPDATED-SWITCH
               MOVE VIEWLOG-STUDENT-NO TO AUDIT-STUDENT-NO
               MOVE VIEWLOG-DATE TO AUDIT-DATE
               MOVE ZERO TO AUDIT-TIME
               START AUDITLOG KEY IS NOT LESS THAN AUDIT-KEY
               IF WS-AUDITLOG-OK
                   READ AUDITLOG NEXT RECORD
                   IF WS-AUDITLOG-OK
                           AND AUDIT-STUDENT-NO = VIEWLOG-STUDENT-NO
                           AND AUDIT-DATE = VIEWLOG-DATE
                       SET WS-UPDATED-SAME-DAY TO TRUE
                   END-IF
               END-IF
               MOVE VIEWLOG-STUDENT-NO TO WS-LC-STUDENT-NO
               MOVE VIEWLOG-DATE TO WS-LC-DATE
               MOVE WS-UPDATED-SWITCH TO WS-LC-UPDATED
           END-IF.

       250-FIND-OR-ADD-OPERATOR.
           MOVE ZERO TO WS-FOUND-SUB.

           PERFORM 260-MATCH-ONE-OPERATOR
               VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OPR-COUNT
                  OR WS-FOUND-SUB > ZERO.

           IF WS-FOUND-SUB = ZERO
               IF WS-OPR-COUNT < 50
                   ADD 1 TO WS-OPR-COUNT
                   INITIALIZE WS-OT-ENTRY (WS-OPR-COUNT)
                   MOVE VIEWLOG-OPERATOR-ID
                       TO WS-OT-ID (WS-OPR-COUNT)
                   MOVE WS-OPR-COUNT TO WS-FOUND-SUB
               END-IF
           END-IF.

       260-MATCH-ONE-OPERATOR.
           IF WS-OT-ID (WS-OT-SUB) = VIEWLOG-OPERATOR-ID
               MOVE WS-OT-SUB TO WS-FOUND-SUB
           END-IF.

      * Output procedure - the volume section off the operator
      * table, then the no-update views back from the sort.
       300-PRINT-REPORT.
           OPEN OUTPUT ANOMALY-RPT.
           OPEN INPUT OPRFILE.

           MOVE WS-FROM-DATE TO WS-H1-FROM.
           MOVE WS-TO-DATE TO WS-H1-TO.
           MOVE WS-PEER-FACTOR TO WS-H1-FACTOR.
           MOVE WS-HEADING-1 TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.
           MOVE SPACES TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.
           MOVE WS-HEADING-2 TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.
           MOVE WS-HEADING-3 TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.

           PERFORM 320-PRINT-ONE-OPERATOR
               VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OPR-COUNT.

           MOVE SPACES TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.
           MOVE WS-HEADING-4 TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.
           MOVE WS-HEADING-5 TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           PERFORM 340-PRINT-ONE-NO-UPDATE
               UNTIL WS-END-OF-FILE.

           MOVE SPACES TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.
           MOVE WS-VIEW-COUNT TO WS-TL-VIEWS.
           MOVE WS-TRAILER-LINE TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-TL-FLAGGED.
           MOVE WS-TRAILER-LINE-2 TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.
           MOVE WS-NO-UPDATE-COUNT TO WS-TL-NO-UPDATE.
           MOVE WS-TRAILER-LINE-3 TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.

           CLOSE ANOMALY-RPT.
           CLOSE OPRFILE.

           DISPLAY 'MVBVANM - VIEWS IN PERIOD:      ' WS-VIEW-COUNT.
           DISPLAY 'MVBVANM - OPERATORS FLAGGED:    ' WS-FLAGGED-COUNT.
           DISPLAY 'MVBVANM - OPENED WITH NO UPDATE:'
               WS-NO-UPDATE-COUNT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'MVBVANM - OPERATOR TABLE FULL, VIEWS NOT '
                   'TALLIED: ' WS-OVERFLOW-COUNT
           END-IF.

      * The peer average is every other operator's views over the
      * number of other operators; the comparison is cross-multiplied
      * so it is made on whole numbers.
       320-PRINT-ONE-OPERATOR.
           MOVE WS-OT-ID (WS-OT-SUB) TO WS-VL-OPERATOR.
           MOVE WS-OT-ID (WS-OT-SUB) TO WS-NAME-ID.
           PERFORM 360-LOOKUP-NAME.
           MOVE WS-NAME-FOUND TO WS-VL-NAME.

           MOVE WS-OT-VIEWS (WS-OT-SUB) TO WS-VL-VIEWS.
           MOVE WS-OT-OPENED (WS-OT-SUB) TO WS-VL-OPENED.
           MOVE WS-OT-LISTED (WS-OT-SUB) TO WS-VL-LISTED.
           MOVE WS-OT-NO-UPDATE (WS-OT-SUB) TO WS-VL-NO-UPDATE.
           MOVE SPACES TO WS-VL-FLAG.
           MOVE ZERO TO WS-PEER-AVG.

           IF WS-OPR-COUNT > 1

               COMPUTE WS-PEER-VIEWS =
                   WS-VIEW-COUNT - WS-OVERFLOW-COUNT
                       - WS-OT-VIEWS (WS-OT-SUB)
               COMPUTE WS-PEER-AVG ROUNDED =
                   WS-PEER-VIEWS / (WS-OPR-COUNT - 1)
               COMPUTE WS-OWN-WEIGHTED =
                   WS-OT-VIEWS (WS-OT-SUB) * (WS-OPR-COUNT - 1)
               COMPUTE WS-PEER-WEIGHTED =
                   WS-PEER-VIEWS * WS-PEER-FACTOR

               IF WS-OWN-WEIGHTED > WS-PEER-WEIGHTED
                   MOVE 'HIGH VOLUME' TO WS-VL-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF

           END-IF.

           MOVE WS-PEER-AVG TO WS-VL-PEER-AVG.

           MOVE WS-VOLUME-LINE TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.

       340-PRINT-ONE-NO-UPDATE.
           MOVE SW-OPERATOR-ID TO WS-DL-OPERATOR.
           MOVE SW-OPERATOR-ID TO WS-NAME-ID.
           PERFORM 360-LOOKUP-NAME.
           MOVE WS-NAME-FOUND TO WS-DL-NAME.

           MOVE SW-DATE TO WS-DL-DATE.
           MOVE SW-TIME (2:6) TO WS-DL-TIME.
           MOVE SW-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE SW-TERMID TO WS-DL-TERMID.
           MOVE SW-SOURCE-PGM TO WS-DL-PROGRAM.

           PERFORM 380-DESCRIBE-VIEW.
           MOVE WS-VIEW-TEXT TO WS-DL-VIEW.

           MOVE WS-DETAIL-LINE TO ANMRPT-LINE.
           WRITE ANMRPT-LINE.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

       360-LOOKUP-NAME.
           IF WS-NAME-ID = SPACES
               MOVE '(NONE)' TO WS-NAME-FOUND
           ELSE
               MOVE WS-NAME-ID TO OPRFILE-OPERATOR-ID
               READ OPRFILE RECORD
               IF WS-OPRFILE-OK
                   MOVE OPRFILE-NAME TO WS-NAME-FOUND
               ELSE
                   MOVE SPACES TO WS-NAME-FOUND
               END-IF
           END-IF.

       380-DESCRIBE-VIEW.
           IF SW-VIEW-TYPE = 'I'
               MOVE 'INQUIRY' TO WS-VIEW-TEXT
           ELSE IF SW-VIEW-TYPE = 'P'
               MOVE 'PRINTED/EXPORTED' TO WS-VIEW-TEXT
           ELSE IF SW-VIEW-TYPE = 'R'
               MOVE 'RECOVERED DELETE' TO WS-VIEW-TEXT
           ELSE IF SW-VIEW-TYPE = 'U'
               MOVE 'SHOWN FOR UPDATE' TO WS-VIEW-TEXT
           ELSE IF SW-VIEW-TYPE = 'T'
               MOVE 'TRANSCRIPT' TO WS-VIEW-TEXT
           ELSE IF SW-VIEW-TYPE = 'H'
               MOVE 'AUDIT HISTORY' TO WS-VIEW-TEXT
           ELSE
               MOVE 'UNKNOWN' TO WS-VIEW-TEXT
           END-IF.
