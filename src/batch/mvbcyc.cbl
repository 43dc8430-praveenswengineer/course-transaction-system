      * BUSINESS DATE - START TIME, END TIME, RECORD COUNT AND
      * WHETHER IT COMPLETED.  RUN AS THE LAST STEP OF THE CYCLE SO
      * OPERATIONS SEES AT A GLANCE WHAT RAN AND WHAT DIDN'T.
      *
      * WHEN THE MVBSCHD CYCLE-PLANNING STEP HAS RUN FOR THE DATE,
      * EACH LINE IS ALSO CHECKED AGAINST THE PLAN: AN EXPECTED
      * ENTRY NO JOB EVER PICKED UP IS FLAGGED DUE - NOT RUN, AND A
      * JOB THAT WROTE ITS OWN ENTRY BECAUSE THE PLAN DID NOT HAVE
      * IT IS FLAGGED RAN - NOT DUE.  WITH NO PLAN FOR THE DATE THE
      * REPORT SAYS SO AND SKIPS THE CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       FD  CYCLE-RPT
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-EOF                             VALUE '10'.
           88  WS-CYCCTL-NOTFND                          VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-PLAN-SWITCH           PIC X          VALUE 'N'.
               88  WS-CYCLE-PLANNED                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-JOB-COUNT             PIC 9(03)      VALUE ZERO.
           05  WS-INCOMPLETE-COUNT      PIC 9(03)      VALUE ZERO.
           05  WS-NOT-RUN-COUNT         PIC 9(03)      VALUE ZERO.
           05  WS-NOT-DUE-COUNT         PIC 9(03)      VALUE ZERO.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-BUS-DATE                 PIC 9(7)        VALUE ZERO.
           05  FILLER                   PIC X(9)   VALUE 'RECORDS'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(12)  VALUE 'STATUS'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(14)  VALUE 'EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-JOB                PIC X(10).
           05  WS-DL-COUNT              PIC ZZZZZZ9.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-STATUS             PIC X(12).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-EXCEPTION          PIC X(14).

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'JOBS NOT COMPLETE:          '.
           05  WS-TL-INCOMPLETE         PIC ZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'DUE BUT DID NOT RUN:        '.
           05  WS-TL-NOT-RUN            PIC ZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'RAN BUT WAS NOT DUE:        '.
           05  WS-TL-NOT-DUE            PIC ZZ9.

       01  WS-NO-PLAN-LINE.
           05  FILLER                   PIC X(60)  VALUE
               'NO MVBSCHD PLAN FOR THIS DATE - DUE/NOT DUE UNCHECKED'.

       PROCEDURE DIVISION.

       000-MAINLINE.
           WRITE CYCLRPT-LINE.
           MOVE SPACES TO CYCLRPT-LINE.
           WRITE CYCLRPT-LINE.

           PERFORM 050-CHECK-PLAN.
           IF NOT WS-CYCLE-PLANNED
               MOVE WS-NO-PLAN-LINE TO CYCLRPT-LINE
               WRITE CYCLRPT-LINE
               MOVE SPACES TO CYCLRPT-LINE
               WRITE CYCLRPT-LINE
           END-IF.

           MOVE WS-HEADING-2 TO CYCLRPT-LINE.
           WRITE CYCLRPT-LINE.
           MOVE SPACES TO CYCLRPT-LINE.
           MOVE WS-INCOMPLETE-COUNT TO WS-TL-INCOMPLETE.
           MOVE WS-TRAILER-LINE-2 TO CYCLRPT-LINE.
           WRITE CYCLRPT-LINE.
           IF WS-CYCLE-PLANNED
               MOVE WS-NOT-RUN-COUNT TO WS-TL-NOT-RUN
               MOVE WS-TRAILER-LINE-3 TO CYCLRPT-LINE
               WRITE CYCLRPT-LINE
               MOVE WS-NOT-DUE-COUNT TO WS-TL-NOT-DUE
               MOVE WS-TRAILER-LINE-4 TO CYCLRPT-LINE
               WRITE CYCLRPT-LINE
           END-IF.

           CLOSE CYCCTL.
           CLOSE CYCLE-RPT.

           DISPLAY 'MVBCYC - JOBS REPORTED:   ' WS-JOB-COUNT.
           DISPLAY 'MVBCYC - JOBS INCOMPLETE: ' WS-INCOMPLETE-COUNT.
           DISPLAY 'MVBCYC - DUE, NOT RUN:    ' WS-NOT-RUN-COUNT.
           DISPLAY 'MVBCYC - RAN, NOT DUE:    ' WS-NOT-DUE-COUNT.

           STOP RUN.

      * The planner's own entry for the date, completed, says there
      * is a plan to hold the night against.  The browse then starts
      * from the top of the file as before.
       050-CHECK-PLAN.
           MOVE 'MVBSCHD' TO CYCCTL-JOB-NAME.
           MOVE WS-BUS-DATE TO CYCCTL-BUS-DATE.
           READ CYCCTL RECORD.
           IF WS-CYCCTL-OK AND CYCCTL-COMPLETE
               SET WS-CYCLE-PLANNED TO TRUE
           END-IF.

           MOVE LOW-VALUES TO CYCCTL-KEY.
           START CYCCTL KEY IS NOT LESS THAN CYCCTL-KEY.
           IF NOT WS-CYCCTL-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       100-READ-CYCCTL.
           IF NOT WS-END-OF-FILE
               READ CYCCTL NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       200-REPORT-ONE-JOB.
           IF CYCCTL-BUS-DATE = WS-BUS-DATE
               MOVE CYCCTL-START-TIME (1:6) TO WS-DL-START
               MOVE CYCCTL-END-TIME (1:6) TO WS-DL-END
               MOVE CYCCTL-RECORD-COUNT TO WS-DL-COUNT
               MOVE SPACES TO WS-DL-EXCEPTION
               IF CYCCTL-COMPLETE
                   MOVE 'COMPLETE' TO WS-DL-STATUS
               ELSE IF CYCCTL-EXPECTED
                   MOVE 'NOT STARTED' TO WS-DL-STATUS
               ELSE
                   MOVE 'IN PROGRESS' TO WS-DL-STATUS
                   ADD 1 TO WS-INCOMPLETE-COUNT
               END-IF
               IF WS-CYCLE-PLANNED
                   PERFORM 250-CHECK-EXCEPTION
               END-IF
               MOVE WS-DETAIL-LINE TO CYCLRPT-LINE
               WRITE CYCLRPT-LINE
               ADD 1 TO WS-JOB-COUNT
           END-IF.

           PERFORM 100-READ-CYCCTL.

      * An expected entry still waiting at report time was due and
      * never started.  An entry the job had to write for itself -
      * planned N - means the plan never asked for it.  Entries from
      * before the planned switch existed, and MVBINTG's severity
      * totals, are neither.
       250-CHECK-EXCEPTION.
           IF CYCCTL-EXPECTED
               MOVE 'DUE - NOT RUN' TO WS-DL-EXCEPTION
               ADD 1 TO WS-NOT-RUN-COUNT
           ELSE IF CYCCTL-NOT-PLANNED
               MOVE 'RAN - NOT DUE' TO WS-DL-EXCEPTION
               ADD 1 TO WS-NOT-DUE-COUNT
           END-IF.
