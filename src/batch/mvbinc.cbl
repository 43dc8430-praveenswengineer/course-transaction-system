      *              (REASON X, ADMINISTRATIVE) THE SAME WAY AN
      *              ORDINARY GRADE CHANGE IS, AND LISTED.
      *
      * EACH RUN IS POSTED TO THE CYCCTL CONTROL FILE - MVBINC FOR
      * AN AGING RUN, MVBINCL FOR A LAPSE RUN.
      *
      * CONTROL CARD: MODE IN COLS 1-6.

       ENVIRONMENT DIVISION.
           SELECT AGING-RPT ASSIGN TO INCRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 132 CHARACTERS.
       01  INCRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - a monthly job, off the nightly chain, so it
      * carries no predecessor.  The aging run posts as MVBINC and a
      * lapse run as MVBINCL, so lapsing the same day the report
      * ran is not mistaken for a double run.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBINC'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-GRADFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADFLE-OK                           VALUE '00'.

           MOVE WS-WD-YY TO WS-WARN-DATE (3:2).
           MOVE WS-WD-DDD TO WS-WARN-DATE (5:3).

           IF WS-LAPSE-MODE
               MOVE 'MVBINCL' TO WS-CYC-JOB-NAME
           END-IF.
           PERFORM 050-CYCLE-START.

           IF WS-LAPSE-MODE
               OPEN I-O GRADFLE
           ELSE
           END-IF.
           CLOSE AGING-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBINC - OPEN INCOMPLETES: ' WS-OPEN-COUNT.
           DISPLAY 'MVBINC - PAST DEADLINE:    ' WS-OVERDUE-COUNT.
           DISPLAY 'MVBINC - LAPSED THIS RUN:  ' WS-LAPSED-COUNT.

       300-LAPSE-DONE.
           EXIT.

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
               DISPLAY 'MVBINC - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBINC - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-OPEN-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
