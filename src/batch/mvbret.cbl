      * OUTPUT REPOSITORY (EG 30).  A CUTOFF OF 00 MEANS THAT FILE
      * IS LEFT ALONE THIS RUN.  RPTOUT ENTRIES ARE DELETED, NOT
      * ARCHIVED - THEY ARE REPRINT COPIES, NOT RECORDS.
      *
      * THE RUN IS POSTED TO THE CYCCTL CONTROL FILE WITH THE TOTAL
      * MOVED AND DELETED ACROSS ALL FOUR FILES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONTROL-RPT ASSIGN TO CTRLRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           05  FILLER                   PIC X(69).

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  BKUPFLE
       COPY 'TERMARCC'.

       FD  AUDIT-ARCH
           RECORD CONTAINS 654 CHARACTERS.
       01  AUDIT-ARCH-REC              PIC X(654).

       FD  BKUP-ARCH
           RECORD CONTAINS 323 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  CTRLRPT-LINE                PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - a monthly job, off the nightly chain, so it
      * carries no predecessor.  The count posted is every entry
      * moved or deleted across the four files.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBRET'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).
       01  WS-CYC-RECORD-COUNT         PIC 9(7)        VALUE ZERO.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                            VALUE '00'.
           88  WS-AUDITLOG-EOF                            VALUE '10'.

           PERFORM 050-BUILD-CUTOFFS.

           PERFORM 060-CYCLE-START.

           OPEN OUTPUT CONTROL-RPT.
           MOVE WS-HEADING-1 TO CTRLRPT-LINE.
           WRITE CTRLRPT-LINE.

           CLOSE CONTROL-RPT.

           ADD WS-AUDIT-MOVED WS-BKUP-MOVED WS-TERM-MOVED
               WS-RPT-DELETED GIVING WS-CYC-RECORD-COUNT.
           PERFORM 065-CYCLE-END.

           DISPLAY 'MVBRET - AUDITLOG MOVED: ' WS-AUDIT-MOVED.
           DISPLAY 'MVBRET - BKUPFLE  MOVED: ' WS-BKUP-MOVED.
           DISPLAY 'MVBRET - TERMARC  MOVED: ' WS-TERM-MOVED.
           MOVE WS-RPT-KEPT TO WS-DL-KEPT.
           MOVE WS-DETAIL-LINE TO CTRLRPT-LINE.
           WRITE CTRLRPT-LINE.

      * Opens this job's entry on the cycle control file - no
      * predecessor check, just the start stamp and the double-run
      * guard.  An entry left IN-PROGRESS by an abend is taken over
      * so the rerun can go.
       060-CYCLE-START.
           ACCEPT WS-CYC-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-CYC-BUS-DATE.
           MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5).
           MOVE '1' TO WS-CYC-BUS-DATE (2:1).
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.

           OPEN I-O CYCCTL.
           IF NOT WS-CYCCTL-OK
               DISPLAY 'MVBRET - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBRET - ALREADY RAN FOR ' WS-CYC-BUS-DATE
                   ' - ENDING TO PREVENT A DOUBLE RUN'
               CLOSE CYCCTL
               STOP RUN
           ELSE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-START-TIME
               SET CYCCTL-IN-PROGRESS TO TRUE
               REWRITE CYCCTL-RECORD
           END-IF.

       065-CYCLE-END.
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-END-TIME.
           MOVE WS-CYC-RECORD-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
