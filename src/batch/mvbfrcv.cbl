      * MODE AFTER A RECOVERY TO TRUE THEM UP.
      *
      * OPERATOR-FILE JOURNAL ENTRIES (TERMID 'OADM', WRITTEN BY
      * MVPRGO AND MVBOREV) AND CYCLE-CONSOLE RESET ENTRIES (TERMID
      * 'CYCC', WRITTEN BY MVPRGZ) CARRY OPRFILE AND CYCCTL IMAGES,
      * NOT STUDENT RECORDS - THEY ARE SKIPPED AND COUNTED, NEVER
      * REPLAYED ONTO THE MASTER.
      *
      * CONTROL CARD: BACKUP DATE (0CYYDDD) COLS 1-7, BACKUP TIME
           05  FILLER                   PIC X(65).

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  STUFILE
