       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       SD  SORT-WORK.
       01  ACTIVITY-RPT-LINE           PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
               MOVE ZERO TO CYCCTL-END-TIME
               MOVE ZERO TO CYCCTL-RECORD-COUNT
               SET CYCCTL-IN-PROGRESS TO TRUE
               SET CYCCTL-NOT-PLANNED TO TRUE
               WRITE CYCCTL-RECORD
           ELSE IF CYCCTL-COMPLETE
               DISPLAY 'MVBACTV - ALREADY RAN FOR ' WS-CYC-BUS-DATE
