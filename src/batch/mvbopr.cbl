       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  OPRFILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'OPRFILEC'.

       FD  ACTIVITY-RPT
