       COPY 'STUFILEC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  EXCEPT-RPT
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.
           MOVE 'MVBBNC' TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.

