       COPY 'DROPRECC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  WAITLST
           RECORD CONTAINS 70 CHARACTERS.
       COPY 'WAITRECC'.

       FD  OFFERFLE
           RECORD CONTAINS 72 CHARACTERS.
       COPY 'OFFERREC'.

       FD  NOTFFILE
           MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.

           MOVE 'MVBCANC' TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.

