      * DROPFLE CARRY MORE.  FOR ONE STUDENT NUMBER THIS UTILITY
      * REMOVES EVERY TRACE FROM STUFILE, BKUPFLE, AUDITLOG,
      * TERMARC, WAITLST, CONTACT, DROPFLE, NOTFFILE (THE PENDING
      * NOTIFICATIONS CARRY THE EMAIL), REJFLE (A REJECTED LOAD
      * RECORD CARRIES THE WHOLE REGISTRATION), VIEWLOG (WHO
      * LOOKED AT THE RECORD), ROIFILE (THE RELEASE AUTHORIZATIONS
      * NAME THIRD PARTIES) AND DISCLOG (WHAT WAS DISCLOSED TO
      * THEM), DROPS THE STUDENT'S IRKEYMAP PSEUDONYM SO THE ROWS
      * ALREADY SENT TO THE IR WAREHOUSE CAN NO LONGER BE TRACED
      * BACK, RELEASES ANY SEATS STILL HELD, AND WRITES A SINGLE
      * CERTIFICATION RECORD OF WHAT WAS ERASED, WHEN, AND ON WHOSE
      * AUTHORITY.  GRADFLE IS LEFT ALONE - FINAL GRADES ARE
      * RETAINED UNDER THE ACADEMIC-RECORDS EXEMPTION.
      *
      * SUPERVISED AND SEPARATELY AUTHORIZED: THE CONTROL CARD NAMES
      * THE AUTHORIZING OPERATOR, WHO MUST HOLD LEVEL A ON OPRFILE,
               RECORD KEY IS REJFLE-KEY
               FILE STATUS IS WS-REJFLE-STATUS.

           SELECT VIEWLOG ASSIGN TO VIEWLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIEWLOG-KEY
               FILE STATUS IS WS-VIEWLOG-STATUS.

           SELECT ROIFILE ASSIGN TO ROIFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROIFILE-KEY
               FILE STATUS IS WS-ROIFILE-STATUS.

           SELECT DISCLOG ASSIGN TO DISCLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISCLOG-KEY
               FILE STATUS IS WS-DISCLOG-STATUS.

           SELECT IRKEYMAP ASSIGN TO IRKEYMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRKEY-STUDENT-NO
               FILE STATUS IS WS-IRKEYMAP-STATUS.

           SELECT ERAS-CERT ASSIGN TO ERASCERT
               ORGANIZATION IS SEQUENTIAL.

           05  FILLER                   PIC X(56).

       FD  OPRFILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'OPRFILEC'.

       FD  STUFILE
       COPY 'BKUPRECC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  TERMARC
       COPY 'TERMARCC'.

       FD  WAITLST
           RECORD CONTAINS 70 CHARACTERS.
       COPY 'WAITRECC'.

       FD  CONTACT
           RECORD CONTAINS 227 CHARACTERS.
       COPY 'REJRECC'.

       FD  VIEWLOG
           RECORD CONTAINS 48 CHARACTERS.
       COPY 'VIEWLOGC'.

       FD  ROIFILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'ROIRECC'.

       FD  DISCLOG
           RECORD CONTAINS 84 CHARACTERS.
       COPY 'DISCLOGC'.

       FD  IRKEYMAP
           RECORD CONTAINS 30 CHARACTERS.
       COPY 'IRKEYC'.

       FD  ERAS-CERT
           RECORD CONTAINS 132 CHARACTERS.
       01  ERAS-CERT-REC               PIC X(132).
           88  WS-REJFLE-OK                              VALUE '00'.
           88  WS-REJFLE-EOF                              VALUE '10'.

       01  WS-VIEWLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-VIEWLOG-OK                             VALUE '00'.

       01  WS-ROIFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-ROIFILE-OK                             VALUE '00'.

       01  WS-DISCLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-DISCLOG-OK                             VALUE '00'.

       01  WS-IRKEYMAP-STATUS          PIC XX          VALUE SPACES.
           88  WS-IRKEYMAP-OK                            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-DROP-GONE             PIC 9(05)      VALUE ZERO.
           05  WS-NOTF-GONE             PIC 9(05)      VALUE ZERO.
           05  WS-REJ-GONE              PIC 9(05)      VALUE ZERO.
           05  WS-VIEW-GONE             PIC 9(05)      VALUE ZERO.
           05  WS-ROI-GONE              PIC 9(05)      VALUE ZERO.
           05  WS-DISC-GONE             PIC 9(05)      VALUE ZERO.
           05  WS-IRKEY-GONE            PIC 9(01)      VALUE ZERO.
           05  WS-SEATS-RELEASED        PIC 9(02)      VALUE ZERO.

       01  WS-ERASE-STUDENT            PIC X(7).
           05  FILLER                   PIC X(9)   VALUE '  REJFLE '.
           05  WS-C2-REJ                PIC ZZZZ9.

       01  WS-CERT-LINE-3.
           05  FILLER                   PIC X(9)   VALUE 'VIEWLOG '.
           05  WS-C3-VIEW               PIC ZZZZ9.
           05  FILLER                   PIC X(10)  VALUE '  ROIFILE '.
           05  WS-C3-ROI                PIC ZZZZ9.
           05  FILLER                   PIC X(10)  VALUE '  DISCLOG '.
           05  WS-C3-DISC               PIC ZZZZ9.
           05  FILLER                   PIC X(11)  VALUE '  IRKEYMAP '.
           05  WS-C3-IRKEY              PIC 9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           PERFORM 700-ERASE-DROPFLE.
           PERFORM 750-ERASE-NOTFFILE.
           PERFORM 780-ERASE-REJFLE.
           PERFORM 800-ERASE-VIEWLOG.
           PERFORM 840-ERASE-ROIFILE.
           PERFORM 860-ERASE-DISCLOG.
           PERFORM 880-ERASE-IRKEYMAP.

           PERFORM 900-WRITE-CERTIFICATION.

           DISPLAY 'MVBERAS - DROPFLE  ENTRIES: ' WS-DROP-GONE.
           DISPLAY 'MVBERAS - NOTFFILE ENTRIES: ' WS-NOTF-GONE.
           DISPLAY 'MVBERAS - REJFLE   ENTRIES: ' WS-REJ-GONE.
           DISPLAY 'MVBERAS - VIEWLOG  ENTRIES: ' WS-VIEW-GONE.
           DISPLAY 'MVBERAS - ROIFILE  ENTRIES: ' WS-ROI-GONE.
           DISPLAY 'MVBERAS - DISCLOG  ENTRIES: ' WS-DISC-GONE.
           DISPLAY 'MVBERAS - IRKEYMAP ENTRIES: ' WS-IRKEY-GONE.

           STOP RUN.

               END-IF
           END-IF.

       800-ERASE-VIEWLOG.
           OPEN I-O VIEWLOG.
           MOVE 'N' TO WS-EOF-SWITCH.

           MOVE LOW-VALUES TO VIEWLOG-KEY.
           MOVE WS-ERASE-STUDENT TO VIEWLOG-STUDENT-NO.

           START VIEWLOG KEY >= VIEWLOG-KEY.

           IF NOT WS-VIEWLOG-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF.

           PERFORM 820-ERASE-ONE-VIEW
               UNTIL WS-END-OF-FILE.

           CLOSE VIEWLOG.

       820-ERASE-ONE-VIEW.
           READ VIEWLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               IF VIEWLOG-STUDENT-NO = WS-ERASE-STUDENT
                   DELETE VIEWLOG RECORD
                   ADD 1 TO WS-VIEW-GONE
               ELSE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       840-ERASE-ROIFILE.
           OPEN I-O ROIFILE.
           MOVE 'N' TO WS-EOF-SWITCH.

           MOVE WS-ERASE-STUDENT TO ROIFILE-STUDENT-NO.
           MOVE LOW-VALUES TO ROIFILE-SEQ.

           START ROIFILE KEY >= ROIFILE-KEY.

           IF NOT WS-ROIFILE-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF.

           PERFORM 850-ERASE-ONE-ROI
               UNTIL WS-END-OF-FILE.

           CLOSE ROIFILE.

       850-ERASE-ONE-ROI.
           READ ROIFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               IF ROIFILE-STUDENT-NO = WS-ERASE-STUDENT
                   DELETE ROIFILE RECORD
                   ADD 1 TO WS-ROI-GONE
               ELSE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       860-ERASE-DISCLOG.
           OPEN I-O DISCLOG.
           MOVE 'N' TO WS-EOF-SWITCH.

           MOVE LOW-VALUES TO DISCLOG-KEY.
           MOVE WS-ERASE-STUDENT TO DISCLOG-STUDENT-NO.

           START DISCLOG KEY >= DISCLOG-KEY.

           IF NOT WS-DISCLOG-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF.

           PERFORM 870-ERASE-ONE-DISC
               UNTIL WS-END-OF-FILE.

           CLOSE DISCLOG.

       870-ERASE-ONE-DISC.
           READ DISCLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               IF DISCLOG-STUDENT-NO = WS-ERASE-STUDENT
                   DELETE DISCLOG RECORD
                   ADD 1 TO WS-DISC-GONE
               ELSE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

      * The pseudonym is the one link from the warehouse rows back
      * to the student - with it gone they stay, but anonymous.
       880-ERASE-IRKEYMAP.
           OPEN I-O IRKEYMAP.
           IF NOT WS-IRKEYMAP-OK
               DISPLAY 'MVBERAS - IRKEYMAP OPEN FAILED, STATUS '
                   WS-IRKEYMAP-STATUS
               STOP RUN
           END-IF.

           MOVE WS-ERASE-STUDENT TO IRKEY-STUDENT-NO.

           READ IRKEYMAP RECORD.

           IF WS-IRKEYMAP-OK
               DELETE IRKEYMAP RECORD
               IF WS-IRKEYMAP-OK
                   MOVE 1 TO WS-IRKEY-GONE
               END-IF
           END-IF.

           CLOSE IRKEYMAP.

       900-WRITE-CERTIFICATION.
           OPEN OUTPUT ERAS-CERT.

           MOVE WS-CERT-LINE-2 TO ERAS-CERT-REC.
           WRITE ERAS-CERT-REC.

           MOVE WS-VIEW-GONE TO WS-C3-VIEW.
           MOVE WS-ROI-GONE TO WS-C3-ROI.
           MOVE WS-DISC-GONE TO WS-C3-DISC.
           MOVE WS-IRKEY-GONE TO WS-C3-IRKEY.
           MOVE WS-CERT-LINE-3 TO ERAS-CERT-REC.
           WRITE ERAS-CERT-REC.

           CLOSE ERAS-CERT.

       999-SQL-ERROR.
