
      * DAILY SIGN-ON SECURITY REPORT.  READS SECLOG - THE JOURNAL
      * MVPRGM WRITES FOR EVERY SIGN-ON, FAILED ATTEMPT, LOCKOUT
      * AND SIGN-OFF, MVPRGO FOR EVERY UNLOCK AND RECERTIFICATION,
      * THE WEEKLY ACCESS REVIEW (MVBOREV) FOR EVERY DORMANT LOCK,
      * REVOCATION AND RECERTIFICATION LAPSE, AND MVPRGM/MVPRGIS
      * FOR EVERY INSTRUCTOR SIGN-ON REFUSED SOMETHING OUTSIDE ITS
      * OWN SECTIONS - AND PRINTS THE SELECTED ENTRIES IN THE ORDER
      * THEY HAPPENED, WITH THE OPERATOR'S NAME JOINED FROM OPRFILE.
      * RUN DAILY; LOCKOUTS, REPEATED FAILURES AND REFUSALS ARE WHAT
      * SECURITY READS IT FOR.
      *
      * CONTROL CARD: 'ALL     ' IN COLS 1-8 PRINTS THE WHOLE LOG;
      * A DATE (0CYYDDD) IN COLS 1-7 PRINTS THAT DATE; A BLANK
       COPY 'SECLOGC'.

       FD  OPRFILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'OPRFILEC'.

       SD  SORT-WORK.
           05  WS-EVENT-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-FAIL-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-LOCK-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-REFUSED-COUNT         PIC 9(07)      VALUE ZERO.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-SELECT-DATE              PIC 9(7)        VALUE ZERO.
               'LOCKOUTS:                   '.
           05  WS-TL-LOCK               PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'ACCESS REFUSED:             '.
           05  WS-TL-REFUSED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           MOVE WS-LOCK-COUNT TO WS-TL-LOCK.
           MOVE WS-TRAILER-LINE-3 TO SECRPT-LINE.
           WRITE SECRPT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-TL-REFUSED.
           MOVE WS-TRAILER-LINE-4 TO SECRPT-LINE.
           WRITE SECRPT-LINE.

           CLOSE SECURITY-RPT.
           CLOSE OPRFILE.
           DISPLAY 'MVBSEC - EVENTS REPORTED: ' WS-EVENT-COUNT.
           DISPLAY 'MVBSEC - FAILED ATTEMPTS: ' WS-FAIL-COUNT.
           DISPLAY 'MVBSEC - LOCKOUTS:        ' WS-LOCK-COUNT.
           DISPLAY 'MVBSEC - ACCESS REFUSED:  ' WS-REFUSED-COUNT.

       220-PRINT-DETAIL-LINE.
           MOVE SW-OPERATOR-ID TO WS-DL-OPERATOR.
               MOVE 'SIGNED OFF' TO WS-DL-EVENT
           ELSE IF SW-EVENT = 'U'
               MOVE 'UNLOCKED' TO WS-DL-EVENT
           ELSE IF SW-EVENT = 'D'
               MOVE 'DORMANT LOCK' TO WS-DL-EVENT
           ELSE IF SW-EVENT = 'R'
               MOVE 'REVOKED' TO WS-DL-EVENT
           ELSE IF SW-EVENT = 'P'
               MOVE 'RECERT LAPSE' TO WS-DL-EVENT
           ELSE IF SW-EVENT = 'C'
               MOVE 'RECERTIFIED' TO WS-DL-EVENT
           ELSE IF SW-EVENT = 'X'
               MOVE 'REFUSED' TO WS-DL-EVENT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE 'UNKNOWN' TO WS-DL-EVENT
           END-IF.
