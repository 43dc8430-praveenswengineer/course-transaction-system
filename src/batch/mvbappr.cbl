       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBAPPR.
       AUTHOR.        M VALDRON.

      * NIGHTLY APPROVAL-QUEUE RUN.  WALKS APPRFLE, WHERE THE
      * SENSITIVE STUDENT-RECORD ACTIONS (DELETE, CHANGE TO
      * WITHDRAWN/SUSPENDED, HOLD RELEASE, RESTORE) WAIT FOR A
      * SECOND OPERATOR ON MVPRGAP, AND:
      *
      *   - EXPIRES EVERY REQUEST STILL PENDING AFTER THE EXPIRY
      *     DAYS ON THE SYSIN CARD - STATUS X, STAMPED WITH TONIGHT'S
      *     DATE AND MVBAPPR AS THE ACTOR.  NOTHING IS APPLIED; THE
      *     CLERK RAISES IT AGAIN IF IT IS STILL WANTED.
      *
      *   - PRINTS THE REGISTRAR'S PENDING REPORT (APPRPT): WHAT
      *     EXPIRED TONIGHT, AND EVERYTHING STILL WAITING WITH ITS
      *     AGE IN DAYS, FLAGGED AGED ONCE IT HAS WAITED THE AGED
      *     DAYS ON THE CARD - SO THE OFFICE CAN CHASE AN APPROVER
      *     BEFORE THE REQUEST LAPSES.
      *
      * APPROVED AND REJECTED REQUESTS ARE LEFT ALONE - THEY ARE THE
      * RECORD OF WHO DECIDED WHAT.  DAY COUNTS USE THE USUAL CRUDE
      * 365-DAY YEAR.  THE RUN IS POSTED TO CYCCTL (NO PREDECESSOR).
      *
      * SYSIN CARD (OPTIONAL): EXPIRY DAYS 1-3, AGED DAYS 5-7.  A
      * BLANK OR NON-NUMERIC FIELD KEEPS ITS DEFAULT (5 AND 2).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT APPRFLE ASSIGN TO APPRFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APPRFLE-KEY
               FILE STATUS IS WS-APPRFLE-STATUS.

           SELECT PENDING-RPT ASSIGN TO APPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD.
           05  PC-EXPIRY-DAYS           PIC X(3).
           05  FILLER                   PIC X.
           05  PC-AGED-DAYS             PIC X(3).
           05  FILLER                   PIC X(73).

       FD  APPRFLE
           RECORD CONTAINS 150 CHARACTERS.
       COPY 'APPRRECC'.

       FD  PENDING-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  APPRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - the queue stands on its own, so the job
      * carries no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBAPPR'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-APPRFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-APPRFLE-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.

      * Registrar's settings, off the SYSIN card.
       01  WS-SETTINGS.
           05  WS-EXPIRY-DAYS           PIC 9(3)       VALUE 5.
           05  WS-AGED-DAYS             PIC 9(3)       VALUE 2.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-PENDING-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-AGED-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-EXPIRED-COUNT         PIC 9(07)      VALUE ZERO.

       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-DATE-DIGITS              PIC 9(7).
       01  WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05  FILLER                   PIC 99.
           05  WS-DP-YY                 PIC 99.
           05  WS-DP-DDD                PIC 999.

       01  WS-TODAY-DAYS               PIC S9(7)       VALUE ZERO.
       01  WS-REQ-DAYS                 PIC S9(7)       VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(5)       VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBAPPR'.
           05  FILLER                   PIC X(36)  VALUE
               'APPROVAL QUEUE - PENDING - DATE'.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(16)  VALUE 'ACTION'.
           05  FILLER                   PIC X(10)  VALUE 'REQUESTER'.
           05  FILLER                   PIC X(6)   VALUE 'TERM'.
           05  FILLER                   PIC X(10)  VALUE 'PROGRAM'.
           05  FILLER                   PIC X(9)   VALUE 'REQUESTED'.
           05  FILLER                   PIC X(6)   VALUE 'DAYS'.
           05  FILLER                   PIC X(10)  VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X(14).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-REQUESTER          PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERMID             PIC X(4).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-SOURCE-PGM         PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-REQ-DATE           PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-AGE                PIC ZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NOTE               PIC X(40).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.
           PERFORM 010-READ-PARM-CARD.

           MOVE WS-CYC-BUS-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-TODAY-DAYS = WS-DP-YY * 365 + WS-DP-DDD.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           OPEN I-O APPRFLE.
           IF NOT WS-APPRFLE-OK
               DISPLAY 'MVBAPPR - APPRFLE OPEN FAILED, STATUS '
                   WS-APPRFLE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PENDING-RPT.
           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO APPRPT-LINE.
           WRITE APPRPT-LINE.
           MOVE SPACES TO APPRPT-LINE.
           WRITE APPRPT-LINE.
           MOVE WS-HEADING-2 TO APPRPT-LINE.
           WRITE APPRPT-LINE.
           MOVE SPACES TO APPRPT-LINE.
           WRITE APPRPT-LINE.

           PERFORM 100-READ-APPRFLE.
           PERFORM 200-WORK-ONE-REQUEST THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE SPACES TO APPRPT-LINE.
           WRITE APPRPT-LINE.
           MOVE 'REQUESTS ON FILE:' TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO APPRPT-LINE.
           WRITE APPRPT-LINE.
           MOVE 'EXPIRED TONIGHT:' TO WS-TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO APPRPT-LINE.
           WRITE APPRPT-LINE.
           MOVE 'STILL PENDING:' TO WS-TL-LABEL.
           MOVE WS-PENDING-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO APPRPT-LINE.
           WRITE APPRPT-LINE.
           MOVE '  OF WHICH AGED:' TO WS-TL-LABEL.
           MOVE WS-AGED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO APPRPT-LINE.
           WRITE APPRPT-LINE.

           CLOSE APPRFLE.
           CLOSE PENDING-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBAPPR - REQUESTS READ:   ' WS-READ-COUNT.
           DISPLAY 'MVBAPPR - EXPIRED TONIGHT: ' WS-EXPIRED-COUNT.
           DISPLAY 'MVBAPPR - STILL PENDING:   ' WS-PENDING-COUNT.
           DISPLAY 'MVBAPPR - AGED:            ' WS-AGED-COUNT.

           STOP RUN.

       010-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-EXPIRY-DAYS IS NUMERIC
                       MOVE PC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                   END-IF
                   IF PC-AGED-DAYS IS NUMERIC
                       MOVE PC-AGED-DAYS TO WS-AGED-DAYS
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

           DISPLAY 'MVBAPPR - EXPIRY AT ' WS-EXPIRY-DAYS
               ' DAYS, AGED AT ' WS-AGED-DAYS ' DAYS'.

       100-READ-APPRFLE.
           READ APPRFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

      * One request.  Only pending ones are of interest - the age
      * is taken off the date it was raised.
       200-WORK-ONE-REQUEST.
           IF NOT APPRFLE-PENDING
               PERFORM 100-READ-APPRFLE
               GO TO 200-EXIT
           END-IF.

           MOVE APPRFLE-REQ-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-REQ-DAYS = WS-DP-YY * 365 + WS-DP-DDD.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-REQ-DAYS.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           MOVE APPRFLE-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE APPRFLE-REQUESTER-ID TO WS-DL-REQUESTER.
           MOVE APPRFLE-REQ-TERMID TO WS-DL-TERMID.
           MOVE APPRFLE-SOURCE-PGM TO WS-DL-SOURCE-PGM.
           MOVE APPRFLE-REQ-DATE TO WS-DL-REQ-DATE.
           MOVE WS-AGE-DAYS TO WS-DL-AGE.

           IF APPRFLE-DELETE
               MOVE 'DELETE STUDENT' TO WS-DL-ACTION
           ELSE IF APPRFLE-STATUS-CHANGE
               MOVE 'STATUS CHANGE' TO WS-DL-ACTION
           ELSE IF APPRFLE-HOLD-RELEASE
               MOVE 'RELEASE HOLD' TO WS-DL-ACTION
           ELSE
               MOVE 'RESTORE' TO WS-DL-ACTION
           END-IF.

           IF WS-AGE-DAYS NOT < WS-EXPIRY-DAYS
               PERFORM 300-EXPIRE-REQUEST THRU 300-EXPIRE-DONE
           ELSE IF WS-AGE-DAYS NOT < WS-AGED-DAYS
               ADD 1 TO WS-PENDING-COUNT
               ADD 1 TO WS-AGED-COUNT
               MOVE 'AGED - AWAITING APPROVER' TO WS-DL-NOTE
               MOVE WS-DETAIL-LINE TO APPRPT-LINE
               WRITE APPRPT-LINE
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'PENDING' TO WS-DL-NOTE
               MOVE WS-DETAIL-LINE TO APPRPT-LINE
               WRITE APPRPT-LINE
           END-IF.

           PERFORM 100-READ-APPRFLE.

       200-EXIT.
           EXIT.

      * Left too long - the request lapses.  Nothing on the student
      * record, hold or backup image changes.
       300-EXPIRE-REQUEST.
           MOVE 'X' TO APPRFLE-STATUS.
           MOVE 'MVBAPPR' TO APPRFLE-APPROVER-ID.
           MOVE WS-CYC-BUS-DATE TO APPRFLE-ACTION-DATE.
           MOVE WS-RUN-TIME TO APPRFLE-ACTION-TIME.
           MOVE 'EXPIRED - NOT ACTIONED IN TIME' TO APPRFLE-COMMENT.

           REWRITE APPRFLE-RECORD.

           IF NOT WS-APPRFLE-OK
               DISPLAY 'MVBAPPR - APPRFLE REWRITE FAILED, STATUS '
                   WS-APPRFLE-STATUS ' FOR ' APPRFLE-STUDENT-NO
               GO TO 300-EXPIRE-DONE
           END-IF.

           ADD 1 TO WS-EXPIRED-COUNT.

           MOVE 'EXPIRED TONIGHT - RAISE AGAIN IF WANTED'
               TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO APPRPT-LINE.
           WRITE APPRPT-LINE.

       300-EXPIRE-DONE.
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
               DISPLAY 'MVBAPPR - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBAPPR - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-READ-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
