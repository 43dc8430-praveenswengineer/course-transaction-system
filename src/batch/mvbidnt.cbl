       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBIDNT.
       AUTHOR.        M VALDRON.

      * NIGHTLY ACTIVE-STUDENT IDENTITY FEED.  THE CARD OFFICE, THE
      * LIBRARY AND PARKING EACH KEPT THEIR OWN LIST OF WHO IS A
      * STUDENT, KEYED BY HAND OFF PRINTOUTS, SO A WITHDRAWN STUDENT
      * KEPT BORROWING AND PARKING FOR WEEKS.  THIS JOB CUTS ONE
      * IDFEED (COPY IDFEEDC) FOR ALL THREE EVERY NIGHT, STRAIGHT
      * OFF STUFILE: NUMBER, SURNAME, GIVEN AND PREFERRED NAME,
      * CAMPUS, PROGRAM, STATUS, CURRENT TERM, AND FULL- OR
      * PART-TIME FROM THE OCCUPIED COURSE SLOTS (FOUR OR MORE IS
      * FULL-TIME, THE MVBCMPL RULE).
      *
      * EVERY STUDENT IS COMPARED AGAINST IDSNAP, THE IDENTITIES AS
      * LAST SENT - THE SAME KEEP-WHAT-WE-SENT FILE MVBLMS USES FOR
      * INSTRUCTORS:
      *   - ACTIVE AND NOT ON IDSNAP GOES OUT AS NEW (N),
      *   - ACTIVE WITH ANY FIELD DIFFERENT GOES OUT AS CHANGED (C),
      *   - WITHDRAWN, GRADUATED OR SUSPENDED BUT STILL ON IDSNAP
      *     GOES OUT AS A DEACTIVATION (D) THE NIGHT THE STATUS
      *     CHANGES, CARRYING THE NEW STATUS,
      *   - ON IDSNAP BUT GONE FROM STUFILE (DELETED ON MVPRGA) GOES
      *     OUT AS A DEACTIVATION WITH STATUS X.
      * A DEACTIVATED STUDENT IS TAKEN OFF IDSNAP, SO ONE REINSTATED
      * LATER GOES OUT AS NEW AGAIN.
      *
      * FULL-REFRESH NIGHT - ONCE A MONTH, OR ON DEMAND - EVERY
      * ACTIVE STUDENT GOES OUT AS AN F DETAIL AND THE SYSTEMS
      * REPLACE THEIR LISTS; THAT NIGHT'S DEACTIVATIONS STILL GO
      * OUT AS D DETAILS.  IDRPT LISTS THE NIGHT'S DEACTIVATIONS
      * AND COUNTS THE DETAILS BY ACTION.  THE SYSTEMS' RETURN
      * FILES ARE RECONCILED NEXT DAY BY MVBIDA.  THE RUN IS POSTED
      * TO CYCCTL (NO PREDECESSOR).
      *
      * SYSIN CARD (OPTIONAL): F IN COL 1 FORCES A FULL REFRESH;
      * COLS 3-4 THE DAY OF THE MONTH FOR THE AUTOMATIC FULL
      * REFRESH (DEFAULT 01).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT IDSNAP ASSIGN TO IDSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDSNAP-STUDENT-NO
               FILE STATUS IS WS-IDSNAP-STATUS.

           SELECT IDFEED ASSIGN TO IDFEED
               ORGANIZATION IS SEQUENTIAL.

           SELECT ID-RPT ASSIGN TO IDRPT
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
           05  PC-MODE                  PIC X.
           05  FILLER                   PIC X.
           05  PC-REFRESH-DAY           PIC X(2).
           05  FILLER                   PIC X(76).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  IDSNAP
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'IDSNAPC'.

       FD  IDFEED
           RECORD CONTAINS 120 CHARACTERS.
       COPY 'IDFEEDC'.

       FD  ID-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ID-RPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - the feed carries whatever the day changed,
      * so the job needs no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBIDNT'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-IDSNAP-STATUS            PIC XX          VALUE SPACES.
           88  WS-IDSNAP-OK                            VALUE '00'.
           88  WS-IDSNAP-NOTFND                        VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-MODE-SWITCH           PIC X          VALUE 'D'.
               88  WS-FULL-REFRESH                      VALUE 'F'.

      * Day of the month the automatic full refresh falls on.
       01  WS-REFRESH-DAY              PIC X(2)        VALUE '01'.
       01  WS-TODAY                    PIC 9(6)        VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ         PIC 9(07)      VALUE ZERO.
           05  WS-NEW-COUNT             PIC 9(07)      VALUE ZERO.
           05  WS-CHANGE-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-DEACT-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-DELETED-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-FULL-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-DETAIL-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-FEED-RECORDS          PIC 9(07)      VALUE ZERO.

       01  WS-SLOT-SUB                 PIC 9           VALUE ZERO.
       01  WS-SLOT-COUNT               PIC 9           VALUE ZERO.

      * The identity as it stands on STUFILE tonight - laid out as
      * IDSNAP-IDENTITY and IDFEED-IDENTITY so the three compare and
      * move as one.  A blank status is active, as on STUFILE, and
      * goes out as A.
       01  WS-IDENTITY.
           05  WS-ID-STUDENT-NO         PIC X(7).
           05  WS-ID-SURNAME            PIC X(15).
           05  WS-ID-GIVEN-NAME         PIC X(12).
           05  WS-ID-PREF-NAME          PIC X(10).
           05  WS-ID-NAME               PIC X(20).
           05  WS-ID-CAMPUS             PIC X(3).
           05  WS-ID-PROGRAM            PIC X(5).
           05  WS-ID-STATUS             PIC X.
           05  WS-ID-TERM-YEAR          PIC X(5).
           05  WS-ID-LOAD               PIC X.

      * What the next detail is - set by the caller ahead of
      * 500-SEND-DETAIL.
       01  WS-SEND-ACTION              PIC X           VALUE SPACE.
           88  WS-SEND-NEW                             VALUE 'N'.
           88  WS-SEND-CHANGED                         VALUE 'C'.
           88  WS-SEND-DEACTIVATED                     VALUE 'D'.
           88  WS-SEND-FULL                            VALUE 'F'.

       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBIDNT'.
           05  FILLER                   PIC X(36)  VALUE
               'STUDENT IDENTITY FEED - DATE'.
           05  WS-H1-DATE               PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-H1-MODE               PIC X(40).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(40)  VALUE
               'DEACTIVATED TONIGHT'.

       01  WS-HEADING-3.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(8)   VALUE 'CAMPUS'.
           05  FILLER                   PIC X(9)   VALUE 'PROGRAM'.
           05  FILLER                   PIC X(40)  VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-CAMPUS             PIC X(3).
           05  FILLER                   PIC X(5)   VALUE SPACES.
           05  WS-DL-PROGRAM            PIC X(5).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-REASON             PIC X(40).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.
           PERFORM 010-READ-PARM-CARD.
           PERFORM 020-CHECK-REFRESH-DAY.

           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBIDNT - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O IDSNAP.
           IF NOT WS-IDSNAP-OK
               DISPLAY 'MVBIDNT - IDSNAP OPEN FAILED, STATUS '
                   WS-IDSNAP-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT IDFEED.
           OPEN OUTPUT ID-RPT.

           MOVE SPACES TO IDFEED-RECORD.
           SET IDFEED-HEADER TO TRUE.
           MOVE ZERO TO IDFEED-SEQ.
           MOVE WS-CYC-BUS-DATE TO IDFEED-RUN-DATE.
           MOVE WS-RUN-TIME TO IDFEED-RUN-TIME.
           MOVE WS-MODE-SWITCH TO IDFEED-MODE.
           PERFORM 700-WRITE-FEED.

           PERFORM 900-PRINT-HEADING.

           PERFORM 200-ONE-STUDENT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE STUFILE.

      * Whatever IDSNAP still holds that STUFILE did not show
      * tonight belongs to a student deleted from the master.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO IDSNAP-STUDENT-NO.
           START IDSNAP KEY IS NOT LESS THAN IDSNAP-STUDENT-NO
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

           PERFORM 300-SWEEP-ONE THRU 300-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE SPACES TO IDFEED-RECORD.
           SET IDFEED-TRAILER TO TRUE.
           MOVE ZERO TO IDFEED-SEQ.
           MOVE WS-DETAIL-COUNT TO IDFEED-DETAIL-COUNT.
           COMPUTE IDFEED-RECORD-COUNT = WS-FEED-RECORDS + 1.
           PERFORM 700-WRITE-FEED.

           PERFORM 950-PRINT-TRAILER.

           CLOSE IDSNAP.
           CLOSE IDFEED.
           CLOSE ID-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBIDNT - MODE:             ' WS-MODE-SWITCH.
           DISPLAY 'MVBIDNT - STUDENTS READ:    ' WS-STUDENTS-READ.
           DISPLAY 'MVBIDNT - DETAILS SENT:     ' WS-DETAIL-COUNT.
           DISPLAY 'MVBIDNT - DEACTIVATED:      ' WS-DEACT-COUNT.

           STOP RUN.

       010-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-MODE = 'F'
                       SET WS-FULL-REFRESH TO TRUE
                   END-IF
                   IF PC-REFRESH-DAY IS NUMERIC
                       AND PC-REFRESH-DAY NOT = '00'
                       MOVE PC-REFRESH-DAY TO WS-REFRESH-DAY
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

      * The monthly resynchronization - whatever a system lost or
      * keyed over by hand is put right on its refresh day.
       020-CHECK-REFRESH-DAY.
           ACCEPT WS-TODAY FROM DATE.
           IF WS-TODAY (5:2) = WS-REFRESH-DAY
               SET WS-FULL-REFRESH TO TRUE
           END-IF.

       200-ONE-STUDENT.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 200-EXIT
           END-READ.

           ADD 1 TO WS-STUDENTS-READ.
           PERFORM 210-BUILD-IDENTITY.

           MOVE STUFILE-STUDENT-NO TO IDSNAP-STUDENT-NO.
           READ IDSNAP RECORD.

      * Not sent before - a new student, or one active again.  An
      * inactive student the systems never had is no concern of
      * theirs.
           IF WS-IDSNAP-NOTFND
               IF STUFILE-ST-ACTIVE
                   MOVE SPACES TO IDSNAP-RECORD
                   MOVE WS-IDENTITY TO IDSNAP-IDENTITY
                   MOVE WS-CYC-BUS-DATE TO IDSNAP-SENT-DATE
                   MOVE WS-CYC-BUS-DATE TO IDSNAP-SEEN-DATE
                   WRITE IDSNAP-RECORD
                   IF WS-FULL-REFRESH
                       SET WS-SEND-FULL TO TRUE
                   ELSE
                       SET WS-SEND-NEW TO TRUE
                   END-IF
                   PERFORM 500-SEND-DETAIL
               END-IF
               GO TO 200-EXIT
           END-IF.

           IF NOT WS-IDSNAP-OK
               DISPLAY 'MVBIDNT - IDSNAP READ FAILED FOR '
                   STUFILE-STUDENT-NO ', STATUS ' WS-IDSNAP-STATUS
               GO TO 200-EXIT
           END-IF.

      * Withdrawn, graduated or suspended tonight.
           IF NOT STUFILE-ST-ACTIVE
               SET WS-SEND-DEACTIVATED TO TRUE
               PERFORM 500-SEND-DETAIL
               PERFORM 550-LIST-DEACTIVATION
               DELETE IDSNAP RECORD
               GO TO 200-EXIT
           END-IF.

           MOVE WS-CYC-BUS-DATE TO IDSNAP-SEEN-DATE.

           IF WS-IDENTITY NOT = IDSNAP-IDENTITY
               MOVE WS-IDENTITY TO IDSNAP-IDENTITY
               MOVE WS-CYC-BUS-DATE TO IDSNAP-SENT-DATE
               IF WS-FULL-REFRESH
                   SET WS-SEND-FULL TO TRUE
               ELSE
                   SET WS-SEND-CHANGED TO TRUE
               END-IF
               PERFORM 500-SEND-DETAIL
           ELSE IF WS-FULL-REFRESH
               SET WS-SEND-FULL TO TRUE
               PERFORM 500-SEND-DETAIL
           END-IF.

           REWRITE IDSNAP-RECORD.

       200-EXIT.
           EXIT.

      * The STUFILE fields the systems carry.  The load counts the
      * occupied course slots - four or more is full-time.
       210-BUILD-IDENTITY.
           MOVE SPACES TO WS-IDENTITY.
           MOVE STUFILE-STUDENT-NO TO WS-ID-STUDENT-NO.
           MOVE STUFILE-SURNAME TO WS-ID-SURNAME.
           MOVE STUFILE-GIVEN-NAME TO WS-ID-GIVEN-NAME.
           MOVE STUFILE-PREF-NAME TO WS-ID-PREF-NAME.
           MOVE STUFILE-NAME TO WS-ID-NAME.
           MOVE STUFILE-CAMPUS TO WS-ID-CAMPUS.
           MOVE STUFILE-PROGRAM TO WS-ID-PROGRAM.
           MOVE STUFILE-TERM-YEAR TO WS-ID-TERM-YEAR.

           IF STUFILE-STATUS = SPACE
               MOVE 'A' TO WS-ID-STATUS
           ELSE
               MOVE STUFILE-STATUS TO WS-ID-STATUS
           END-IF.

           MOVE ZERO TO WS-SLOT-COUNT.
           PERFORM 220-COUNT-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

           IF WS-SLOT-COUNT >= 4
               MOVE 'F' TO WS-ID-LOAD
           ELSE IF WS-SLOT-COUNT > 0
               MOVE 'P' TO WS-ID-LOAD
           ELSE
               MOVE 'N' TO WS-ID-LOAD
           END-IF.

       220-COUNT-SLOT.
           IF STUFILE-COURSES (WS-SLOT-SUB * 8 - 7:8) NOT = SPACES
               ADD 1 TO WS-SLOT-COUNT
           END-IF.

       300-SWEEP-ONE.
           READ IDSNAP NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 300-EXIT
           END-READ.

           IF IDSNAP-SEEN-DATE = WS-CYC-BUS-DATE
               GO TO 300-EXIT
           END-IF.

           MOVE IDSNAP-IDENTITY TO WS-IDENTITY.
           MOVE 'X' TO WS-ID-STATUS.
           SET WS-SEND-DEACTIVATED TO TRUE.
           PERFORM 500-SEND-DETAIL.
           PERFORM 550-LIST-DEACTIVATION.
           ADD 1 TO WS-DELETED-COUNT.
           DELETE IDSNAP RECORD.

       300-EXIT.
           EXIT.

       500-SEND-DETAIL.
           MOVE SPACES TO IDFEED-RECORD.
           SET IDFEED-DETAIL TO TRUE.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE WS-DETAIL-COUNT TO IDFEED-SEQ.
           MOVE WS-SEND-ACTION TO IDFEED-ACTION.
           MOVE WS-IDENTITY TO IDFEED-IDENTITY.
           MOVE WS-CYC-BUS-DATE TO IDFEED-EFF-DATE.
           PERFORM 700-WRITE-FEED.

           IF WS-SEND-NEW
               ADD 1 TO WS-NEW-COUNT
           ELSE IF WS-SEND-CHANGED
               ADD 1 TO WS-CHANGE-COUNT
           ELSE IF WS-SEND-DEACTIVATED
               ADD 1 TO WS-DEACT-COUNT
           ELSE
               ADD 1 TO WS-FULL-COUNT
           END-IF.

       550-LIST-DEACTIVATION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ID-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE WS-ID-NAME TO WS-DL-NAME.
           MOVE WS-ID-CAMPUS TO WS-DL-CAMPUS.
           MOVE WS-ID-PROGRAM TO WS-DL-PROGRAM.
           IF WS-ID-STATUS = 'W'
               MOVE 'WITHDRAWN' TO WS-DL-REASON
           ELSE IF WS-ID-STATUS = 'G'
               MOVE 'GRADUATED' TO WS-DL-REASON
           ELSE IF WS-ID-STATUS = 'S'
               MOVE 'SUSPENDED' TO WS-DL-REASON
           ELSE
               MOVE 'NO LONGER ON THE STUDENT MASTER'
                   TO WS-DL-REASON
           END-IF.
           MOVE WS-DETAIL-LINE TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.

       700-WRITE-FEED.
           WRITE IDFEED-RECORD.
           ADD 1 TO WS-FEED-RECORDS.

       900-PRINT-HEADING.
           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           IF WS-FULL-REFRESH
               MOVE 'FULL REFRESH' TO WS-H1-MODE
           ELSE
               MOVE 'CHANGES ONLY' TO WS-H1-MODE
           END-IF.
           MOVE WS-HEADING-1 TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE SPACES TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE WS-HEADING-2 TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE SPACES TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE WS-HEADING-3 TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE SPACES TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.

       950-PRINT-TRAILER.
           MOVE SPACES TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE 'STUDENTS READ:' TO WS-TL-LABEL.
           MOVE WS-STUDENTS-READ TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE 'NEW (N):' TO WS-TL-LABEL.
           MOVE WS-NEW-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE 'CHANGED (C):' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE 'DEACTIVATED (D):' TO WS-TL-LABEL.
           MOVE WS-DEACT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE '  OF WHICH OFF STUFILE:' TO WS-TL-LABEL.
           MOVE WS-DELETED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE 'FULL REFRESH (F):' TO WS-TL-LABEL.
           MOVE WS-FULL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.
           MOVE 'DETAILS SENT:' TO WS-TL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ID-RPT-LINE.
           WRITE ID-RPT-LINE.

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
               DISPLAY 'MVBIDNT - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBIDNT - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-DETAIL-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
