       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBDREG.
       AUTHOR.        M VALDRON.

      * DEREGISTRATION FOR NON-PAYMENT.  RUN FOR ONE TERM ONCE ITS
      * TERMCAL FEE DUE DATE (PLUS ANY GRACE DAYS ON THE CARD) HAS
      * PASSED, SO STUDENTS WHO REGISTERED AND NEVER PAID STOP
      * HOLDING SEATS THE WAITLIST COULD HAVE.  EVERY ACTIVE STUFILE
      * STUDENT REGISTERED IN THE TERM WITH COURSE SLOTS AND AN
      * ACCTBAL BALANCE OVER THE THRESHOLD IS DEREGISTERED - UNLESS
      * THE TERM IS ON A CURRENT PLANFLE PAYMENT PLAN OR A SPONSOR
      * (STUFILE-SPONSOR-ID) COVERS THE STUDENT:
      *   - EVERY SLOT IS RELEASED THE WAY MVPRGU RELEASES ONE - THE
      *     SEAT COMES BACK ON BILLM.COURSE_CODES (AND THE SECTION
      *     ROW) AND A DROPFLE ENTRY IS WRITTEN WITH THE FINANCIAL
      *     REASON F, SO MVBRFND PRICES THE DROP AND MVBWAIT OFFERS
      *     THE SEAT TO THE WAITLIST THE SAME NIGHT,
      *   - THE CLEARED RECORD IS REWRITTEN AND JOURNALED TO
      *     AUDITLOG, AND A DR NOTIFICATION IS QUEUED TO NOTFFILE.
      * EVERY STUDENT DEREGISTERED PRINTS ON THE DRGRPT REPORT WITH
      * THE BALANCE AND THE COURSES RELEASED.
      *
      * PREVIEW MODE UPDATES NOTHING - IT PRINTS THE SAME LIST SO
      * THE REGISTRAR CAN REVIEW IT (AND SETTLE ANY STUDENT WHO HAS
      * ARRANGED TO PAY) BEFORE THE REAL RUN, AND MAY BE RUN BEFORE
      * THE DEADLINE.  THE REAL RUN IS CHECKPOINTED TO LOADCTL THE
      * WAY MVBCANC IS, SO A RERUN RESUMES INSTEAD OF DOUBLE-DROPPING.
      * SCHEDULE THE REAL RUN AHEAD OF MVBRFND AND MVBWAIT.
      *
      * CONTROL CARD: TERM/YEAR COLS 1-5, 'PREVIEW' OR 'CONFIRM'
      * COLS 7-13, BALANCE THRESHOLD COLS 15-21 (99999V99, DEFAULT
      * 100.00), GRACE DAYS COLS 23-25 (DEFAULT 0).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT TERMCAL ASSIGN TO TERMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERMCAL-TERM-YEAR
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT ACCTBAL ASSIGN TO ACCTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTBAL-STUDENT-NO
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT PLANFLE ASSIGN TO PLANFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLANFLE-KEY
               FILE STATUS IS WS-PLANFLE-STATUS.

           SELECT DROPFLE ASSIGN TO DROPFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DROPFLE-KEY
               FILE STATUS IS WS-DROPFLE-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT NOTFFILE ASSIGN TO NOTFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTFFILE-KEY
               FILE STATUS IS WS-NOTFFILE-STATUS.

           SELECT LOADCTL ASSIGN TO LOADCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOADCTL-RUN-ID
               FILE STATUS IS WS-LOADCTL-STATUS.

           SELECT DEREG-RPT ASSIGN TO DRGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-TERM-YEAR             PIC X(5).
           05  FILLER                   PIC X(1).
           05  CC-MODE                  PIC X(7).
           05  FILLER                   PIC X(1).
           05  CC-THRESHOLD             PIC X(7).
           05  CC-THRESHOLD-N REDEFINES CC-THRESHOLD
                                        PIC 9(5)V99.
           05  FILLER                   PIC X(1).
           05  CC-GRACE-DAYS            PIC X(3).
           05  FILLER                   PIC X(55).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  PLANFLE
           RECORD CONTAINS 250 CHARACTERS.
       COPY 'PLANRECC'.

       FD  DROPFLE
           RECORD CONTAINS 43 CHARACTERS.
       COPY 'DROPRECC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  NOTFFILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'NOTFRECC'.

       FD  LOADCTL
           RECORD CONTAINS 20 CHARACTERS.
       COPY 'LOADCTLC'.

       FD  DEREG-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DRGRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-ACCTBAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTBAL-OK                           VALUE '00'.

       01  WS-PLANFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-PLANFLE-OK                           VALUE '00'.

       01  WS-DROPFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-DROPFLE-OK                           VALUE '00'.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                          VALUE '00'.

       01  WS-NOTFFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-NOTFFILE-OK                          VALUE '00'.

       01  WS-LOADCTL-STATUS           PIC XX          VALUE SPACES.
           88  WS-LOADCTL-OK                           VALUE '00'.
           88  WS-LOADCTL-NOTFND                       VALUE '23'.

       01  WS-RUN-ID                   PIC X(8)        VALUE 'MVBDREG'.
       01  WS-SKIP-COUNT               PIC 9(7)        VALUE ZERO.
       01  WS-CHECKPOINT-COUNT         PIC 9(7)        VALUE ZERO.

      * Run settings off the control card.
       01  WS-DEREG-TERM               PIC X(5)        VALUE SPACES.
       01  WS-MODE                     PIC X(7)        VALUE SPACES.
           88  WS-PREVIEW                              VALUE 'PREVIEW'.
           88  WS-CONFIRMED                            VALUE 'CONFIRM'.
       01  WS-THRESHOLD                PIC 9(5)V99     VALUE 100.00.
       01  WS-GRACE-DAYS               PIC 9(3)        VALUE ZERO.

      * 0CYYDDD split for the crude day arithmetic.
       01  WS-DATE-DIGITS              PIC 9(7).
       01  WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05  FILLER                   PIC 99.
           05  WS-DP-YY                 PIC 99.
           05  WS-DP-DDD                PIC 999.

       01  WS-TODAY-DAYS               PIC 9(7)        VALUE ZERO.
       01  WS-DUE-DAYS                 PIC 9(7)        VALUE ZERO.

      * The student's slots, worked by subscript - the same shape
      * MVPRGU walks its old course entries in.
       01  WS-COURSE-TABLE.
           05  WS-COURSE-ENTRY          PIC X(8)   OCCURS 7.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
           05  WS-SLOT-COUNT            PIC 9(01)      VALUE ZERO.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-OWING-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-PLAN-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-SPONSOR-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-DEREG-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-SEAT-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-NOTIFY-COUNT          PIC 9(07)      VALUE ZERO.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-ACCEPT-TIME              PIC 9(8).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBDREG'.
           05  FILLER                   PIC X(36)  VALUE
               'DEREGISTRATION FOR NON-PAYMENT'.
           05  FILLER                   PIC X(6)   VALUE 'TERM '.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-H1-MODE               PIC X(20).
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(15)  VALUE
               '      BALANCE'.
           05  FILLER                   PIC X(65)  VALUE
               'COURSES RELEASED'.
           05  FILLER                   PIC X(20)  VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-BALANCE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-COURSE-GRP                    OCCURS 7.
               10  WS-DL-COURSE         PIC X(8).
               10  FILLER               PIC X(1).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NOTE               PIC X(20).

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'STUDENTS DEREGISTERED:      '.
           05  WS-TL-DEREG              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'SEATS RELEASED:             '.
           05  WS-TL-SEATS              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'OWING, ON A PAYMENT PLAN:   '.
           05  WS-TL-PLAN               PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'OWING, SPONSOR COVERED:     '.
           05  WS-TL-SPONSOR            PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   DISPLAY 'MVBDREG - NO CONTROL CARD - ENDING'
                   CLOSE CONTROL-CARD
                   STOP RUN
           END-READ.
           CLOSE CONTROL-CARD.

           MOVE CC-TERM-YEAR TO WS-DEREG-TERM.
           MOVE CC-MODE TO WS-MODE.

           IF WS-DEREG-TERM = SPACES
                   OR NOT (WS-PREVIEW OR WS-CONFIRMED)
               DISPLAY 'MVBDREG - CARD NEEDS A TERM AND PREVIEW OR '
                   'CONFIRM'
               STOP RUN
           END-IF.

           IF CC-THRESHOLD IS NUMERIC
               MOVE CC-THRESHOLD-N TO WS-THRESHOLD
           END-IF.

           IF CC-GRACE-DAYS IS NUMERIC
               MOVE CC-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.

           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           DISPLAY 'MVBDREG - TERM ' WS-DEREG-TERM ' ' WS-MODE
               ' THRESHOLD ' WS-THRESHOLD ' GRACE DAYS '
               WS-GRACE-DAYS.

           PERFORM 020-CHECK-DEADLINE.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           OPEN I-O STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBDREG - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ACCTBAL.
           IF NOT WS-ACCTBAL-OK
               DISPLAY 'MVBDREG - ACCTBAL OPEN FAILED, STATUS '
                   WS-ACCTBAL-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT PLANFLE.
           OPEN I-O DROPFLE.
           OPEN I-O AUDITLOG.
           OPEN I-O NOTFFILE.
           OPEN I-O LOADCTL.
           OPEN OUTPUT DEREG-RPT.

           IF WS-CONFIRMED
               PERFORM 110-GET-CHECKPOINT
           END-IF.

           MOVE WS-DEREG-TERM TO WS-H1-TERM-YEAR.
           IF WS-PREVIEW
               MOVE 'PREVIEW - NO UPDATES' TO WS-H1-MODE
           ELSE
               MOVE 'DEREGISTRATION RUN' TO WS-H1-MODE
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.
           MOVE SPACES TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.
           MOVE WS-HEADING-2 TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.
           MOVE SPACES TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.

           PERFORM 100-READ-STUFILE.
           PERFORM 200-ONE-STUDENT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           IF WS-CONFIRMED
               PERFORM 120-MARK-CHECKPOINT-COMPLETE
           END-IF.

           MOVE SPACES TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.
           MOVE WS-DEREG-COUNT TO WS-TL-DEREG.
           MOVE WS-TRAILER-LINE TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.
           MOVE WS-SEAT-COUNT TO WS-TL-SEATS.
           MOVE WS-TRAILER-LINE-2 TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.
           MOVE WS-PLAN-COUNT TO WS-TL-PLAN.
           MOVE WS-TRAILER-LINE-3 TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.
           MOVE WS-SPONSOR-COUNT TO WS-TL-SPONSOR.
           MOVE WS-TRAILER-LINE-4 TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.

           CLOSE STUFILE.
           CLOSE ACCTBAL.
           CLOSE PLANFLE.
           CLOSE DROPFLE.
           CLOSE AUDITLOG.
           CLOSE NOTFFILE.
           CLOSE LOADCTL.
           CLOSE DEREG-RPT.

           DISPLAY 'MVBDREG - STUDENTS READ:     ' WS-READ-COUNT.
           DISPLAY 'MVBDREG - OVER THRESHOLD:    ' WS-OWING-COUNT.
           DISPLAY 'MVBDREG - ON PAYMENT PLAN:   ' WS-PLAN-COUNT.
           DISPLAY 'MVBDREG - SPONSOR COVERED:   ' WS-SPONSOR-COUNT.
           DISPLAY 'MVBDREG - DEREGISTERED:      ' WS-DEREG-COUNT.
           DISPLAY 'MVBDREG - SEATS RELEASED:    ' WS-SEAT-COUNT.
           DISPLAY 'MVBDREG - NOTIFICATIONS:     ' WS-NOTIFY-COUNT.

           STOP RUN.

      * The term's fee deadline off TERMCAL.  A preview may run any
      * time; the real run refuses until the deadline and the grace
      * days are behind us.
       020-CHECK-DEADLINE.
           OPEN INPUT TERMCAL.
           MOVE WS-DEREG-TERM TO TERMCAL-TERM-YEAR.

           READ TERMCAL RECORD.

           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBDREG - TERM ' WS-DEREG-TERM
                   ' NOT ON TERMCAL - ENDING'
               CLOSE TERMCAL
               STOP RUN
           END-IF.

           CLOSE TERMCAL.

           IF TERMCAL-FEE-DUE-DATE NOT NUMERIC
                   OR TERMCAL-FEE-DUE-DATE = ZERO
               DISPLAY 'MVBDREG - TERM ' WS-DEREG-TERM
                   ' HAS NO FEE DUE DATE ON TERMCAL - ENDING'
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-TODAY-DAYS = WS-DP-YY * 365 + WS-DP-DDD.
           MOVE TERMCAL-FEE-DUE-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-DUE-DAYS = WS-DP-YY * 365 + WS-DP-DDD.

           IF WS-CONFIRMED
                   AND WS-TODAY-DAYS NOT > WS-DUE-DAYS + WS-GRACE-DAYS
               DISPLAY 'MVBDREG - FEE DEADLINE ' TERMCAL-FEE-DUE-DATE
                   ' PLUS GRACE HAS NOT PASSED - ENDING'
               STOP RUN
           END-IF.

      * Checkpointing as MVBCANC does - this job rewrites the
      * master, so a rerun after an abend resumes where it died.
       110-GET-CHECKPOINT.
           MOVE WS-RUN-ID TO LOADCTL-RUN-ID.

           READ LOADCTL RECORD.

           IF WS-LOADCTL-NOTFND
               MOVE ZERO TO LOADCTL-RECORDS-PROCESSED
               MOVE SPACES TO LOADCTL-LAST-STUDENT-NO
               SET LOADCTL-IN-PROGRESS TO TRUE
               MOVE WS-RUN-ID TO LOADCTL-RUN-ID
               WRITE LOADCTL-RECORD
               MOVE ZERO TO WS-SKIP-COUNT
           ELSE IF LOADCTL-COMPLETE
               MOVE ZERO TO LOADCTL-RECORDS-PROCESSED
               MOVE SPACES TO LOADCTL-LAST-STUDENT-NO
               SET LOADCTL-IN-PROGRESS TO TRUE
               REWRITE LOADCTL-RECORD
               MOVE ZERO TO WS-SKIP-COUNT
           ELSE
               MOVE LOADCTL-RECORDS-PROCESSED TO WS-SKIP-COUNT
               DISPLAY 'MVBDREG - RESUMING AFTER RECORD '
                   WS-SKIP-COUNT
           END-IF.

       120-MARK-CHECKPOINT-COMPLETE.
           SET LOADCTL-COMPLETE TO TRUE.
           REWRITE LOADCTL-RECORD.

       130-ADVANCE-CHECKPOINT.
           MOVE WS-READ-COUNT TO WS-CHECKPOINT-COUNT.
           MOVE WS-CHECKPOINT-COUNT TO LOADCTL-RECORDS-PROCESSED.
           MOVE STUFILE-STUDENT-NO TO LOADCTL-LAST-STUDENT-NO.
           REWRITE LOADCTL-RECORD.

       100-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

      * One student.  Only an active student registered in the term
      * with a slot still held and owing over the threshold is a
      * candidate; a current plan or a sponsor keeps them seated.
       200-ONE-STUDENT.
           IF WS-READ-COUNT NOT > WS-SKIP-COUNT
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           IF NOT STUFILE-ST-ACTIVE
                   OR STUFILE-TERM-YEAR NOT = WS-DEREG-TERM
                   OR STUFILE-COURSES = SPACES
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           MOVE STUFILE-STUDENT-NO TO ACCTBAL-STUDENT-NO.

           READ ACCTBAL RECORD.

           IF NOT WS-ACCTBAL-OK
                   OR ACCTBAL-BALANCE NOT > WS-THRESHOLD
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-OWING-COUNT.

           IF STUFILE-SPONSOR-ID NOT = SPACES
                   AND STUFILE-SPONSOR-PCT NUMERIC
                   AND STUFILE-SPONSOR-PCT > ZERO
               ADD 1 TO WS-SPONSOR-COUNT
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           MOVE STUFILE-STUDENT-NO TO PLANFLE-STUDENT-NO.
           MOVE WS-DEREG-TERM TO PLANFLE-TERM-YEAR.

           READ PLANFLE RECORD.

           IF WS-PLANFLE-OK AND PLANFLE-CURRENT
               ADD 1 TO WS-PLAN-COUNT
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           MOVE STUFILE-RECORD TO AUDIT-BEFORE-IMAGE.
           MOVE STUFILE-COURSES TO WS-COURSE-TABLE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ZERO TO WS-SLOT-COUNT.

           PERFORM 300-RELEASE-ONE-SLOT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 7.

           IF WS-CONFIRMED
               MOVE WS-COURSE-TABLE TO STUFILE-COURSES
               MOVE WS-RUN-DATE TO STUFILE-LAST-UPDATED-DATE
               MOVE WS-RUN-TIME TO STUFILE-LAST-UPDATED-TIME
               REWRITE STUFILE-RECORD
               IF NOT WS-STUFILE-OK
                   DISPLAY 'MVBDREG - STUFILE REWRITE FAILED, STATUS '
                       WS-STUFILE-STATUS ' FOR ' STUFILE-STUDENT-NO
               END-IF
               PERFORM 400-WRITE-AUDIT-REC
               PERFORM 440-QUEUE-NOTIFICATION
               PERFORM 130-ADVANCE-CHECKPOINT
           END-IF.

           ADD 1 TO WS-DEREG-COUNT.
           PERFORM 460-PRINT-DEREG-LINE.

           PERFORM 100-READ-STUFILE.

       200-EXIT.
           EXIT.

      * One slot, released as MVPRGU's 958-RELEASE-ONE-SLOT does -
      * the seat back on the catalog row (and the section row when
      * the student sat in one) and a DROPFLE entry, here with the
      * financial reason.  A preview only lists the course.
       300-RELEASE-ONE-SLOT.
           IF WS-COURSE-ENTRY (WS-COURSE-SUB) NOT = SPACES
               ADD 1 TO WS-SLOT-COUNT
               MOVE WS-COURSE-ENTRY (WS-COURSE-SUB)
                   TO WS-DL-COURSE (WS-SLOT-COUNT)
               IF WS-CONFIRMED
                   PERFORM 320-RELEASE-SEAT
                   PERFORM 340-WRITE-DROP-REC
                   MOVE SPACES TO WS-COURSE-ENTRY (WS-COURSE-SUB)
                   MOVE SPACES TO STUFILE-SECTION (WS-COURSE-SUB)
                   ADD 1 TO WS-SEAT-COUNT
               END-IF
           END-IF.

      * Same release MVPRGCC makes for a 'D' - no ACTIVE_FLAG test,
      * so a seat on a deactivated course still comes back.
       320-RELEASE-SEAT.
           MOVE WS-COURSE-ENTRY (WS-COURSE-SUB) TO SQL-COURSE-CODE.

           EXEC SQL UPDATE BILLM.COURSE_CODES
                      SET SEATS_TAKEN = SEATS_TAKEN - 1
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
           END-EXEC.

           IF STUFILE-SECTION (WS-COURSE-SUB) NOT = SPACES
               MOVE STUFILE-SECTION (WS-COURSE-SUB) TO SQL-SECTION-NO
               EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                          SET SEATS_TAKEN = SEATS_TAKEN - 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
                            AND SECTION_NO = :SQL-SECTION-NO
               END-EXEC
           END-IF.

       340-WRITE-DROP-REC.
           MOVE STUFILE-STUDENT-NO TO DROPFLE-STUDENT-NO.
           MOVE WS-RUN-DATE TO DROPFLE-DATE.
           MOVE WS-RUN-TIME TO DROPFLE-TIME.
           MOVE WS-COURSE-ENTRY (WS-COURSE-SUB) TO DROPFLE-COURSE.
           MOVE STUFILE-TERM-YEAR TO DROPFLE-TERM-YEAR.
           SET DROPFLE-RSN-FINANCIAL TO TRUE.
           MOVE 'MVBDREG ' TO DROPFLE-OPERATOR-ID.

           WRITE DROPFLE-RECORD.

           IF NOT WS-DROPFLE-OK
               DISPLAY 'MVBDREG - DROPFLE WRITE FAILED, STATUS '
                   WS-DROPFLE-STATUS ' FOR ' STUFILE-STUDENT-NO
                   ' ' DROPFLE-COURSE
           END-IF.

       400-WRITE-AUDIT-REC.
           MOVE STUFILE-STUDENT-NO TO AUDIT-STUDENT-NO.
           MOVE WS-RUN-DATE TO AUDIT-DATE.
           MOVE WS-RUN-TIME TO AUDIT-TIME.
           MOVE 'U' TO AUDIT-ACTION.
           MOVE 'BTCH' TO AUDIT-TERMID.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.

           MOVE 'MVBDREG' TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.

      * Deregistration notice, carrying the term - the same consent
      * rule every other notification writer applies.
       440-QUEUE-NOTIFICATION.
           IF STUFILE-EMAIL NOT = SPACES AND STUFILE-EMAIL-OK
                   AND NOT STUFILE-EMAIL-BOUNCED
               MOVE STUFILE-STUDENT-NO TO NOTFFILE-STUDENT-NO
               MOVE WS-RUN-DATE TO NOTFFILE-DATE
               MOVE WS-RUN-TIME TO NOTFFILE-TIME
               MOVE 'DR' TO NOTFFILE-EVENT
               MOVE WS-DEREG-TERM TO NOTFFILE-COURSE
               MOVE STUFILE-EMAIL TO NOTFFILE-EMAIL

               WRITE NOTFFILE-RECORD

               IF WS-NOTFFILE-OK
                   ADD 1 TO WS-NOTIFY-COUNT
               END-IF
           END-IF.

       460-PRINT-DEREG-LINE.
           MOVE STUFILE-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE STUFILE-NAME TO WS-DL-NAME.
           MOVE ACCTBAL-BALANCE TO WS-DL-BALANCE.
           IF WS-PREVIEW
               MOVE 'PREVIEW ONLY' TO WS-DL-NOTE
           ELSE IF STUFILE-EMAIL NOT = SPACES AND STUFILE-EMAIL-OK
                   AND NOT STUFILE-EMAIL-BOUNCED
               MOVE 'NOTIFIED BY EMAIL' TO WS-DL-NOTE
           ELSE
               MOVE 'NO EMAIL - WRITE' TO WS-DL-NOTE
           END-IF.
           MOVE WS-DETAIL-LINE TO DRGRPT-LINE.
           WRITE DRGRPT-LINE.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBDREG - SQL ERROR: ' WS-SQL-CODE.
           STOP RUN.
