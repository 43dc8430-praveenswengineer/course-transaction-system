       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBLMS.
       AUTHOR.        M VALDRON.

      * NIGHTLY LEARNING MANAGEMENT SYSTEM ENROLLMENT FEED.  THE LMS
      * USED TO GET ITS CLASS LISTS FROM A SPREADSHEET THE REGISTRAR
      * EXPORTED WEEKLY, SO A STUDENT WHO ADDED A COURSE WAITED DAYS
      * FOR THE COURSE MATERIAL AND A DROPPED ONE KEPT ACCESS.  THIS
      * JOB CUTS LMSFEED (COPY LMSFEEDC) EVERY NIGHT:
      *
      *   - INSTRUCTORS.  THE CATALOG (BILLM.COURSE_CODES AND
      *     COURSE_SECTIONS, MAINTAINED ON MVPRGCM) KEEPS NO HISTORY,
      *     SO EVERY COURSE ROW AND SECTION IS COMPARED AGAINST
      *     LMSSECT, THE INSTRUCTORS AS LAST SENT.  A NEW ROW OR A
      *     CHANGED INSTRUCTOR GOES OUT AS AN I DETAIL AND LMSSECT IS
      *     BROUGHT UP TO DATE.  THE SECTION'S INSTRUCTOR FALLS BACK
      *     TO THE COURSE ROW'S WHERE THE SECTION LEAVES IT BLANK, AS
      *     MVBTCH AND MVBGCHS DO.
      *
      *   - DELTA NIGHT.  EVERY AUDITLOG ENTRY STAMPED WITH THE
      *     BUSINESS DATE IS COMPARED BEFORE IMAGE AGAINST AFTER
      *     IMAGE, SLOT BY SLOT: A COURSE GONE IS A DROP (WITH THE
      *     DROPFLE REASON CUT UNDER THE SAME STAMP), A COURSE NEW
      *     IS AN ADD (MVPRGW AS THE SOURCE ON A WAITLIST
      *     CONFIRMATION), THE SAME COURSE UNDER ANOTHER SECTION IS A
      *     SECTION CHANGE, AND A STATUS CHANGE TO WITHDRAWN OR
      *     SUSPENDED - OR BACK TO ACTIVE - GOES OUT ONCE FOR EVERY
      *     SECTION THE STUDENT HOLDS.  ENTRIES THAT CHANGE NOTHING,
      *     OPERATOR-FILE AND CONSOLE ENTRIES, AND THE ROLLOVER'S
      *     CHANGE OF TERM ARE PASSED OVER - THE TERM-START REFRESH
      *     COVERS THE NEW TERM.
      *
      *   - FULL-REFRESH NIGHT.  WHEN A TERMCAL TERM STARTS ON THE
      *     BUSINESS DATE (MVBROLL HAS ROLLED THE NIGHT BEFORE), OR
      *     ON DEMAND OFF THE SYSIN CARD, EVERY ACTIVE STUDENT'S
      *     ENROLLMENTS GO OUT AS E DETAILS AND EVERY COURSE ROW AND
      *     SECTION AS AN I DETAIL, AND THE LMS REPLACES ITS LISTS.
      *
      * EVERY ENROLLMENT DETAIL CARRIES THE STUDENT'S EMAIL AND THE
      * SECTION'S INSTRUCTOR.  LMSRPT LISTS WHAT THE LMS CANNOT ACT
      * ON - ENROLLMENTS WITH NO EMAIL ON FILE AND INSTRUCTORS NOT
      * ON INSTFILE - AND COUNTS THE DETAILS BY ACTION.  THE LMS'S
      * ACKNOWLEDGMENTS ARE RECONCILED NEXT DAY BY MVBLMSA.  THE RUN
      * IS POSTED TO CYCCTL (NO PREDECESSOR).
      *
      * SYSIN CARD (OPTIONAL): F IN COL 1 FORCES A FULL REFRESH;
      * TERM 3, YEAR 4-7 LIMITS IT TO STUDENTS IN THAT TERM (BLANK
      * TAKES THE TERM STARTING TODAY, OR EVERY ACTIVE STUDENT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERMCAL ASSIGN TO TERMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TERMCAL-TERM-YEAR
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT DROPFLE ASSIGN TO DROPFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DROPFLE-KEY
               FILE STATUS IS WS-DROPFLE-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT LMSSECT ASSIGN TO LMSSECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LMSSECT-KEY
               FILE STATUS IS WS-LMSSECT-STATUS.

           SELECT INSTFILE ASSIGN TO INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INSTFILE-ID
               FILE STATUS IS WS-INSTFILE-STATUS.

           SELECT LMSFEED ASSIGN TO LMSFEED
               ORGANIZATION IS SEQUENTIAL.

           SELECT LMS-RPT ASSIGN TO LMSRPT
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
           05  PC-TERM                  PIC X(1).
           05  PC-YEAR                  PIC X(4).
           05  FILLER                   PIC X(73).

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  DROPFLE
           RECORD CONTAINS 43 CHARACTERS.
       COPY 'DROPRECC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  LMSSECT
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'LMSSECTC'.

       FD  INSTFILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY 'INSTRECC'.

       FD  LMSFEED
           RECORD CONTAINS 150 CHARACTERS.
       COPY 'LMSFEEDC'.

       FD  LMS-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  LMS-RPT-LINE                PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - the feed carries whatever the day changed,
      * so the job needs no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBLMS'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                          VALUE '00'.

       01  WS-DROPFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-DROPFLE-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-LMSSECT-STATUS           PIC XX          VALUE SPACES.
           88  WS-LMSSECT-OK                           VALUE '00'.
           88  WS-LMSSECT-NOTFND                       VALUE '23'.

       01  WS-INSTFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-INSTFILE-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-MODE-SWITCH           PIC X          VALUE 'D'.
               88  WS-FULL-REFRESH                      VALUE 'F'.
           05  WS-FOUND-SWITCH          PIC X          VALUE 'N'.
               88  WS-SLOT-FOUND                        VALUE 'Y'.
           05  WS-SQL-END-SWITCH        PIC X          VALUE 'N'.
               88  WS-SQL-END                           VALUE 'Y'.

       01  WS-REFRESH-TERM             PIC X(5)        VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ            PIC 9(07)      VALUE ZERO.
           05  WS-AUDIT-WORKED          PIC 9(07)      VALUE ZERO.
           05  WS-ROLLOVER-SKIPPED      PIC 9(07)      VALUE ZERO.
           05  WS-STUDENTS-READ         PIC 9(07)      VALUE ZERO.
           05  WS-SECTIONS-READ         PIC 9(07)      VALUE ZERO.
           05  WS-ADD-COUNT             PIC 9(07)      VALUE ZERO.
           05  WS-DROP-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-CHANGE-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-OFF-COUNT             PIC 9(07)      VALUE ZERO.
           05  WS-REINSTATE-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-ENROLLED-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-INSTRUCTOR-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-NO-EMAIL-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-NO-INST-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-DETAIL-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-FEED-RECORDS          PIC 9(07)      VALUE ZERO.

      * The two record images one journal entry is read as - spaces
      * for the missing side of an add or a delete.  Course slot n
      * sits at 23 + 8n and its section at 268 + 2n, the STUFILEC
      * positions; the term at 164, the status at 183, the name at
      * 11 and the email at 229.
       01  WS-BEFORE-IMAGE             PIC X(302)      VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(302)      VALUE SPACES.

       01  WS-OLD-STATUS               PIC X           VALUE SPACE.
           88  WS-OLD-INACTIVE                         VALUE 'W' 'S'.
       01  WS-NEW-STATUS               PIC X           VALUE SPACE.
           88  WS-NEW-INACTIVE                         VALUE 'W' 'S'.

       01  WS-SLOT-SUB                 PIC 9           VALUE ZERO.
       01  WS-SCAN-SUB                 PIC 9           VALUE ZERO.
       01  WS-WORK-COURSE              PIC X(8)        VALUE SPACES.
       01  WS-WORK-SECTION             PIC X(2)        VALUE SPACES.
       01  WS-FOUND-SECTION            PIC X(2)        VALUE SPACES.

      * What the next enrollment detail is about - set by the caller
      * ahead of 500-SEND-ENROLLMENT.
       01  WS-SEND-FIELDS.
           05  WS-SEND-ACTION           PIC X.
               88  WS-SEND-ADD                          VALUE 'A'.
               88  WS-SEND-DROP                         VALUE 'D'.
               88  WS-SEND-SECT-CHANGE                  VALUE 'X'.
               88  WS-SEND-ACCESS-OFF                   VALUE 'W' 'S'.
               88  WS-SEND-REINSTATED                   VALUE 'R'.
               88  WS-SEND-ENROLLED                     VALUE 'E'.
           05  WS-SEND-STUDENT-NO       PIC X(7).
           05  WS-SEND-NAME             PIC X(20).
           05  WS-SEND-EMAIL            PIC X(40).
           05  WS-SEND-TERM-YEAR        PIC X(5).
           05  WS-SEND-OLD-SECTION      PIC X(2).
           05  WS-SEND-DATE             PIC 9(7).
           05  WS-SEND-TIME             PIC 9(7).
           05  WS-SEND-SOURCE           PIC X(8).
           05  WS-SEND-REASON           PIC X.

       01  WS-FOUND-INSTRUCTOR         PIC X(5)        VALUE SPACES.
       01  WS-FOUND-INST-NAME          PIC X(20)       VALUE SPACES.
       01  WS-OLD-INSTRUCTOR           PIC X(5)        VALUE SPACES.

       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBLMS'.
           05  FILLER                   PIC X(36)  VALUE
               'LMS ENROLLMENT FEED - DATE'.
           05  WS-H1-DATE               PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-H1-MODE               PIC X(40).

       01  WS-FULL-MODE-NOTE.
           05  FILLER                   PIC X(19)  VALUE
               'FULL REFRESH, TERM '.
           05  WS-FM-TERM               PIC X(5).
           05  FILLER                   PIC X(16)  VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(11)  VALUE 'COURSE'.
           05  FILLER                   PIC X(8)   VALUE 'ACTION'.
           05  FILLER                   PIC X(8)   VALUE 'INSTR'.
           05  FILLER                   PIC X(40)  VALUE 'PROBLEM'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-COURSE             PIC X(8).
           05  WS-DL-SECTION            PIC X(3).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-INSTRUCTOR         PIC X(5).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-PROBLEM            PIC X(40).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).
           01 SQL-INSTRUCTOR-ID         PIC X(5).

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.
           PERFORM 010-READ-PARM-CARD.
           PERFORM 020-CHECK-TERM-START THRU 020-EXIT.

           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           OPEN I-O LMSSECT.
           IF NOT WS-LMSSECT-OK
               DISPLAY 'MVBLMS - LMSSECT OPEN FAILED, STATUS '
                   WS-LMSSECT-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT INSTFILE.
           OPEN OUTPUT LMSFEED.
           OPEN OUTPUT LMS-RPT.

           MOVE SPACES TO LMSFEED-RECORD.
           SET LMSFEED-HEADER TO TRUE.
           MOVE ZERO TO LMSFEED-SEQ.
           MOVE WS-CYC-BUS-DATE TO LMSFEED-RUN-DATE.
           MOVE WS-RUN-TIME TO LMSFEED-RUN-TIME.
           MOVE WS-MODE-SWITCH TO LMSFEED-MODE.
           MOVE WS-REFRESH-TERM TO LMSFEED-REFRESH-TERM.
           PERFORM 700-WRITE-FEED.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           IF WS-FULL-REFRESH
               MOVE WS-REFRESH-TERM TO WS-FM-TERM
               IF WS-REFRESH-TERM = SPACES
                   MOVE 'ALL' TO WS-FM-TERM
               END-IF
               MOVE WS-FULL-MODE-NOTE TO WS-H1-MODE
           ELSE
               MOVE 'CHANGES ONLY' TO WS-H1-MODE
           END-IF.
           MOVE WS-HEADING-1 TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.
           MOVE SPACES TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.
           MOVE WS-HEADING-2 TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.
           MOVE SPACES TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.

           PERFORM 200-INSTRUCTOR-PASS.

           IF WS-FULL-REFRESH
               PERFORM 400-FULL-REFRESH
           ELSE
               PERFORM 300-DELTA-PASS
           END-IF.

           MOVE SPACES TO LMSFEED-RECORD.
           SET LMSFEED-TRAILER TO TRUE.
           MOVE ZERO TO LMSFEED-SEQ.
           MOVE WS-DETAIL-COUNT TO LMSFEED-DETAIL-COUNT.
           COMPUTE LMSFEED-RECORD-COUNT = WS-FEED-RECORDS + 1.
           PERFORM 700-WRITE-FEED.

           PERFORM 950-PRINT-TRAILER.

           CLOSE LMSSECT.
           CLOSE INSTFILE.
           CLOSE LMSFEED.
           CLOSE LMS-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBLMS - MODE:              ' WS-MODE-SWITCH.
           DISPLAY 'MVBLMS - DETAILS SENT:      ' WS-DETAIL-COUNT.
           DISPLAY 'MVBLMS - INSTRUCTOR ROWS:   ' WS-INSTRUCTOR-COUNT.
           DISPLAY 'MVBLMS - NO EMAIL ON FILE:  ' WS-NO-EMAIL-COUNT.

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
                   IF PC-TERM NOT = SPACE
                       MOVE PC-TERM TO WS-REFRESH-TERM (1:1)
                       MOVE PC-YEAR TO WS-REFRESH-TERM (2:4)
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

      * A term starting on the business date makes tonight a full
      * refresh of that term - the rollover ran the night before.
       020-CHECK-TERM-START.
           OPEN INPUT TERMCAL.
           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBLMS - TERMCAL OPEN FAILED, STATUS '
                   WS-TERMCAL-STATUS ' - NO TERM-START CHECK'
               GO TO 020-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 025-CHECK-ONE-TERM
               UNTIL WS-END-OF-FILE.

           CLOSE TERMCAL.

       020-EXIT.
           EXIT.

       025-CHECK-ONE-TERM.
           READ TERMCAL NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
                   AND TERMCAL-START-DATE = WS-CYC-BUS-DATE
               SET WS-FULL-REFRESH TO TRUE
               IF WS-REFRESH-TERM = SPACES
                   MOVE TERMCAL-TERM-YEAR TO WS-REFRESH-TERM
               END-IF
           END-IF.

      * Every catalog course row and section against LMSSECT.  A
      * change of instructor is sent and recorded; on a full refresh
      * every row is sent.
       200-INSTRUCTOR-PASS.
           EXEC SQL DECLARE LMSCUR CURSOR FOR
                    SELECT C.COURSE_CODE, '  ' AS SECTION_NO,
                           C.INSTRUCTOR_ID
                      FROM BILLM.COURSE_CODES C
                    UNION ALL
                    SELECT S.COURSE_CODE, S.SECTION_NO,
                           CASE WHEN S.INSTRUCTOR_ID <> '     '
                                THEN S.INSTRUCTOR_ID
                                ELSE C.INSTRUCTOR_ID END
                      FROM BILLM.COURSE_SECTIONS S,
                           BILLM.COURSE_CODES C
                      WHERE S.COURSE_CODE = C.COURSE_CODE
                      ORDER BY 1, 2
           END-EXEC.

           EXEC SQL OPEN LMSCUR END-EXEC.

           MOVE 'N' TO WS-SQL-END-SWITCH.
           PERFORM 210-ONE-CATALOG-ROW THRU 210-EXIT
               UNTIL WS-SQL-END.

           EXEC SQL CLOSE LMSCUR END-EXEC.

       210-ONE-CATALOG-ROW.
           EXEC SQL FETCH LMSCUR
                      INTO :SQL-COURSE-CODE, :SQL-SECTION-NO,
                           :SQL-INSTRUCTOR-ID
           END-EXEC.

           IF SQLCODE = 100
               SET WS-SQL-END TO TRUE
               GO TO 210-EXIT
           END-IF.

           ADD 1 TO WS-SECTIONS-READ.

           MOVE SQL-COURSE-CODE TO LMSSECT-COURSE.
           MOVE SQL-SECTION-NO TO LMSSECT-SECTION.
           READ LMSSECT RECORD.

           IF WS-LMSSECT-NOTFND
               MOVE SPACES TO LMSSECT-RECORD
               MOVE SQL-COURSE-CODE TO LMSSECT-COURSE
               MOVE SQL-SECTION-NO TO LMSSECT-SECTION
               MOVE SQL-INSTRUCTOR-ID TO LMSSECT-INSTRUCTOR-ID
               MOVE WS-CYC-BUS-DATE TO LMSSECT-CHANGED-DATE
               MOVE WS-CYC-BUS-DATE TO LMSSECT-SEEN-DATE
               WRITE LMSSECT-RECORD
               MOVE SPACES TO WS-OLD-INSTRUCTOR
               IF WS-FULL-REFRESH OR SQL-INSTRUCTOR-ID NOT = SPACES
                   PERFORM 600-SEND-INSTRUCTOR
               END-IF
               GO TO 210-EXIT
           END-IF.

           MOVE LMSSECT-INSTRUCTOR-ID TO WS-OLD-INSTRUCTOR.
           MOVE WS-CYC-BUS-DATE TO LMSSECT-SEEN-DATE.

           IF SQL-INSTRUCTOR-ID NOT = LMSSECT-INSTRUCTOR-ID
               MOVE SQL-INSTRUCTOR-ID TO LMSSECT-INSTRUCTOR-ID
               MOVE WS-CYC-BUS-DATE TO LMSSECT-CHANGED-DATE
               REWRITE LMSSECT-RECORD
               PERFORM 600-SEND-INSTRUCTOR
           ELSE
               REWRITE LMSSECT-RECORD
               IF WS-FULL-REFRESH
                   MOVE SPACES TO WS-OLD-INSTRUCTOR
                   PERFORM 600-SEND-INSTRUCTOR
               END-IF
           END-IF.

       210-EXIT.
           EXIT.

      * The day's journal, entry by entry.
       300-DELTA-PASS.
           OPEN INPUT AUDITLOG.
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBLMS - AUDITLOG OPEN FAILED, STATUS '
                   WS-AUDITLOG-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT DROPFLE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 305-READ-AUDITLOG.
           PERFORM 310-WORK-ONE-ENTRY THRU 310-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE AUDITLOG.
           CLOSE DROPFLE.

       305-READ-AUDITLOG.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-AUDIT-READ
           END-IF.

       310-WORK-ONE-ENTRY.
           IF AUDIT-DATE NOT = WS-CYC-BUS-DATE
               PERFORM 305-READ-AUDITLOG
               GO TO 310-EXIT
           END-IF.

      * Operator-file entries (TERMID OADM) and console reset
      * entries (TERMID CYCC) carry no student record - skipped the
      * way MVBFRCV and MVBBAL skip them.
           IF AUDIT-TERMID = 'OADM' OR AUDIT-TERMID = 'CYCC'
               PERFORM 305-READ-AUDITLOG
               GO TO 310-EXIT
           END-IF.

           IF AUDIT-ADD
               MOVE SPACES TO WS-BEFORE-IMAGE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           END-IF.

           IF AUDIT-DELETE
               MOVE SPACES TO WS-AFTER-IMAGE
           ELSE
               MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-IMAGE
           END-IF.

           IF WS-BEFORE-IMAGE = WS-AFTER-IMAGE
               PERFORM 305-READ-AUDITLOG
               GO TO 310-EXIT
           END-IF.

           IF WS-BEFORE-IMAGE (164:5) NOT = SPACES
                   AND WS-AFTER-IMAGE (164:5) NOT = SPACES
                   AND WS-BEFORE-IMAGE (164:5)
                       NOT = WS-AFTER-IMAGE (164:5)
               ADD 1 TO WS-ROLLOVER-SKIPPED
               PERFORM 305-READ-AUDITLOG
               GO TO 310-EXIT
           END-IF.

           ADD 1 TO WS-AUDIT-WORKED.

           MOVE AUDIT-STUDENT-NO TO WS-SEND-STUDENT-NO.
           MOVE AUDIT-DATE TO WS-SEND-DATE.
           MOVE AUDIT-TIME TO WS-SEND-TIME.
           MOVE AUDIT-SOURCE-PGM TO WS-SEND-SOURCE.

           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE (11:20) TO WS-SEND-NAME
               MOVE WS-AFTER-IMAGE (229:40) TO WS-SEND-EMAIL
               MOVE WS-AFTER-IMAGE (164:5) TO WS-SEND-TERM-YEAR
           ELSE
               MOVE WS-BEFORE-IMAGE (11:20) TO WS-SEND-NAME
               MOVE WS-BEFORE-IMAGE (229:40) TO WS-SEND-EMAIL
               MOVE WS-BEFORE-IMAGE (164:5) TO WS-SEND-TERM-YEAR
           END-IF.

           PERFORM 320-CHECK-BEFORE-SLOT THRU 320-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

           PERFORM 330-CHECK-AFTER-SLOT THRU 330-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

      * Status - a delete has no after status, and a student added
      * already withdrawn was never on a class list.
           MOVE WS-BEFORE-IMAGE (183:1) TO WS-OLD-STATUS.
           MOVE WS-AFTER-IMAGE (183:1) TO WS-NEW-STATUS.

           IF WS-AFTER-IMAGE NOT = SPACES
                   AND WS-BEFORE-IMAGE NOT = SPACES
               IF WS-NEW-INACTIVE AND NOT WS-OLD-INACTIVE
                   MOVE WS-NEW-STATUS TO WS-SEND-ACTION
                   PERFORM 340-SEND-STATUS-SLOT
                       VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 7
               ELSE IF WS-OLD-INACTIVE AND NOT WS-NEW-INACTIVE
                   MOVE 'R' TO WS-SEND-ACTION
                   PERFORM 340-SEND-STATUS-SLOT
                       VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 7
               END-IF
           END-IF.

           PERFORM 305-READ-AUDITLOG.

       310-EXIT.
           EXIT.

      * A course held before the change - gone is a drop, under
      * another section is a section change.
       320-CHECK-BEFORE-SLOT.
           MOVE WS-BEFORE-IMAGE (23 + WS-SLOT-SUB * 8:8)
               TO WS-WORK-COURSE.
           MOVE WS-BEFORE-IMAGE (268 + WS-SLOT-SUB * 2:2)
               TO WS-WORK-SECTION.

           IF WS-WORK-COURSE = SPACES
               GO TO 320-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 360-MATCH-AFTER-SLOT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > 7 OR WS-SLOT-FOUND.

           MOVE SPACES TO WS-SEND-OLD-SECTION.
           MOVE SPACE TO WS-SEND-REASON.

           IF NOT WS-SLOT-FOUND
               MOVE 'D' TO WS-SEND-ACTION
               MOVE AUDIT-STUDENT-NO TO DROPFLE-STUDENT-NO
               MOVE AUDIT-DATE TO DROPFLE-DATE
               MOVE AUDIT-TIME TO DROPFLE-TIME
               MOVE WS-WORK-COURSE TO DROPFLE-COURSE
               READ DROPFLE RECORD
               IF WS-DROPFLE-OK
                   MOVE DROPFLE-REASON TO WS-SEND-REASON
               END-IF
               PERFORM 500-SEND-ENROLLMENT
           ELSE IF WS-FOUND-SECTION NOT = WS-WORK-SECTION
               MOVE 'X' TO WS-SEND-ACTION
               MOVE WS-WORK-SECTION TO WS-SEND-OLD-SECTION
               MOVE WS-FOUND-SECTION TO WS-WORK-SECTION
               PERFORM 500-SEND-ENROLLMENT
           END-IF.

       320-EXIT.
           EXIT.

      * A course held after the change but not before is an add.
       330-CHECK-AFTER-SLOT.
           MOVE WS-AFTER-IMAGE (23 + WS-SLOT-SUB * 8:8)
               TO WS-WORK-COURSE.
           MOVE WS-AFTER-IMAGE (268 + WS-SLOT-SUB * 2:2)
               TO WS-WORK-SECTION.

           IF WS-WORK-COURSE = SPACES
               GO TO 330-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 370-MATCH-BEFORE-SLOT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > 7 OR WS-SLOT-FOUND.

           IF NOT WS-SLOT-FOUND
               MOVE 'A' TO WS-SEND-ACTION
               MOVE SPACES TO WS-SEND-OLD-SECTION
               MOVE SPACE TO WS-SEND-REASON
               PERFORM 500-SEND-ENROLLMENT
           END-IF.

       330-EXIT.
           EXIT.

      * Every section still held, once per status change.
       340-SEND-STATUS-SLOT.
           MOVE WS-AFTER-IMAGE (23 + WS-SLOT-SUB * 8:8)
               TO WS-WORK-COURSE.
           MOVE WS-AFTER-IMAGE (268 + WS-SLOT-SUB * 2:2)
               TO WS-WORK-SECTION.

           IF WS-WORK-COURSE NOT = SPACES
               MOVE SPACES TO WS-SEND-OLD-SECTION
               MOVE SPACE TO WS-SEND-REASON
               PERFORM 500-SEND-ENROLLMENT
           END-IF.

       360-MATCH-AFTER-SLOT.
           IF WS-AFTER-IMAGE (23 + WS-SCAN-SUB * 8:8) = WS-WORK-COURSE
               SET WS-SLOT-FOUND TO TRUE
               MOVE WS-AFTER-IMAGE (268 + WS-SCAN-SUB * 2:2)
                   TO WS-FOUND-SECTION
           END-IF.

       370-MATCH-BEFORE-SLOT.
           IF WS-BEFORE-IMAGE (23 + WS-SCAN-SUB * 8:8)
                   = WS-WORK-COURSE
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

      * Every active student's enrollments - for the term being
      * refreshed when there is one.
       400-FULL-REFRESH.
           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBLMS - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 405-READ-STUFILE.
           PERFORM 410-REFRESH-ONE-STUDENT THRU 410-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE STUFILE.

       405-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-STUDENTS-READ
           END-IF.

       410-REFRESH-ONE-STUDENT.
           IF NOT STUFILE-ST-ACTIVE
               PERFORM 405-READ-STUFILE
               GO TO 410-EXIT
           END-IF.

           IF WS-REFRESH-TERM NOT = SPACES
                   AND STUFILE-TERM-YEAR NOT = WS-REFRESH-TERM
               PERFORM 405-READ-STUFILE
               GO TO 410-EXIT
           END-IF.

           MOVE STUFILE-RECORD TO WS-AFTER-IMAGE.
           MOVE STUFILE-STUDENT-NO TO WS-SEND-STUDENT-NO.
           MOVE STUFILE-NAME TO WS-SEND-NAME.
           MOVE STUFILE-EMAIL TO WS-SEND-EMAIL.
           MOVE STUFILE-TERM-YEAR TO WS-SEND-TERM-YEAR.
           MOVE WS-CYC-BUS-DATE TO WS-SEND-DATE.
           MOVE WS-RUN-TIME TO WS-SEND-TIME.
           MOVE 'MVBLMS' TO WS-SEND-SOURCE.
           MOVE 'E' TO WS-SEND-ACTION.

           PERFORM 340-SEND-STATUS-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

           PERFORM 405-READ-STUFILE.

       410-EXIT.
           EXIT.

      * One enrollment detail for WS-WORK-COURSE/SECTION, with the
      * section's instructor off LMSSECT - the course row's when the
      * section is not there.
       500-SEND-ENROLLMENT.
           MOVE WS-WORK-COURSE TO LMSSECT-COURSE.
           MOVE WS-WORK-SECTION TO LMSSECT-SECTION.
           READ LMSSECT RECORD.

           IF NOT WS-LMSSECT-OK AND WS-WORK-SECTION NOT = SPACES
               MOVE SPACES TO LMSSECT-SECTION
               READ LMSSECT RECORD
           END-IF.

           IF WS-LMSSECT-OK
               MOVE LMSSECT-INSTRUCTOR-ID TO WS-FOUND-INSTRUCTOR
           ELSE
               MOVE SPACES TO WS-FOUND-INSTRUCTOR
           END-IF.

           PERFORM 650-FIND-INSTRUCTOR-NAME.

           MOVE SPACES TO LMSFEED-RECORD.
           SET LMSFEED-DETAIL TO TRUE.
           MOVE WS-SEND-ACTION TO LMSFEED-ACTION.
           MOVE WS-SEND-TERM-YEAR TO LMSFEED-TERM-YEAR.
           MOVE WS-WORK-COURSE TO LMSFEED-COURSE.
           MOVE WS-WORK-SECTION TO LMSFEED-SECTION.
           MOVE WS-SEND-OLD-SECTION TO LMSFEED-OLD-SECTION.
           MOVE WS-SEND-STUDENT-NO TO LMSFEED-STUDENT-NO.
           MOVE WS-SEND-NAME TO LMSFEED-STUDENT-NAME.
           MOVE WS-SEND-EMAIL TO LMSFEED-EMAIL.
           MOVE WS-FOUND-INSTRUCTOR TO LMSFEED-INSTRUCTOR-ID.
           MOVE WS-FOUND-INST-NAME TO LMSFEED-INSTRUCTOR-NAME.
           MOVE WS-SEND-DATE TO LMSFEED-EFF-DATE.
           MOVE WS-SEND-TIME TO LMSFEED-EFF-TIME.
           MOVE WS-SEND-SOURCE TO LMSFEED-SOURCE-PGM.
           MOVE WS-SEND-REASON TO LMSFEED-DROP-REASON.
           PERFORM 710-WRITE-DETAIL.

           IF WS-SEND-ADD
               ADD 1 TO WS-ADD-COUNT
           ELSE IF WS-SEND-DROP
               ADD 1 TO WS-DROP-COUNT
           ELSE IF WS-SEND-SECT-CHANGE
               ADD 1 TO WS-CHANGE-COUNT
           ELSE IF WS-SEND-ACCESS-OFF
               ADD 1 TO WS-OFF-COUNT
           ELSE IF WS-SEND-REINSTATED
               ADD 1 TO WS-REINSTATE-COUNT
           ELSE IF WS-SEND-ENROLLED
               ADD 1 TO WS-ENROLLED-COUNT
           END-IF.

      * The LMS provisions the student off the email - without one
      * it cannot put them on the list.
           IF WS-SEND-EMAIL = SPACES
                   AND NOT WS-SEND-DROP
                   AND NOT WS-SEND-ACCESS-OFF
               ADD 1 TO WS-NO-EMAIL-COUNT
               MOVE 'NO EMAIL ON FILE - LMS CANNOT ENROLL'
                   TO WS-DL-PROBLEM
               PERFORM 800-LIST-PROBLEM
           END-IF.

      * One instructor detail for the catalog row just fetched.
       600-SEND-INSTRUCTOR.
           MOVE SQL-INSTRUCTOR-ID TO WS-FOUND-INSTRUCTOR.
           PERFORM 650-FIND-INSTRUCTOR-NAME.

           MOVE SPACES TO LMSFEED-RECORD.
           SET LMSFEED-DETAIL TO TRUE.
           SET LMSFEED-INSTRUCTOR TO TRUE.
           MOVE SQL-COURSE-CODE TO LMSFEED-COURSE.
           MOVE SQL-SECTION-NO TO LMSFEED-SECTION.
           MOVE WS-FOUND-INSTRUCTOR TO LMSFEED-INSTRUCTOR-ID.
           MOVE WS-FOUND-INST-NAME TO LMSFEED-INSTRUCTOR-NAME.
           MOVE WS-OLD-INSTRUCTOR TO LMSFEED-OLD-INSTRUCTOR.
           MOVE WS-CYC-BUS-DATE TO LMSFEED-EFF-DATE.
           MOVE WS-RUN-TIME TO LMSFEED-EFF-TIME.
           MOVE 'MVBLMS' TO LMSFEED-SOURCE-PGM.
           PERFORM 710-WRITE-DETAIL.

           ADD 1 TO WS-INSTRUCTOR-COUNT.

           IF WS-FOUND-INSTRUCTOR NOT = SPACES AND NOT WS-INSTFILE-OK
               ADD 1 TO WS-NO-INST-COUNT
               MOVE 'I' TO WS-SEND-ACTION
               MOVE SPACES TO WS-SEND-STUDENT-NO
               MOVE SPACES TO WS-SEND-NAME
               MOVE SQL-COURSE-CODE TO WS-WORK-COURSE
               MOVE SQL-SECTION-NO TO WS-WORK-SECTION
               MOVE 'INSTRUCTOR NOT ON INSTFILE' TO WS-DL-PROBLEM
               PERFORM 800-LIST-PROBLEM
           END-IF.

       650-FIND-INSTRUCTOR-NAME.
           MOVE SPACES TO WS-FOUND-INST-NAME.
           MOVE '00' TO WS-INSTFILE-STATUS.

           IF WS-FOUND-INSTRUCTOR NOT = SPACES
               MOVE WS-FOUND-INSTRUCTOR TO INSTFILE-ID
               READ INSTFILE RECORD
               IF WS-INSTFILE-OK
                   MOVE INSTFILE-NAME TO WS-FOUND-INST-NAME
               END-IF
           END-IF.

       700-WRITE-FEED.
           WRITE LMSFEED-RECORD.
           ADD 1 TO WS-FEED-RECORDS.

       710-WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE WS-DETAIL-COUNT TO LMSFEED-SEQ.
           PERFORM 700-WRITE-FEED.

       800-LIST-PROBLEM.
           MOVE WS-SEND-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE WS-SEND-NAME TO WS-DL-NAME.
           MOVE WS-WORK-COURSE TO WS-DL-COURSE.
           IF WS-WORK-SECTION = SPACES
               MOVE SPACES TO WS-DL-SECTION
           ELSE
               MOVE '-' TO WS-DL-SECTION (1:1)
               MOVE WS-WORK-SECTION TO WS-DL-SECTION (2:2)
           END-IF.
           MOVE WS-SEND-ACTION TO WS-DL-ACTION.
           MOVE WS-FOUND-INSTRUCTOR TO WS-DL-INSTRUCTOR.

           MOVE WS-DETAIL-LINE TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.

       950-PRINT-TRAILER.
           MOVE SPACES TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.
           MOVE 'CATALOG ROWS COMPARED:' TO WS-TL-LABEL.
           MOVE WS-SECTIONS-READ TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.
           MOVE 'INSTRUCTOR DETAILS SENT:' TO WS-TL-LABEL.
           MOVE WS-INSTRUCTOR-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.

           IF WS-FULL-REFRESH
               MOVE 'STUDENTS READ:' TO WS-TL-LABEL
               MOVE WS-STUDENTS-READ TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
               MOVE 'ENROLLMENTS SENT:' TO WS-TL-LABEL
               MOVE WS-ENROLLED-COUNT TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
           ELSE
               MOVE 'JOURNAL ENTRIES WORKED:' TO WS-TL-LABEL
               MOVE WS-AUDIT-WORKED TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
               MOVE 'ROLLOVER ENTRIES PASSED:' TO WS-TL-LABEL
               MOVE WS-ROLLOVER-SKIPPED TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
               MOVE 'ADDS SENT:' TO WS-TL-LABEL
               MOVE WS-ADD-COUNT TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
               MOVE 'DROPS SENT:' TO WS-TL-LABEL
               MOVE WS-DROP-COUNT TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
               MOVE 'SECTION CHANGES SENT:' TO WS-TL-LABEL
               MOVE WS-CHANGE-COUNT TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
               MOVE 'WITHDRAWN/SUSPENDED SENT:' TO WS-TL-LABEL
               MOVE WS-OFF-COUNT TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
               MOVE 'REINSTATEMENTS SENT:' TO WS-TL-LABEL
               MOVE WS-REINSTATE-COUNT TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO LMS-RPT-LINE
               WRITE LMS-RPT-LINE
           END-IF.

           MOVE 'NO EMAIL ON FILE:' TO WS-TL-LABEL.
           MOVE WS-NO-EMAIL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.
           MOVE 'INSTRUCTORS NOT ON INSTFILE:' TO WS-TL-LABEL.
           MOVE WS-NO-INST-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.
           MOVE 'FEED DETAILS SENT:' TO WS-TL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO LMS-RPT-LINE.
           WRITE LMS-RPT-LINE.

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
               DISPLAY 'MVBLMS - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBLMS - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBLMS - SQL ERROR: ' WS-SQL-CODE.
           STOP RUN.
