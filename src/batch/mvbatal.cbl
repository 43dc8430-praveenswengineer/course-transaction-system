       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBATAL.
       AUTHOR.        M VALDRON.

      * WEEKLY ATTENDANCE EARLY ALERT.  ONE PASS OF STUFILE: EACH
      * ACTIVE STUDENT'S ATTENDANCE FOR THEIR CURRENT TERM IS READ
      * OFF ATTNFILE (ONE BROWSE ON THE STUDENT AND TERM) AND RATED
      * PER COURSE SECTION - MEETINGS ATTENDED (PRESENT OR LATE)
      * OVER MEETINGS RECORDED, EXCUSED ABSENCES COUNTING NEITHER
      * WAY.  A STUDENT IS FLAGGED
      *   EA - BELOW THE THRESHOLD IN ONE OR MORE COURSES WITH
      *        ENOUGH MEETINGS RECORDED TO JUDGE BY, OR
      *   EM - MISSING FROM EVERY COURSE: MEETINGS RECORDED OVER
      *        THE ALERT WINDOW AND NOT ONE ATTENDED.
      * EACH FLAGGED STUDENT IS CROSS-REFERENCED WITH THEIR LATEST
      * STANDFLE STANDING AND THEIR ADVISOR, FOUND THE WAY MVBADVC
      * FINDS THEM (THE ADVFILE ASSIGNMENT, ELSE THE DEPARTMENT
      * DEFAULT).  ATALRPT IS THE ALERT LIST FOR STUDENT SERVICES,
      * STUDENTS ALREADY ON PROBATION OR RECOMMENDED FOR SUSPENSION
      * FIRST; THE ADVALRT FEED (COPY ADVALRTC) CARRIES ONE ALERT PER
      * FLAGGED STUDENT TO THEIR ADVISOR THROUGH THE CAMPUS MAIL
      * GATEWAY.  A STUDENT WITH NO ADVISOR IS LISTED BUT NOT SENT.
      *
      * SYSIN CARD (OPTIONAL): THRESHOLD PERCENT 1-3 (DEFAULT 080),
      * ALERT WINDOW DAYS 5-6 (DEFAULT 14), FEWEST MEETINGS RECORDED
      * IN A COURSE BEFORE IT IS RATED 8-9 (DEFAULT 03).
      *
      * THE RUN IS POSTED TO CYCCTL (NO PREDECESSOR).

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

           SELECT ATTNFILE ASSIGN TO ATTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTNFILE-KEY
               FILE STATUS IS WS-ATTNFILE-STATUS.

           SELECT ADVFILE ASSIGN TO ADVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADVFILE-STUDENT-NO
               FILE STATUS IS WS-ADVFILE-STATUS.

           SELECT INSTFILE ASSIGN TO INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTFILE-ID
               FILE STATUS IS WS-INSTFILE-STATUS.

           SELECT PROGFILE ASSIGN TO PROGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROGFILE-CODE
               FILE STATUS IS WS-PROGFILE-STATUS.

           SELECT STANDFLE ASSIGN TO STANDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STANDFLE-KEY
               FILE STATUS IS WS-STANDFLE-STATUS.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT ALERT-FILE ASSIGN TO ADVALRT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ALERT-RPT ASSIGN TO ATALRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD.
           05  PC-THRESHOLD             PIC X(3).
           05  FILLER                   PIC X.
           05  PC-WINDOW-DAYS           PIC X(2).
           05  FILLER                   PIC X.
           05  PC-MIN-MEETINGS          PIC X(2).
           05  FILLER                   PIC X(71).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  ATTNFILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'ATTNRECC'.

       FD  ADVFILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'ADVRECC'.

       FD  INSTFILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY 'INSTRECC'.

       FD  PROGFILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'PROGRECC'.

       FD  STANDFLE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'STANDREC'.

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

      * Probation and suspension cases sort first (priority 1), the
      * rest after them; name order within each.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-PRIORITY             PIC X.
           05  SW-NAME                 PIC X(20).
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-EVENT                PIC X(2).
           05  SW-TERM-YEAR            PIC X(5).
           05  SW-LOW-COURSES          PIC 9(1).
           05  SW-LOW-COURSE           PIC X(8).
           05  SW-LOW-RATE             PIC 9(3).
           05  SW-WINDOW-RECORDED      PIC 9(3).
           05  SW-STANDING-TERM        PIC X(5).
           05  SW-STANDING             PIC X.
           05  SW-CUM-GPA              PIC 9V99.
           05  SW-ADVISOR-ID           PIC X(5).
           05  SW-DEFAULT-FLAG         PIC X.

       FD  ALERT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'ADVALRTC'.

       FD  ALERT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ATALRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      * Cycle control - attendance stands on its own, so the job
      * needs no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBATAL'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-ATTNFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-ATTNFILE-OK                          VALUE '00'.

       01  WS-ADVFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-ADVFILE-OK                           VALUE '00'.

       01  WS-INSTFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-INSTFILE-OK                          VALUE '00'.

       01  WS-PROGFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-PROGFILE-OK                          VALUE '00'.

       01  WS-STANDFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-STANDFLE-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-INST-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-INST-EOF                          VALUE 'Y'.
           05  WS-STAND-EOF-SWITCH      PIC X          VALUE 'N'.
               88  WS-STAND-EOF                         VALUE 'Y'.
           05  WS-ATTN-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-ATTN-EOF                          VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-SORT-EOF                          VALUE 'Y'.
           05  WS-DEPT-FOUND-SWITCH     PIC X          VALUE 'N'.
               88  WS-DEPT-FOUND                        VALUE 'Y'.
           05  WS-LEAP-SWITCH           PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                         VALUE 'Y'.

       01  WS-PARMS.
           05  WS-THRESHOLD             PIC 9(3)       VALUE 080.
           05  WS-WINDOW-DAYS           PIC 9(2)       VALUE 14.
           05  WS-MIN-MEETINGS          PIC 9(2)       VALUE 03.
       01  WS-WINDOW-START             PIC 9(7)        VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-STUDENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-RATED-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-FLAGGED-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-LOW-COUNT             PIC 9(07)      VALUE ZERO.
           05  WS-MISSING-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-AT-RISK-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-SENT-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-NO-ADVISOR-COUNT      PIC 9(07)      VALUE ZERO.

      * One student's term, added up as ATTNFILE is browsed - the
      * course section in hand, and the window across all of them.
       01  WS-STUDENT-TOTALS.
           05  WS-CUR-COURSE            PIC X(8)       VALUE SPACES.
           05  WS-CUR-SECTION           PIC X(2)       VALUE SPACES.
           05  WS-COURSE-RECORDED       PIC 9(3)       VALUE ZERO.
           05  WS-COURSE-ATTENDED       PIC 9(3)       VALUE ZERO.
           05  WS-COURSE-RATE           PIC 9(3)       VALUE ZERO.
           05  WS-ANY-RECORDED          PIC 9(3)       VALUE ZERO.
           05  WS-WINDOW-RECORDED       PIC 9(3)       VALUE ZERO.
           05  WS-WINDOW-ATTENDED       PIC 9(3)       VALUE ZERO.
           05  WS-LOW-COURSES           PIC 9(1)       VALUE ZERO.
           05  WS-LOW-COURSE            PIC X(8)       VALUE SPACES.
           05  WS-LOW-RATE              PIC 9(3)       VALUE ZERO.

      * The department defaults - the first instructor (in INSTFILE
      * ID order) seen for each department, as MVBADVC builds them.
       01  WS-DEPT-TABLE.
           05  WS-DT-ENTRY OCCURS 200.
               10  WS-DT-DEPT           PIC X(4).
               10  WS-DT-ADVISOR-ID     PIC X(5).
           05  WS-DEPT-COUNT            PIC 9(03)      VALUE ZERO.
           05  WS-DT-SUB                PIC 9(03).

       01  WS-SEARCH-DEPT              PIC X(4)        VALUE SPACES.

       01  WS-LATEST-RUN-DATE          PIC 9(7)        VALUE ZERO.

      * Work fields for 170-PRIOR-DAY: a 0CYYDDD date in WS-DW-DATE,
      * stepped back a day at a time.
       01  WS-DATE-WORK.
           05  WS-DW-DATE               PIC 9(7)       VALUE ZERO.
           05  WS-DW-PARTS REDEFINES WS-DW-DATE.
               10  FILLER               PIC 9.
               10  WS-DW-C              PIC 9.
               10  WS-DW-YY             PIC 99.
               10  WS-DW-DDD            PIC 999.
           05  WS-DW-YEAR               PIC 9(4)       VALUE ZERO.

       01  WS-LEAP-WORK.
           05  WS-LW-QUOTIENT           PIC 9(4)       VALUE ZERO.
           05  WS-LW-REM-4              PIC 9(3)       VALUE ZERO.
           05  WS-LW-REM-100            PIC 9(3)       VALUE ZERO.
           05  WS-LW-REM-400            PIC 9(3)       VALUE ZERO.

       01  WS-ADVISOR-NAME             PIC X(20)       VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBATAL'.
           05  FILLER                   PIC X(37)  VALUE
               'ATTENDANCE EARLY ALERT - DATE'.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(11)  VALUE 'THRESHOLD '.
           05  WS-H2-THRESHOLD          PIC ZZ9.
           05  FILLER                   PIC X(12)  VALUE
               ' PCT, WINDOW'.
           05  WS-H2-WINDOW             PIC ZZ9.
           05  FILLER                   PIC X(11)  VALUE ' DAYS FROM '.
           05  WS-H2-WINDOW-START       PIC 9(7).
           05  FILLER                   PIC X(16)  VALUE
               ', RATED AFTER '.
           05  WS-H2-MIN                PIC Z9.
           05  FILLER                   PIC X(9)   VALUE ' MEETINGS'.

       01  WS-HEADING-3.
           05  FILLER                   PIC X(10)  VALUE 'STUDENT #'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(8)   VALUE 'TERM'.
           05  FILLER                   PIC X(6)   VALUE 'ALERT'.
           05  FILLER                   PIC X(5)   VALUE 'LOW'.
           05  FILLER                   PIC X(15)  VALUE
               'LOWEST COURSE'.
           05  FILLER                   PIC X(14)  VALUE 'STANDING'.
           05  FILLER                   PIC X(8)   VALUE 'CUM GPA'.
           05  FILLER                   PIC X(30)  VALUE 'ADVISOR'.

       01  WS-GROUP-HEADING.
           05  WS-GH-TEXT               PIC X(60).

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-EVENT              PIC X(2).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-LOW-COURSES        PIC 9.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-LOW-COURSE         PIC X(8).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-LOW-RATE           PIC ZZ9.
           05  WS-DL-PCT                PIC X(3).
           05  WS-DL-STANDING           PIC X(12).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-CUM-GPA            PIC 9.99.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-ADVISOR-ID         PIC X(5).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-ADVISOR-NAME       PIC X(20).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-DEFAULT            PIC X(7).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       01  WS-LAST-PRIORITY            PIC X           VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   MOVE SPACES TO PARM-CARD-RECORD
           END-READ.
           CLOSE PARM-CARD.

           IF PC-THRESHOLD IS NUMERIC
               MOVE PC-THRESHOLD TO WS-THRESHOLD
           END-IF.
           IF PC-WINDOW-DAYS IS NUMERIC
               MOVE PC-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF PC-MIN-MEETINGS IS NUMERIC
               MOVE PC-MIN-MEETINGS TO WS-MIN-MEETINGS
           END-IF.

           MOVE WS-CYC-BUS-DATE TO WS-DW-DATE.
           PERFORM 170-PRIOR-DAY WS-WINDOW-DAYS TIMES.
           MOVE WS-DW-DATE TO WS-WINDOW-START.

           SORT SORT-WORK
               ON ASCENDING KEY SW-PRIORITY SW-NAME SW-STUDENT-NO
               INPUT PROCEDURE 100-SELECT-STUDENTS
               OUTPUT PROCEDURE 600-PRINT-ALERTS.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBATAL - STUDENTS READ:     ' WS-STUDENT-COUNT.
           DISPLAY 'MVBATAL - WITH ATTENDANCE:   ' WS-RATED-COUNT.
           DISPLAY 'MVBATAL - FLAGGED:           ' WS-FLAGGED-COUNT.
           DISPLAY 'MVBATAL - ALERTS SENT:       ' WS-SENT-COUNT.

           STOP RUN.

       050-CYCLE-START.
           ACCEPT WS-CYC-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-CYC-BUS-DATE.
           MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5).
           MOVE '1' TO WS-CYC-BUS-DATE (2:1).
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.

           OPEN I-O CYCCTL.
           IF NOT WS-CYCCTL-OK
               DISPLAY 'MVBATAL - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBATAL - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-FLAGGED-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.

      * Sort input procedure - builds the department defaults, then
      * walks STUFILE and releases every student the attendance
      * flags, with their standing and advisor.
       100-SELECT-STUDENTS.
           OPEN INPUT INSTFILE.
           IF NOT WS-INSTFILE-OK
               DISPLAY 'MVBATAL - INSTFILE OPEN FAILED, STATUS '
                   WS-INSTFILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 110-LOAD-DEPT-DEFAULTS.

           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBATAL - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               CLOSE INSTFILE
               STOP RUN
           END-IF.

           OPEN INPUT ATTNFILE.
           IF NOT WS-ATTNFILE-OK
               DISPLAY 'MVBATAL - ATTNFILE OPEN FAILED, STATUS '
                   WS-ATTNFILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ADVFILE.
           OPEN INPUT PROGFILE.
           OPEN INPUT STANDFLE.

           PERFORM 150-READ-STUFILE.
           PERFORM 200-ONE-STUDENT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE STUFILE.
           CLOSE ATTNFILE.
           CLOSE ADVFILE.
           CLOSE PROGFILE.
           CLOSE STANDFLE.

       110-LOAD-DEPT-DEFAULTS.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE 'N' TO WS-INST-EOF-SWITCH.

           PERFORM 120-LOAD-ONE-INSTRUCTOR
               UNTIL WS-INST-EOF.

       120-LOAD-ONE-INSTRUCTOR.
           READ INSTFILE NEXT RECORD
               AT END
                   SET WS-INST-EOF TO TRUE
           END-READ.

           IF NOT WS-INST-EOF AND INSTFILE-DEPT NOT = SPACES
               MOVE INSTFILE-DEPT TO WS-SEARCH-DEPT
               PERFORM 130-FIND-DEPT
               IF NOT WS-DEPT-FOUND AND WS-DEPT-COUNT < 200
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE INSTFILE-DEPT TO WS-DT-DEPT (WS-DEPT-COUNT)
                   MOVE INSTFILE-ID TO WS-DT-ADVISOR-ID (WS-DEPT-COUNT)
               END-IF
           END-IF.

      * Looks WS-SEARCH-DEPT up in the department table - WS-DT-SUB
      * is left on the entry when it is found.
       130-FIND-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH.

           PERFORM 135-CHECK-ONE-DEPT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND.

           IF WS-DEPT-FOUND
               SUBTRACT 1 FROM WS-DT-SUB
           END-IF.

       135-CHECK-ONE-DEPT.
           IF WS-DT-DEPT (WS-DT-SUB) = WS-SEARCH-DEPT
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       150-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-STUDENT-COUNT
           END-IF.

      * Steps WS-DW-DATE back a day, into the year before when it
      * is the first day of a year.
       170-PRIOR-DAY.
           IF WS-DW-DDD > 1
               SUBTRACT 1 FROM WS-DW-DDD
           ELSE
               IF WS-DW-YY = ZERO
                   MOVE 99 TO WS-DW-YY
                   SUBTRACT 1 FROM WS-DW-C
               ELSE
                   SUBTRACT 1 FROM WS-DW-YY
               END-IF
               PERFORM 180-LEAP-CHECK
               IF WS-LEAP-YEAR
                   MOVE 366 TO WS-DW-DDD
               ELSE
                   MOVE 365 TO WS-DW-DDD
               END-IF
           END-IF.

       180-LEAP-CHECK.
           COMPUTE WS-DW-YEAR = 1900 + WS-DW-C * 100 + WS-DW-YY.

           MOVE 'N' TO WS-LEAP-SWITCH.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-4.
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-100.
           DIVIDE WS-DW-YEAR BY 400 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-400.
           IF WS-LW-REM-4 = ZERO
                   AND (WS-LW-REM-100 NOT = ZERO
                        OR WS-LW-REM-400 = ZERO)
               SET WS-LEAP-YEAR TO TRUE
           END-IF.

      * Only active students are alerted on - a withdrawn or
      * suspended student is already in someone's hands.
       200-ONE-STUDENT.
           IF NOT STUFILE-ST-ACTIVE
               PERFORM 150-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           PERFORM 300-RATE-ATTENDANCE THRU 300-EXIT.

           IF WS-ANY-RECORDED = ZERO
               PERFORM 150-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-RATED-COUNT.

           MOVE SPACES TO SORT-WORK-REC.

           IF WS-WINDOW-RECORDED > ZERO
                   AND WS-WINDOW-ATTENDED = ZERO
               MOVE 'EM' TO SW-EVENT
               ADD 1 TO WS-MISSING-COUNT
           ELSE IF WS-LOW-COURSES > ZERO
               MOVE 'EA' TO SW-EVENT
               ADD 1 TO WS-LOW-COUNT
           ELSE
               PERFORM 150-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-FLAGGED-COUNT.

           MOVE STUFILE-STUDENT-NO TO SW-STUDENT-NO.
           MOVE STUFILE-NAME TO SW-NAME.
           MOVE STUFILE-TERM-YEAR TO SW-TERM-YEAR.
           MOVE WS-LOW-COURSES TO SW-LOW-COURSES.
           MOVE WS-LOW-COURSE TO SW-LOW-COURSE.
           MOVE WS-LOW-RATE TO SW-LOW-RATE.
           MOVE WS-WINDOW-RECORDED TO SW-WINDOW-RECORDED.
           MOVE ZERO TO SW-CUM-GPA.

           PERFORM 400-LATEST-STANDING THRU 400-EXIT.
           PERFORM 500-FIND-ADVISOR.

           IF SW-STANDING = 'P' OR SW-STANDING = 'S'
               MOVE '1' TO SW-PRIORITY
               ADD 1 TO WS-AT-RISK-COUNT
           ELSE
               MOVE '2' TO SW-PRIORITY
           END-IF.

           RELEASE SORT-WORK-REC.

           PERFORM 150-READ-STUFILE.

       200-EXIT.
           EXIT.

      * Browses the student's ATTNFILE entries for their current term
      * on the partial key.  The entries come in course section order,
      * so each section is rated as the next one starts.
       300-RATE-ATTENDANCE.
           MOVE ZERO TO WS-ANY-RECORDED.
           MOVE ZERO TO WS-WINDOW-RECORDED.
           MOVE ZERO TO WS-WINDOW-ATTENDED.
           MOVE ZERO TO WS-LOW-COURSES.
           MOVE SPACES TO WS-LOW-COURSE.
           MOVE 999 TO WS-LOW-RATE.
           MOVE SPACES TO WS-CUR-COURSE.
           MOVE SPACES TO WS-CUR-SECTION.
           MOVE ZERO TO WS-COURSE-RECORDED.
           MOVE ZERO TO WS-COURSE-ATTENDED.
           MOVE 'N' TO WS-ATTN-EOF-SWITCH.

           MOVE STUFILE-STUDENT-NO TO ATTNFILE-STUDENT-NO.
           MOVE STUFILE-TERM-YEAR TO ATTNFILE-TERM-YEAR.
           MOVE LOW-VALUES TO ATTNFILE-COURSE.
           MOVE LOW-VALUES TO ATTNFILE-SECTION.
           MOVE ZERO TO ATTNFILE-DATE.

           START ATTNFILE KEY IS NOT LESS THAN ATTNFILE-KEY.

           IF NOT WS-ATTNFILE-OK
               GO TO 300-EXIT
           END-IF.

           PERFORM 320-ADD-ONE-MEETING
               UNTIL WS-ATTN-EOF.

           PERFORM 350-RATE-ONE-COURSE.

           IF WS-LOW-COURSES = ZERO
               MOVE ZERO TO WS-LOW-RATE
           END-IF.

       300-EXIT.
           EXIT.

       320-ADD-ONE-MEETING.
           READ ATTNFILE NEXT RECORD
               AT END
                   SET WS-ATTN-EOF TO TRUE
           END-READ.

           IF WS-ATTN-EOF
               CONTINUE
           ELSE IF ATTNFILE-STUDENT-NO NOT = STUFILE-STUDENT-NO
                   OR ATTNFILE-TERM-YEAR NOT = STUFILE-TERM-YEAR
               SET WS-ATTN-EOF TO TRUE
           ELSE IF ATTNFILE-EXCUSED
               CONTINUE
           ELSE
               IF ATTNFILE-COURSE NOT = WS-CUR-COURSE
                       OR ATTNFILE-SECTION NOT = WS-CUR-SECTION
                   PERFORM 350-RATE-ONE-COURSE
                   MOVE ATTNFILE-COURSE TO WS-CUR-COURSE
                   MOVE ATTNFILE-SECTION TO WS-CUR-SECTION
               END-IF
               ADD 1 TO WS-ANY-RECORDED
               ADD 1 TO WS-COURSE-RECORDED
               IF ATTNFILE-ATTENDED
                   ADD 1 TO WS-COURSE-ATTENDED
               END-IF
               IF ATTNFILE-DATE NOT < WS-WINDOW-START
                       AND ATTNFILE-DATE NOT > WS-CYC-BUS-DATE
                   ADD 1 TO WS-WINDOW-RECORDED
                   IF ATTNFILE-ATTENDED
                       ADD 1 TO WS-WINDOW-ATTENDED
                   END-IF
               END-IF
           END-IF.

      * A section with too few meetings recorded yet is not judged.
       350-RATE-ONE-COURSE.
           IF WS-COURSE-RECORDED > ZERO
                   AND WS-COURSE-RECORDED NOT < WS-MIN-MEETINGS
               COMPUTE WS-COURSE-RATE =
                   WS-COURSE-ATTENDED * 100 / WS-COURSE-RECORDED
               IF WS-COURSE-RATE < WS-THRESHOLD
                   IF WS-LOW-COURSES < 9
                       ADD 1 TO WS-LOW-COURSES
                   END-IF
                   IF WS-COURSE-RATE < WS-LOW-RATE
                       MOVE WS-COURSE-RATE TO WS-LOW-RATE
                       MOVE WS-CUR-COURSE TO WS-LOW-COURSE
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO WS-COURSE-RECORDED.
           MOVE ZERO TO WS-COURSE-ATTENDED.

      * Browses the student's STANDFLE entries on the partial key and
      * keeps the one from the most recent MVBGPA run.
       400-LATEST-STANDING.
           MOVE ZERO TO WS-LATEST-RUN-DATE.
           MOVE 'N' TO WS-STAND-EOF-SWITCH.

           MOVE STUFILE-STUDENT-NO TO STANDFLE-STUDENT-NO.
           MOVE LOW-VALUES TO STANDFLE-TERM-YEAR.

           START STANDFLE KEY IS NOT LESS THAN STANDFLE-KEY.

           IF NOT WS-STANDFLE-OK
               GO TO 400-EXIT
           END-IF.

           PERFORM 420-SCAN-ONE-STANDING
               UNTIL WS-STAND-EOF.

       400-EXIT.
           EXIT.

       420-SCAN-ONE-STANDING.
           READ STANDFLE NEXT RECORD
               AT END
                   SET WS-STAND-EOF TO TRUE
           END-READ.

           IF WS-STAND-EOF
               CONTINUE
           ELSE IF STANDFLE-STUDENT-NO NOT = STUFILE-STUDENT-NO
               SET WS-STAND-EOF TO TRUE
           ELSE IF STANDFLE-RUN-DATE NOT < WS-LATEST-RUN-DATE
               MOVE STANDFLE-RUN-DATE TO WS-LATEST-RUN-DATE
               MOVE STANDFLE-TERM-YEAR TO SW-STANDING-TERM
               MOVE STANDFLE-STANDING TO SW-STANDING
               MOVE STANDFLE-CUM-GPA TO SW-CUM-GPA
           END-IF.

      * The ADVFILE assignment, else the department default for the
      * declared program, else no advisor (spaces).
       500-FIND-ADVISOR.
           MOVE STUFILE-STUDENT-NO TO ADVFILE-STUDENT-NO.

           READ ADVFILE RECORD.

           IF WS-ADVFILE-OK
               MOVE ADVFILE-ADVISOR-ID TO SW-ADVISOR-ID
           ELSE
               IF STUFILE-PROGRAM NOT = SPACES
                   PERFORM 520-DEFAULT-ADVISOR
               END-IF
           END-IF.

       520-DEFAULT-ADVISOR.
           MOVE STUFILE-PROGRAM TO PROGFILE-CODE.

           READ PROGFILE RECORD.

           IF WS-PROGFILE-OK AND PROGFILE-DEPT NOT = SPACES
               MOVE PROGFILE-DEPT TO WS-SEARCH-DEPT
               PERFORM 130-FIND-DEPT
               IF WS-DEPT-FOUND
                   MOVE WS-DT-ADVISOR-ID (WS-DT-SUB) TO SW-ADVISOR-ID
                   MOVE 'D' TO SW-DEFAULT-FLAG
               END-IF
           END-IF.

      * Sort output procedure - the alert list, probation and
      * suspension cases first, and an ADVALRT alert to each
      * flagged student's advisor.
       600-PRINT-ALERTS.
           OPEN OUTPUT ALERT-RPT.
           OPEN OUTPUT ALERT-FILE.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE WS-THRESHOLD TO WS-H2-THRESHOLD.
           MOVE WS-WINDOW-DAYS TO WS-H2-WINDOW.
           MOVE WS-WINDOW-START TO WS-H2-WINDOW-START.
           MOVE WS-MIN-MEETINGS TO WS-H2-MIN.
           MOVE WS-HEADING-2 TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE SPACES TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE WS-HEADING-3 TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.

           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE SPACE TO WS-LAST-PRIORITY.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM 620-LIST-ONE-STUDENT
               UNTIL WS-SORT-EOF.

           MOVE SPACES TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE 'STUDENTS WITH ATTENDANCE:' TO WS-TL-LABEL.
           MOVE WS-RATED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE 'BELOW THRESHOLD (EA):' TO WS-TL-LABEL.
           MOVE WS-LOW-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE 'MISSING FROM ALL (EM):' TO WS-TL-LABEL.
           MOVE WS-MISSING-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE 'ON PROBATION/SUSPENSION:' TO WS-TL-LABEL.
           MOVE WS-AT-RISK-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE 'ADVISOR ALERTS SENT:' TO WS-TL-LABEL.
           MOVE WS-SENT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.
           MOVE 'WITH NO ADVISOR:' TO WS-TL-LABEL.
           MOVE WS-NO-ADVISOR-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.

           CLOSE INSTFILE.
           CLOSE ALERT-FILE.
           CLOSE ALERT-RPT.

       620-LIST-ONE-STUDENT.
           IF SW-PRIORITY NOT = WS-LAST-PRIORITY
               MOVE SW-PRIORITY TO WS-LAST-PRIORITY
               IF SW-PRIORITY = '1'
                   MOVE 'ON PROBATION OR RECOMMENDED FOR SUSPENSION'
                       TO WS-GH-TEXT
               ELSE
                   MOVE 'ALL OTHER FLAGGED STUDENTS' TO WS-GH-TEXT
               END-IF
               MOVE SPACES TO ATALRPT-LINE
               WRITE ATALRPT-LINE
               MOVE WS-GROUP-HEADING TO ATALRPT-LINE
               WRITE ATALRPT-LINE
           END-IF.

           PERFORM 640-ADVISOR-NAME.

           MOVE SW-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE SW-NAME TO WS-DL-NAME.
           MOVE SW-TERM-YEAR TO WS-DL-TERM-YEAR.
           MOVE SW-EVENT TO WS-DL-EVENT.
           MOVE SW-LOW-COURSES TO WS-DL-LOW-COURSES.
           MOVE SW-CUM-GPA TO WS-DL-CUM-GPA.

           IF SW-LOW-COURSES > ZERO
               MOVE SW-LOW-COURSE TO WS-DL-LOW-COURSE
               MOVE SW-LOW-RATE TO WS-DL-LOW-RATE
               MOVE ' % ' TO WS-DL-PCT
           ELSE
               MOVE SPACES TO WS-DL-LOW-COURSE
               MOVE ZERO TO WS-DL-LOW-RATE
               MOVE SPACES TO WS-DL-PCT
           END-IF.

           IF SW-STANDING = 'D'
               MOVE 'DEANS LIST' TO WS-DL-STANDING
           ELSE IF SW-STANDING = 'G'
               MOVE 'GOOD' TO WS-DL-STANDING
           ELSE IF SW-STANDING = 'P'
               MOVE 'PROBATION' TO WS-DL-STANDING
           ELSE IF SW-STANDING = 'S'
               MOVE 'SUSPEND REC' TO WS-DL-STANDING
           ELSE
               MOVE 'NOT GRADED' TO WS-DL-STANDING
           END-IF.

           IF SW-ADVISOR-ID = SPACES
               MOVE SPACES TO WS-DL-ADVISOR-ID
               MOVE 'NO ADVISOR' TO WS-DL-ADVISOR-NAME
               MOVE SPACES TO WS-DL-DEFAULT
               ADD 1 TO WS-NO-ADVISOR-COUNT
           ELSE
               MOVE SW-ADVISOR-ID TO WS-DL-ADVISOR-ID
               MOVE WS-ADVISOR-NAME TO WS-DL-ADVISOR-NAME
               IF SW-DEFAULT-FLAG = 'D'
                   MOVE 'DEFAULT' TO WS-DL-DEFAULT
               ELSE
                   MOVE SPACES TO WS-DL-DEFAULT
               END-IF
               PERFORM 660-WRITE-ALERT
           END-IF.

           MOVE WS-DETAIL-LINE TO ATALRPT-LINE.
           WRITE ATALRPT-LINE.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

       640-ADVISOR-NAME.
           MOVE SPACES TO WS-ADVISOR-NAME.

           IF SW-ADVISOR-ID NOT = SPACES
               MOVE SW-ADVISOR-ID TO INSTFILE-ID
               READ INSTFILE RECORD
               IF WS-INSTFILE-OK
                   MOVE INSTFILE-NAME TO WS-ADVISOR-NAME
               ELSE
                   MOVE 'NOT ON INSTR MASTER' TO WS-ADVISOR-NAME
               END-IF
           END-IF.

       660-WRITE-ALERT.
           MOVE SPACES TO ADVALRT-RECORD.
           MOVE SW-ADVISOR-ID TO ADAL-ADVISOR-ID.
           MOVE WS-CYC-BUS-DATE TO ADAL-DATE.
           MOVE WS-RUN-TIME TO ADAL-TIME.
           MOVE SW-EVENT TO ADAL-EVENT.
           MOVE SW-STUDENT-NO TO ADAL-STUDENT-NO.
           MOVE SW-NAME TO ADAL-STUDENT-NAME.
           MOVE SW-TERM-YEAR TO ADAL-TERM-YEAR.
           MOVE SW-LOW-COURSES TO ADAL-LOW-COURSES.
           MOVE SW-LOW-COURSE TO ADAL-LOW-COURSE.
           MOVE SW-LOW-RATE TO ADAL-LOW-RATE.
           MOVE SW-STANDING-TERM TO ADAL-STANDING-TERM.
           MOVE SW-STANDING TO ADAL-STANDING.
           MOVE SW-CUM-GPA TO ADAL-CUM-GPA.
           MOVE WS-ADVISOR-NAME TO ADAL-ADVISOR-NAME.

           WRITE ADVALRT-RECORD.
           ADD 1 TO WS-SENT-COUNT.
