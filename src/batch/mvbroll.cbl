      * STAMPED.  PROGRESS IS CHECKPOINTED TO LOADCTL THE WAY
      * MVBLOAD'S 110-GET-CHECKPOINT DOES, SINCE THIS REWRITES THE
      * WHOLE MASTER - A RERUN AFTER AN ABEND RESUMES WHERE IT DIED
      * INSTEAD OF DOUBLE-RELEASING SEATS.  THE RUN IS ALSO POSTED
      * TO THE CYCCTL CONTROL FILE, WHOSE DOUBLE-RUN GUARD KEEPS A
      * ROLLOVER THAT ALREADY COMPLETED TODAY FROM STARTING OVER.
      *
      * A STUDENT WHO REGISTERED AHEAD FOR THE NEW TERM ON MVPRGFR
      * HAS THAT FUTENRL ENROLLMENT PROMOTED INTO THE FRESHLY
      * CLEARED SLOTS INSTEAD OF STARTING THE TERM BLANK - EACH
      * SEAT MOVES FROM NEXT_SEATS_TAKEN ACROSS TO SEATS_TAKEN AND
      * THE ENTRY IS MARKED PROMOTED.  A STUDENT A CLERK ALREADY
      * ROLLED BY HAND IS PROMOTED TOO, AS LONG AS NO COURSES WERE
      * KEYED FOR THEM SINCE.
      *
      * CONTROL CARD: NEW TERM (F/W/S) IN COL 1, NEW 4-DIGIT YEAR IN
      * COLS 3-6.
               RECORD KEY IS TERMARC-KEY
               FILE STATUS IS WS-TERMARC-STATUS.

           SELECT FUTENRL ASSIGN TO FUTENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUTENRL-KEY
               FILE STATUS IS WS-FUTENRL-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT ROLL-RPT ASSIGN TO ROLLRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUFILE
           RECORD CONTAINS 314 CHARACTERS.
       COPY 'TERMARCC'.

       FD  FUTENRL
           RECORD CONTAINS 120 CHARACTERS.
       COPY 'FUTRECC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  LOADCTL
           RECORD CONTAINS 132 CHARACTERS.
       01  ROLL-RPT-LINE               PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - a once-a-term job, off the nightly chain, so
      * it carries no predecessor.  The LOADCTL checkpoint still
      * governs a resume; this entry is for the cycle planner and
      * the double-run guard - a rollover that already completed
      * today is not run a second time.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBROLL'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                            VALUE '00'.
           88  WS-STUFILE-EOF                            VALUE '10'.
           88  WS-TERMARC-OK                             VALUE '00'.
           88  WS-TERMARC-DUP                            VALUE '22'.

       01  WS-FUTENRL-STATUS           PIC XX          VALUE SPACES.
           88  WS-FUTENRL-OK                             VALUE '00'.
           88  WS-FUTENRL-NOTFND                         VALUE '23'.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-PROMOTE-SWITCH        PIC X          VALUE 'N'.
               88  WS-WAS-PROMOTED                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
           05  WS-ARCHIVED-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-SEATS-RELEASED        PIC 9(07)      VALUE ZERO.
           05  WS-SLOT-COUNT            PIC 9(01)      VALUE ZERO.
           05  WS-PROMOTED-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-SEATS-PROMOTED        PIC 9(07)      VALUE ZERO.

       01  WS-NEW-TERM-YEAR.
           05  WS-NT-TERM               PIC X(1).
               'SEATS RELEASED:             '.
           05  WS-TL-SEATS              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-5.
           05  FILLER                   PIC X(30)  VALUE
               'ADVANCE REGS PROMOTED:      '.
           05  WS-TL-PROMOTED           PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-6.
           05  FILLER                   PIC X(30)  VALUE
               'NEXT-TERM SEATS PROMOTED:   '.
           05  WS-TL-SEATS-PROMOTED     PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           PERFORM 050-CYCLE-START.

           OPEN I-O STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBROLL - STUFILE OPEN FAILED, STATUS '
               STOP RUN
           END-IF.

           OPEN I-O FUTENRL.
           IF NOT WS-FUTENRL-OK
               DISPLAY 'MVBROLL - FUTENRL OPEN FAILED, STATUS '
                   WS-FUTENRL-STATUS
               CLOSE STUFILE
               CLOSE TERMARC
               STOP RUN
           END-IF.

           OPEN I-O AUDITLOG.
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBROLL - AUDITLOG OPEN FAILED, STATUS '

           CLOSE STUFILE.
           CLOSE TERMARC.
           CLOSE FUTENRL.
           CLOSE AUDITLOG.
           CLOSE LOADCTL.
           CLOSE ROLL-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBROLL - STUDENTS READ:   ' WS-READ-COUNT.
           DISPLAY 'MVBROLL - STUDENTS ROLLED: ' WS-ROLLED-COUNT.
           DISPLAY 'MVBROLL - SEATS RELEASED:  ' WS-SEATS-RELEASED.
           DISPLAY 'MVBROLL - ADVANCE PROMOTED:' WS-PROMOTED-COUNT.

           STOP RUN.

      * hand, or a rerun is passing records the abended run finished)
      * - nothing to do.
           IF STUFILE-TERM-YEAR = WS-NEW-TERM-YEAR
               PERFORM 270-PROMOTE-HAND-ROLLED THRU 270-EXIT
               PERFORM 130-ADVANCE-CHECKPOINT
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           MOVE WS-RUN-DATE TO STUFILE-LAST-UPDATED-DATE.
           MOVE WS-RUN-TIME TO STUFILE-LAST-UPDATED-TIME.

           PERFORM 260-PROMOTE-FUTURE THRU 260-EXIT.

           REWRITE STUFILE-RECORD.

           IF WS-STUFILE-OK
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.
           MOVE 'MVBROLL' TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.

               ADD 1 TO WS-SEATS-RELEASED
           END-IF.

      * Copies a pending FUTENRL registration for the new term into
      * the student's cleared slots and moves each of its seats from
      * the next-term count to the current one.
       260-PROMOTE-FUTURE.
           MOVE 'N' TO WS-PROMOTE-SWITCH.
           MOVE STUFILE-STUDENT-NO TO FUTENRL-STUDENT-NO.
           MOVE WS-NEW-TERM-YEAR TO FUTENRL-TERM-YEAR.

           READ FUTENRL RECORD.

           IF NOT WS-FUTENRL-OK
               IF NOT WS-FUTENRL-NOTFND
                   DISPLAY 'MVBROLL - FUTENRL READ FAILED, STATUS '
                       WS-FUTENRL-STATUS ' FOR STUDENT '
                       STUFILE-STUDENT-NO
               END-IF
               GO TO 260-EXIT
           END-IF.

           IF NOT FUTENRL-PENDING
               GO TO 260-EXIT
           END-IF.

           MOVE FUTENRL-COURSES TO STUFILE-COURSES.
           MOVE FUTENRL-SECTIONS TO STUFILE-SECTIONS.

           PERFORM 265-PROMOTE-ONE-SEAT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 7.

           SET FUTENRL-PROMOTED TO TRUE.
           MOVE WS-RUN-DATE TO FUTENRL-PROMOTED-DATE.

           REWRITE FUTENRL-RECORD.

           IF NOT WS-FUTENRL-OK
               DISPLAY 'MVBROLL - FUTENRL REWRITE FAILED, STATUS '
                   WS-FUTENRL-STATUS ' FOR STUDENT '
                   STUFILE-STUDENT-NO
           END-IF.

           MOVE 'Y' TO WS-PROMOTE-SWITCH.
           ADD 1 TO WS-PROMOTED-COUNT.

       260-EXIT.
           EXIT.

       265-PROMOTE-ONE-SEAT.
           IF FUTENRL-COURSE (WS-COURSE-SUB) NOT = SPACES
               MOVE FUTENRL-COURSE (WS-COURSE-SUB) TO SQL-COURSE-CODE
               EXEC SQL UPDATE BILLM.COURSE_CODES
                          SET SEATS_TAKEN = SEATS_TAKEN + 1,
                              NEXT_SEATS_TAKEN = NEXT_SEATS_TAKEN - 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
               END-EXEC

               IF FUTENRL-SECTION (WS-COURSE-SUB) NOT = SPACES
                   MOVE FUTENRL-SECTION (WS-COURSE-SUB)
                       TO SQL-SECTION-NO
                   EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                          SET SEATS_TAKEN = SEATS_TAKEN + 1,
                              NEXT_SEATS_TAKEN = NEXT_SEATS_TAKEN - 1
                              WHERE COURSE_CODE = :SQL-COURSE-CODE
                                AND SECTION_NO = :SQL-SECTION-NO
                   END-EXEC
               END-IF

               ADD 1 TO WS-SEATS-PROMOTED
           END-IF.

      * A student already carrying the new term - rolled by a clerk
      * on MVPRGU - still gets an advance registration promoted,
      * but only into slots nobody has keyed anything into since.
       270-PROMOTE-HAND-ROLLED.
           IF STUFILE-COURSES NOT = SPACES
               GO TO 270-EXIT
           END-IF.

           MOVE STUFILE-RECORD TO AUDIT-BEFORE-IMAGE.

           PERFORM 260-PROMOTE-FUTURE THRU 260-EXIT.

           IF NOT WS-WAS-PROMOTED
               GO TO 270-EXIT
           END-IF.

           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.
           MOVE WS-RUN-DATE TO STUFILE-LAST-UPDATED-DATE.
           MOVE WS-RUN-TIME TO STUFILE-LAST-UPDATED-TIME.

           REWRITE STUFILE-RECORD.

           IF WS-STUFILE-OK
               PERFORM 250-WRITE-AUDIT-REC
           ELSE
               DISPLAY 'MVBROLL - STUFILE REWRITE FAILED, STATUS '
                   WS-STUFILE-STATUS ' FOR STUDENT '
                   STUFILE-STUDENT-NO
           END-IF.

       270-EXIT.
           EXIT.

       950-PRINT-TRAILER.
           MOVE WS-READ-COUNT TO WS-TL-READ.
           MOVE WS-TRAILER-LINE TO ROLL-RPT-LINE.
           MOVE WS-SEATS-RELEASED TO WS-TL-SEATS.
           MOVE WS-TRAILER-LINE-4 TO ROLL-RPT-LINE.
           WRITE ROLL-RPT-LINE.
           MOVE WS-PROMOTED-COUNT TO WS-TL-PROMOTED.
           MOVE WS-TRAILER-LINE-5 TO ROLL-RPT-LINE.
           WRITE ROLL-RPT-LINE.
           MOVE WS-SEATS-PROMOTED TO WS-TL-SEATS-PROMOTED.
           MOVE WS-TRAILER-LINE-6 TO ROLL-RPT-LINE.
           WRITE ROLL-RPT-LINE.

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
               DISPLAY 'MVBROLL - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBROLL - ALREADY RAN FOR ' WS-CYC-BUS-DATE
                   ' - ENDING TO PREVENT A SECOND ROLLOVER'
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
           MOVE WS-ROLLED-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBROLL - SQL ERROR: ' WS-SQL-CODE.
           CLOSE STUFILE.
           CLOSE TERMARC.
           CLOSE FUTENRL.
           CLOSE LOADCTL.
           CLOSE ROLL-RPT.
           STOP RUN.
