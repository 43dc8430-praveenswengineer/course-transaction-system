      * PROCESSED.  A RERUN FINDS ITS LOADCTL ENTRY LEFT IN-PROGRESS BY
      * AN ABENDED PRIOR RUN AND SKIPS PAST THE RECORDS ALREADY COUNTED
      * RATHER THAN REPROCESSING REGLOAD FROM THE TOP.
      *
      * EACH COURSE IS HELD TO THE CATALOG'S REPEAT POLICY AGAINST
      * THE STUDENT'S GRADFLE HISTORY - AT THE ATTEMPT LIMIT, OR
      * ALREADY PASSED AND NOT REPEATABLE, THE RECORD IS REJECTED
      * UNLESS A REPTOVR CARD FROM A LEVEL-A SUPERVISOR COVERS THAT
      * STUDENT AND COURSE, IN WHICH CASE IT IS LOADED AND THE
      * OVERRIDE JOURNALED TO OVRDLOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS LOADCTL-RUN-ID
               FILE STATUS IS WS-LOADCTL-STATUS.

           SELECT GRADFLE ASSIGN TO GRADFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADFLE-KEY
               FILE STATUS IS WS-GRADFLE-STATUS.

           SELECT OVRDLOG ASSIGN TO OVRDLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVRDLOG-KEY
               FILE STATUS IS WS-OVRDLOG-STATUS.

           SELECT OPRFILE ASSIGN TO OPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPRFILE-OPERATOR-ID
               FILE STATUS IS WS-OPRFILE-STATUS.

           SELECT REPTOVR ASSIGN TO REPTOVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPTOVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLOAD
       COPY 'STUFILEC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  REJECT-RPT
           RECORD CONTAINS 32 CHARACTERS.
       COPY 'TIMETKTC'.

       FD  GRADFLE
           RECORD CONTAINS 51 CHARACTERS.
       COPY 'GRADRECC'.

       FD  OVRDLOG
           RECORD CONTAINS 64 CHARACTERS.
       COPY 'OVRDLOGC'.

       FD  OPRFILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'OPRFILEC'.

       FD  REPTOVR
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'REPOVRC'.

       WORKING-STORAGE SECTION.
       01  WS-LOADCTL-STATUS           PIC XX          VALUE SPACES.
           88  WS-LOADCTL-OK                             VALUE '00'.

       01  WS-REJ-SEQ                  PIC 9(3)        VALUE ZERO.

       01  WS-GRADFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADFLE-OK                            VALUE '00'.

       01  WS-OVRDLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-OVRDLOG-OK                            VALUE '00'.

       01  WS-OPRFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-OPRFILE-OK                            VALUE '00'.

       01  WS-REPTOVR-STATUS           PIC XX          VALUE SPACES.
           88  WS-REPTOVR-OK                            VALUE '00'.

       01  WS-REPTOVR-EOF-SWITCH       PIC X           VALUE 'N'.
           88  WS-REPTOVR-EOF                           VALUE 'Y'.

       01  WS-GRADE-EOF-SWITCH         PIC X           VALUE 'N'.
           88  WS-GRADE-EOF                             VALUE 'Y'.

      * Repeat policy for the slot being checked - every prior
      * GRADFLE grade for the course is an attempt, F and W
      * included, and any grade but F, I or W is a pass.  A row
      * carrying no limit allows the standard 2, the same default
      * MVPRGCC hands the screens.
       01  WS-REPEAT-ATTEMPTS          PIC 9(2)        VALUE ZERO.
       01  WS-REPEAT-MAX               PIC 9(2)        VALUE ZERO.
       01  WS-REPEAT-PASSED-SW         PIC X           VALUE 'N'.
           88  WS-REPEAT-PASSED                         VALUE 'Y'.
       01  WS-REPEAT-BLOCK             PIC X           VALUE SPACE.
           88  WS-REPEAT-OK                             VALUE SPACE.
           88  WS-REPEAT-AT-LIMIT                       VALUE 'L'.
           88  WS-REPEAT-ALREADY-PASSED                 VALUE 'P'.

      * The REPTOVR cards whose supervisor checked out on OPRFILE,
      * loaded once at the top of the run.
       01  WS-OVR-COUNT                PIC 9(3)        VALUE ZERO.
       01  WS-OVR-SUB                  PIC 9(3)        VALUE ZERO.
       01  WS-OVR-FOUND-SUPERVISOR     PIC X(8)        VALUE SPACES.
       01  WS-OVR-TABLE.
           05  WS-OVR-CARD OCCURS 100.
               10  WS-OVR-STUDENT-NO    PIC X(7).
               10  WS-OVR-COURSE        PIC X(8).
               10  WS-OVR-SUPERVISOR    PIC X(8).

      * Slots let through on a card for the record being checked -
      * journaled to OVRDLOG once the record is on STUFILE.
       01  WS-SLOT-OVERRIDES.
           05  WS-SLOT-OVERRIDE OCCURS 7.
               10  WS-SO-SUPERVISOR     PIC X(8).
               10  WS-SO-TYPE           PIC X.
               10  WS-SO-ATTEMPTS       PIC 9(2).
               10  WS-SO-MAX            PIC 9(2).

      * Per-record credit load, summed as each slot validates - the
      * same registrar-owned limits MVPRGE enforces at the counter.
       01  WS-TOTAL-CREDITS            PIC S9(4) COMP  VALUE ZERO.
       01  WS-MIN-CREDIT-LOAD          PIC S9(4) COMP  VALUE 3.
       01  WS-MAX-CREDIT-LOAD          PIC S9(4) COMP  VALUE 21.
       01  WS-PROBATION-MAX-LOAD       PIC S9(4) COMP  VALUE 12.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-ACCEPT-TIME              PIC 9(8).
           01 SQL-SEATS-TAKEN           PIC S9(4) COMP.
           01 SQL-ACTIVE-FLAG           PIC X(1).
           01 SQL-CREDIT-HOURS          PIC S9(4) COMP.
           01 SQL-MAX-ATTEMPTS          PIC S9(4) COMP.
           01 SQL-REPEATABLE-FLAG       PIC X(1).
           01 SQL-AREA-CODE             PIC X(3).
           01 SQL-POSTAL-PREFIX         PIC X(1).

                   WS-TIMETKT-STATUS
           END-IF.

           OPEN INPUT GRADFLE.
           IF NOT WS-GRADFLE-OK
               DISPLAY 'MVBLOAD - GRADFLE OPEN FAILED, STATUS '
                   WS-GRADFLE-STATUS
           END-IF.

           OPEN I-O OVRDLOG.
           IF NOT WS-OVRDLOG-OK
               DISPLAY 'MVBLOAD - OVRDLOG OPEN FAILED, STATUS '
                   WS-OVRDLOG-STATUS
           END-IF.

           OPEN INPUT OPRFILE.
           IF NOT WS-OPRFILE-OK
               DISPLAY 'MVBLOAD - OPRFILE OPEN FAILED, STATUS '
                   WS-OPRFILE-STATUS
           END-IF.

           OPEN INPUT REPTOVR.
           IF NOT WS-REPTOVR-OK
               DISPLAY 'MVBLOAD - REPTOVR OPEN FAILED, STATUS '
                   WS-REPTOVR-STATUS
               SET WS-REPTOVR-EOF TO TRUE
           END-IF.

           PERFORM 150-LOAD-OVERRIDE-CARD
               UNTIL WS-REPTOVR-EOF.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.
           CLOSE HOLDFLE.
           CLOSE TIMETKT.
           CLOSE LOADCTL.
           CLOSE GRADFLE.
           CLOSE OVRDLOG.
           CLOSE OPRFILE.
           CLOSE REPTOVR.

           DISPLAY 'MVBLOAD - RECORDS READ:     ' WS-READ-COUNT.
           DISPLAY 'MVBLOAD - RECORDS ACCEPTED: ' WS-ACCEPT-COUNT.
           MOVE REGLOAD-STUDENT-NO TO LOADCTL-LAST-STUDENT-NO.
           REWRITE LOADCTL-RECORD.

      * One REPTOVR card - kept only when the supervisor named on it
      * is a level-A operator on OPRFILE whose ID is not locked, the
      * same sign-on the screens' override key demands.
       150-LOAD-OVERRIDE-CARD.
           READ REPTOVR
               AT END
                   SET WS-REPTOVR-EOF TO TRUE
           END-READ.

           IF WS-REPTOVR-EOF
               CONTINUE
           ELSE
               MOVE REPTOVR-SUPERVISOR-ID TO OPRFILE-OPERATOR-ID
               READ OPRFILE RECORD
               IF NOT WS-OPRFILE-OK
                       OR NOT OPRFILE-ADMIN
                       OR OPRFILE-LOCKED
                   DISPLAY 'MVBLOAD - REPTOVR CARD IGNORED, '
                       REPTOVR-SUPERVISOR-ID
                       ' IS NOT A SUPERVISOR - STUDENT '
                       REPTOVR-STUDENT-NO ' ' REPTOVR-COURSE
               ELSE IF WS-OVR-COUNT = 100
                   DISPLAY 'MVBLOAD - REPTOVR TABLE FULL, CARD '
                       'IGNORED - STUDENT '
                       REPTOVR-STUDENT-NO ' ' REPTOVR-COURSE
               ELSE
                   ADD 1 TO WS-OVR-COUNT
                   MOVE REPTOVR-STUDENT-NO
                       TO WS-OVR-STUDENT-NO (WS-OVR-COUNT)
                   MOVE REPTOVR-COURSE TO WS-OVR-COURSE (WS-OVR-COUNT)
                   MOVE REPTOVR-SUPERVISOR-ID
                       TO WS-OVR-SUPERVISOR (WS-OVR-COUNT)
               END-IF
           END-IF.

       100-READ-REGLOAD.
           READ REGLOAD NEXT RECORD
               AT END
       320-VALIDATE-COURSES.
           MOVE ZERO TO WS-EMPTY-CC-COUNT.
           MOVE ZERO TO WS-TOTAL-CREDITS.
           INITIALIZE WS-SLOT-OVERRIDES.

           PERFORM 322-LOAD-COURSE-SLOT
               VARYING WS-COURSE-SUB FROM 1 BY 1
           MOVE WS-CT-PART2 (WS-COURSE-SUB) TO SQL-COURSE-CODE (5:4).

           MOVE ZERO TO SQL-CREDIT-HOURS.
           MOVE ZERO TO SQL-MAX-ATTEMPTS.
           MOVE 'N' TO SQL-REPEATABLE-FLAG.

           EXEC SQL SELECT COURSE_DESC, CAPACITY, SEATS_TAKEN,
                           ACTIVE_FLAG, CREDIT_HOURS,
                           MAX_ATTEMPTS, REPEATABLE_FLAG
                      INTO :SQL-COURSE-DESC, :SQL-CAPACITY,
                           :SQL-SEATS-TAKEN, :SQL-ACTIVE-FLAG,
                           :SQL-CREDIT-HOURS,
                           :SQL-MAX-ATTEMPTS, :SQL-REPEATABLE-FLAG
                      FROM BILLM.COURSE_CODES
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
           END-EXEC.
               ADD 3 TO WS-TOTAL-CREDITS
           END-IF.

           PERFORM 326-CHECK-REPEAT-POLICY THRU 326-EXIT.

       324-EXIT.
           EXIT.

      * The student's GRADFLE grades for the course, read on the
      * partial student-number/course key.  A course over the
      * policy is let through only on a REPTOVR card for this
      * student and course; otherwise the record is rejected.
       326-CHECK-REPEAT-POLICY.
           MOVE ZERO TO WS-REPEAT-ATTEMPTS.
           MOVE 'N' TO WS-REPEAT-PASSED-SW.
           MOVE SPACE TO WS-REPEAT-BLOCK.
           MOVE 'N' TO WS-GRADE-EOF-SWITCH.

           IF SQL-MAX-ATTEMPTS > ZERO
               MOVE SQL-MAX-ATTEMPTS TO WS-REPEAT-MAX
           ELSE
               MOVE 2 TO WS-REPEAT-MAX
           END-IF.

           MOVE REGLOAD-STUDENT-NO TO GRADFLE-STUDENT-NO.
           MOVE SQL-COURSE-CODE TO GRADFLE-COURSE.
           MOVE LOW-VALUES TO GRADFLE-TERM-YEAR.

           START GRADFLE KEY IS NOT LESS THAN GRADFLE-KEY.

           IF WS-GRADFLE-OK
               PERFORM 327-SCAN-ONE-GRADE
                   UNTIL WS-GRADE-EOF
           END-IF.

           IF WS-REPEAT-PASSED AND SQL-REPEATABLE-FLAG NOT = 'Y'
               SET WS-REPEAT-ALREADY-PASSED TO TRUE
           ELSE IF WS-REPEAT-ATTEMPTS NOT < WS-REPEAT-MAX
               SET WS-REPEAT-AT-LIMIT TO TRUE
           END-IF.

           IF WS-REPEAT-OK
               GO TO 326-EXIT
           END-IF.

           MOVE SPACES TO WS-OVR-FOUND-SUPERVISOR.

           PERFORM 330-MATCH-OVERRIDE-CARD
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > WS-OVR-COUNT.

           IF WS-OVR-FOUND-SUPERVISOR NOT = SPACES
               MOVE WS-OVR-FOUND-SUPERVISOR
                   TO WS-SO-SUPERVISOR (WS-COURSE-SUB)
               MOVE WS-REPEAT-BLOCK TO WS-SO-TYPE (WS-COURSE-SUB)
               MOVE WS-REPEAT-ATTEMPTS
                   TO WS-SO-ATTEMPTS (WS-COURSE-SUB)
               MOVE WS-REPEAT-MAX TO WS-SO-MAX (WS-COURSE-SUB)
           ELSE IF WS-REPEAT-AT-LIMIT
               MOVE 'COURSE AT REPEAT LIMIT - NEEDS OVERRIDE'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SWITCH
           ELSE
               MOVE 'COURSE ALREADY PASSED - NOT REPEATABLE'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SWITCH
           END-IF.

       326-EXIT.
           EXIT.

       327-SCAN-ONE-GRADE.
           READ GRADFLE NEXT RECORD
               AT END
                   SET WS-GRADE-EOF TO TRUE
           END-READ.

           IF WS-GRADE-EOF
               CONTINUE
           ELSE IF GRADFLE-STUDENT-NO NOT = REGLOAD-STUDENT-NO
                   OR GRADFLE-COURSE NOT = SQL-COURSE-CODE
               SET WS-GRADE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REPEAT-ATTEMPTS
               IF GRADFLE-GRADE NOT = 'F '
                       AND GRADFLE-GRADE NOT = 'I '
                       AND GRADFLE-GRADE NOT = 'W '
                       AND GRADFLE-GRADE NOT = SPACES
                   MOVE 'Y' TO WS-REPEAT-PASSED-SW
               END-IF
           END-IF.

       330-MATCH-OVERRIDE-CARD.
           IF WS-OVR-STUDENT-NO (WS-OVR-SUB) = REGLOAD-STUDENT-NO
                   AND WS-OVR-COURSE (WS-OVR-SUB) = SQL-COURSE-CODE
               MOVE WS-OVR-SUPERVISOR (WS-OVR-SUB)
                   TO WS-OVR-FOUND-SUPERVISOR
           END-IF.

       328-CHECK-DUPLICATE-COURSES.
           IF WS-CT-LENGTH (WS-COURSE-SUB) = 8
               PERFORM 329-COMPARE-COURSE-SLOT

      * An enrollment-class hold (E or B on HOLDFLE) blocks the
      * whole registration - the same block MVPRGU applies to a new
      * course slot keyed at the counter.  A probation (class L)
      * hold rejects a load over the probation ceiling.
       395-CHECK-ENROLL-HOLD.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.

               MOVE 'ENROLLMENT HOLD ON FILE FOR THIS STUDENT'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SWITCH
           ELSE IF HOLDFLE-LOAD-CAP-CLASS
                   AND WS-TOTAL-CREDITS > WS-PROBATION-MAX-LOAD
               MOVE 'ON PROBATION - CREDIT LOAD CAPPED AT 12'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SWITCH
           END-IF.

      * The student's MVBTKT registration window for the load term -
           ELSE
               PERFORM 420-COMMIT-COURSE-SEATS
               PERFORM 440-WRITE-AUDIT-REC
               PERFORM 450-JOURNAL-OVERRIDE
                   VARYING WS-COURSE-SUB FROM 1 BY 1
                   UNTIL WS-COURSE-SUB > 7
               ADD 1 TO WS-ACCEPT-COUNT
           END-IF.

           MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.

           MOVE 'MVBLOAD' TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.

      * A slot let past the repeat policy on a REPTOVR card is
      * journaled under the card's supervisor, terminal 'BTCH'.
       450-JOURNAL-OVERRIDE.
           IF WS-SO-SUPERVISOR (WS-COURSE-SUB) NOT = SPACES
               MOVE SPACES TO OVRDLOG-RECORD
               MOVE STUFILE-STUDENT-NO TO OVRDLOG-STUDENT-NO
               MOVE WS-RUN-DATE TO OVRDLOG-DATE
               MOVE WS-RUN-TIME TO OVRDLOG-TIME
               MOVE WS-CT-PART1 (WS-COURSE-SUB) TO OVRDLOG-COURSE (1:4)
               MOVE WS-CT-PART2 (WS-COURSE-SUB) TO OVRDLOG-COURSE (5:4)
               MOVE WS-SO-TYPE (WS-COURSE-SUB) TO OVRDLOG-TYPE
               MOVE WS-LOAD-TERM TO OVRDLOG-TERM-YEAR (1:1)
               MOVE WS-LOAD-YEAR TO OVRDLOG-TERM-YEAR (2:4)
               MOVE WS-SO-ATTEMPTS (WS-COURSE-SUB)
                   TO OVRDLOG-PRIOR-ATTEMPTS
               MOVE WS-SO-MAX (WS-COURSE-SUB) TO OVRDLOG-MAX-ATTEMPTS
               MOVE WS-SO-SUPERVISOR (WS-COURSE-SUB)
                   TO OVRDLOG-OPERATOR-ID
               MOVE 'BTCH' TO OVRDLOG-TERMID
               MOVE 'MVBLOAD' TO OVRDLOG-SOURCE-PGM
               WRITE OVRDLOG-RECORD
               IF NOT WS-OVRDLOG-OK
                   DISPLAY 'MVBLOAD - OVRDLOG WRITE FAILED, STATUS '
                       WS-OVRDLOG-STATUS ' FOR STUDENT '
                       STUFILE-STUDENT-NO
               END-IF
           END-IF.

       800-WRITE-REJECT-LINE.
           MOVE REGLOAD-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE REGLOAD-NAME TO WS-DL-STUDENT-NAME.
           CLOSE HOLDFLE.
           CLOSE TIMETKT.
           CLOSE LOADCTL.
           CLOSE GRADFLE.
           CLOSE OVRDLOG.
           CLOSE OPRFILE.
           CLOSE REPTOVR.
           STOP RUN.
