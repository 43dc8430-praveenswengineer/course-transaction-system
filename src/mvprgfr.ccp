       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGFR.
       AUTHOR. MICHAEL VALDRON.

      * NEXT-TERM (ADVANCE) REGISTRATION.  STUFILE ONLY CARRIES THE
      * CURRENT TERM'S COURSE SLOTS, SO A STUDENT'S REGISTRATION FOR
      * THE TERM AFTER THE ONE ON THEIR RECORD IS KEPT ON FUTENRL,
      * KEYED STUDENT PLUS TERM.  A=ADD PUTS ONE COURSE (AND
      * SECTION) IN THE FIRST FREE NEXT-TERM SLOT, D=DROP TAKES ONE
      * OUT, ANY OTHER ENTER SHOWS THE NEXT-TERM SCHEDULE.  AN ADD
      * RUNS THE SAME CHECKS MVPRGU RUNS ON A NEW CURRENT-TERM SLOT -
      * STUDENT STATUS, ENROLLMENT-CLASS HOLDS, THE MVBTKT TIME
      * TICKET FOR THE NEXT TERM, CATALOG AND SECTION, CAPACITY,
      * DEACTIVATION, PREREQUISITE, TIME CONFLICT AND CREDIT LOAD
      * (CAPPED LOWER FOR A STUDENT CARRYING A PROBATION HOLD) -
      * WITH CAPACITY JUDGED ON THE NEXT TERM'S SEATS (MVPRGCC
      * ACTIONS N/A/R ON NEXT_SEATS_TAKEN).  A PREREQUISITE IS MET BY
      * A PRIOR TERM ON TERMARC OR BY A COURSE THE STUDENT IS TAKING
      * NOW.  PF7 IS THE SAME SUPERVISOR OVERRIDE AS MVPRGU, WAVING
      * THE PREREQUISITE AND TIME-TICKET CHECKS THROUGH ONCE.  A
      * DROP RELEASES THE NEXT-TERM SEAT AND LEAVES A DROPFLE ENTRY
      * FOR THE NEXT TERM.  MVBROLL MOVES THE ENROLLMENT INTO THE
      * STUFILE SLOTS WHEN THE TERM ROLLS OVER.
      *
      * REACHED FROM MVPRGU (PF10) WITH THE STUDENT NUMBER IN THE
      * COMMAREA, OR A NUMBER CAN BE KEYED DIRECTLY.  PF3 GOES BACK
      * TO MVPRGU ON THE SAME STUDENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPM'.
       COPY DFHBMSCA.
       COPY 'STUFILEC'.
       COPY 'FUTRECC'.
       COPY 'HOLDRECC'.
       COPY 'TIMETKTC'.
       COPY 'TERMARCC'.
       COPY 'DROPRECC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

       01 WS-STUD-NUM                       PIC X(7).
       01 WS-STUD-LENGTH                    PIC S9(4) COMP VALUE 7.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  The operator stamped on the enrollment
      * comes from here, and PF7 is gated to a level-A sign-on.
       01 TS-OPR-NAME.
           05 TS-OPR-TERMID             PIC X(4).
           05 TS-OPR-ID                 PIC X(4) VALUE 'SGON'.

       01 TS-OPR-LENGTH                 PIC S9(4) COMP VALUE 23.

       01 TS-OPR-RECORD.
           05 TS-OPR-OPERATOR-ID        PIC X(8).
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-FULL        VALUE 'F'.
               88 TS-OPR-IS-ADMIN       VALUE 'A'.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).

      * Commarea for MVPRGCC - same layout MVPRGU passes.  Action N
      * looks a course up against the next term's seats, A/R commit
      * or release a next-term seat.
       01 WS-CC-TRANSFER-FIELD.
           05 WS-CC-COURSE-CODE.
               10 WS-CC-COURSE-CODE-PART1   PIC X(4).
               10 WS-CC-COURSE-CODE-PART2   PIC X(4).
           05 WS-CC-COURSE-DESC             PIC X(17).
           05 WS-CC-SUGGEST-CODE            PIC X(8).
           05 WS-CC-SUGGEST-DESC            PIC X(17).
           05 WS-CC-CAPACITY                PIC S9(4) COMP.
           05 WS-CC-SEATS-TAKEN             PIC S9(4) COMP.
           05 WS-CC-AT-CAPACITY             PIC X(1).
           05 WS-CC-COURSE-INACTIVE         PIC X(1).
           05 WS-CC-ACTION                  PIC X(1).
           05 WS-CC-PREREQ-CODE             PIC X(8).
           05 WS-CC-MEET-DAYS               PIC X(7).
           05 WS-CC-MEET-START              PIC S9(4) COMP.
           05 WS-CC-MEET-END                PIC S9(4) COMP.
           05 WS-CC-INSTRUCTOR-ID           PIC X(5).
           05 WS-CC-CAMPUS-CODE             PIC X(3).
           05 WS-CC-SECTION-NO              PIC X(2).
           05 WS-CC-SECTION-BAD             PIC X(1).
           05 WS-CC-CREDIT-HOURS            PIC S9(4) COMP.
           05 WS-CC-MAX-ATTEMPTS            PIC S9(4) COMP.
           05 WS-CC-REPEATABLE              PIC X(1).
       01 WS-CC-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 92.

       01 WS-CC-SUGGEST-MSG.
           05 FILLER                        PIC X(17)
                    VALUE 'NOT VALID - TRY: '.
           05 WS-CC-SUGGEST-MSG-CODE        PIC X(8).
           05 FILLER                        PIC X(15) VALUE SPACES.

       01 WS-NOT-FOUND-CONST                PIC X(16)
                VALUE 'COURSE NOT FOUND'.

       01 WS-PREREQ-MSG.
           05 FILLER                        PIC X(7)
                    VALUE 'PREREQ '.
           05 WS-PREREQ-MSG-CODE            PIC X(8).
           05 FILLER                        PIC X(25)
                    VALUE ' NOT MET - PF7 OVERRIDE'.

       01 WS-CONFLICT-MSG.
           05 FILLER                        PIC X(20)
                    VALUE 'MEETS SAME TIME AS '.
           05 WS-CM-COURSE                  PIC X(8).
           05 FILLER                        PIC X(12) VALUE SPACES.

      * The term after the one on the student's record - fall runs
      * into the next year's winter, winter into summer, summer
      * into fall.
       01 WS-NEXT-TERM-YEAR.
           05 WS-NX-TERM                    PIC X.
           05 WS-NX-YEAR                    PIC 9(4).

      * 'Y' when the student has no FUTENRL entry for the next term
      * yet - the add writes one instead of rewriting.
       01 WS-NEW-ENTRY-SW                   PIC X VALUE 'N'.
           88 WS-NEW-ENTRY                  VALUE 'Y'.

       01 WS-ENROLL-HOLD-SW                 PIC X VALUE 'N'.
           88 WS-ENROLL-HELD                VALUE 'Y'.
       01 WS-LOAD-CAP-SW                    PIC X VALUE 'N'.
           88 WS-LOAD-CAPPED                VALUE 'Y'.

       01 WS-WINDOW-CLOSED-SW               PIC X VALUE 'N'.
           88 WS-WINDOW-CLOSED              VALUE 'Y'.

      * 'Y' only for the rest of the task in which a supervisor
      * pressed PF7.
       01 WS-PREREQ-OVERRIDE-SW             PIC X VALUE 'N'.
           88 WS-PREREQ-OVERRIDDEN          VALUE 'Y'.

       01 WS-PREREQ-MET-SW                  PIC X VALUE 'N'.
           88 WS-PREREQ-MET                 VALUE 'Y'.

       01 WS-SLOT-SUB                       PIC 9 VALUE ZERO.
       01 WS-FREE-SLOT                      PIC 9 VALUE ZERO.
       01 WS-FOUND-SLOT                     PIC 9 VALUE ZERO.
       01 WS-LINE-SUB                       PIC 9 VALUE ZERO.
       01 WS-DAY-I                          PIC 9 VALUE ZERO.
       01 WS-DAY-J                          PIC 9 VALUE ZERO.

      * The course being added, as MVPRGCC described it, held while
      * the slots already taken are looked up one by one for the
      * time-conflict and credit-load checks.
       01 WS-ADD-COURSE                     PIC X(8).
       01 WS-ADD-SECTION                    PIC X(2).
       01 WS-ADD-DAYS                       PIC X(7).
       01 WS-ADD-START                      PIC S9(4) COMP.
       01 WS-ADD-END                        PIC S9(4) COMP.
       01 WS-CONFLICT-SLOT                  PIC 9 VALUE ZERO.

      * Same registrar-owned per-term ceiling MVPRGU enforces.
       01 WS-TOTAL-CREDITS                  PIC S9(4) COMP VALUE ZERO.
       01 WS-MAX-CREDIT-LOAD                PIC S9(4) COMP VALUE 21.
       01 WS-PROBATION-MAX-LOAD             PIC S9(4) COMP VALUE 12.

       01 WS-COURSE-CHECK.
           05 WS-CK-PART1                   PIC X(4).
           05 WS-CK-PART2                   PIC X(4).

      * Confirmation carried across the schedule redisplay that
      * follows an add or drop - the show paragraph wipes the map.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

      * What was keyed, put back on a refused add or drop so it can
      * be corrected rather than re-keyed.
       01 WS-KEYED-FUNC                     PIC X.
       01 WS-KEYED-COURSE                   PIC X(8).
       01 WS-KEYED-SECTION                  PIC X(2).

       01 WS-SCHED-LINE.
           05 WS-SL-COURSE                  PIC X(8).
           05 FILLER                        PIC X(5) VALUE ' SEC '.
           05 WS-SL-SECTION                 PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-SL-DESC                    PIC X(17).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-SL-DAYS                    PIC X(7).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-SL-START                   PIC 9(4).
           05 FILLER                        PIC X(1) VALUE '-'.
           05 WS-SL-END                     PIC 9(4).
           05 FILLER                        PIC X(7) VALUE SPACES.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGFR'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'I'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
            05 LK-TRANSFER                  PIC X(7).

       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF3(700-RETURN)
                                 PF7(380-PREREQ-OVERRIDE)
                                 PF9(600-EXIT-PROG)

            END-EXEC.

            EXEC CICS HANDLE CONDITION MAPFAIL(150-LOAD-FOR-COMMAREA)
                                       QIDERR(750-MENU)
            END-EXEC.

            IF EIBCALEN NOT = 7

                GO TO 100-FIRST-TIME

            END-IF.

            MOVE LK-TRANSFER TO WS-STUD-NUM.

            EXEC CICS RECEIVE MAP('FRGMAP') MAPSET('MVMAPM')

            END-EXEC.

      * No sign-on queue means no operator to stamp - back to the
      * menu, which puts the sign-on screen up.
            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            GO TO 200-MAIN-LOGIC.

      * An instructor-class sign-on sees its own sections on MVPRGIS
      * and nothing else - reaching this screen is refused, logged to
      * SECLOG as event X, and sent back there.
       050-CHECK-INSTRUCTOR.

            MOVE SPACES TO TS-OPR-RECORD.
            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF NOT TS-OPR-IS-INSTRUCTOR

                GO TO 055-CHECK-INSTRUCTOR-EXIT

            END-IF.

            MOVE SPACES TO SECLOG-RECORD.
            MOVE TS-OPR-OPERATOR-ID TO SECLOG-OPERATOR-ID.
            MOVE EIBDATE TO SECLOG-DATE.
            MOVE EIBTIME TO SECLOG-TIME.
            MOVE 'X' TO SECLOG-EVENT.
            MOVE EIBTRMID TO SECLOG-TERMID.

            EXEC CICS IGNORE CONDITION DUPREC END-EXEC.

            EXEC CICS WRITE FILE('SECLOG') FROM(SECLOG-RECORD)
                          LENGTH(SECLOG-LENGTH) RIDFLD(SECLOG-KEY)
            END-EXEC.

            EXEC CICS XCTL PROGRAM('MVPRGIS')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       055-CHECK-INSTRUCTOR-EXIT.
            EXIT.

       100-FIRST-TIME.

            MOVE LOW-VALUES TO FRGMAPO.

            MOVE 'ENTER STUDENT NUMBER' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('FRGMAP') MAPSET('MVMAPM') ERASE

            END-EXEC.

            MOVE SPACES TO WS-STUD-NUM.

            GO TO 910-RETURN-TRANSID.

      * Arrived from MVPRGU with a student number and nothing keyed
      * yet - straight to that student's next-term schedule.
       150-LOAD-FOR-COMMAREA.

            IF WS-STUD-NUM = SPACES

                GO TO 100-FIRST-TIME

            END-IF.

            PERFORM 210-READ-STUDENT.

            GO TO 500-SHOW-SCHEDULE.

       200-MAIN-LOGIC.

            IF STUNUML > 0

                IF STUNUML < 7 OR STUNUMI IS NOT NUMERIC

                    MOVE LOW-VALUES TO FRGMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'ENTER A 7 DIGIT STUDENT NUMBER' TO OUTMSGO
                    MOVE -1 TO STUNUML
                    MOVE DFHRED TO OUTMSGC
                    GO TO 900-SEND-MAP

                END-IF

      * A different student keyed - show theirs before acting on
      * anything else keyed with it.
                IF STUNUMI NOT = WS-STUD-NUM

                    MOVE STUNUMI TO WS-STUD-NUM
                    PERFORM 210-READ-STUDENT
                    GO TO 500-SHOW-SCHEDULE

                END-IF

            END-IF.

            IF WS-STUD-NUM = SPACES

                GO TO 100-FIRST-TIME

            END-IF.

            PERFORM 210-READ-STUDENT.

            IF FUNCI = 'A' OR FUNCI = 'a'

                GO TO 300-ADD-COURSE

            ELSE IF FUNCI = 'D' OR FUNCI = 'd'

                GO TO 400-DROP-COURSE

            ELSE

                GO TO 500-SHOW-SCHEDULE

            END-IF.

      * Reads the student and works out the term after the one on
      * the record.  A record with no usable term has nothing to
      * register ahead of.
       210-READ-STUDENT.

            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

            MOVE WS-STUD-NUM TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            IF STUFILE-YEAR IS NOT NUMERIC

                GO TO 955-NO-CURRENT-TERM

            END-IF.

            MOVE STUFILE-YEAR TO WS-NX-YEAR.

            IF STUFILE-TERM-FALL

                MOVE 'W' TO WS-NX-TERM
                ADD 1 TO WS-NX-YEAR

            ELSE IF STUFILE-TERM-WINTER

                MOVE 'S' TO WS-NX-TERM

            ELSE IF STUFILE-TERM-SUMMER

                MOVE 'F' TO WS-NX-TERM

            ELSE

                GO TO 955-NO-CURRENT-TERM

            END-IF.

      *----------------------------------------------------------*
      * ADD ONE COURSE TO THE NEXT-TERM ENROLLMENT.  THE CHECKS   *
      * RUN IN THE SAME ORDER MVPRGU RUNS THEM ON A NEW SLOT -     *
      * ANY FAILURE SENDS THE SCREEN BACK WITH THE REASON AND     *
      * NOTHING WRITTEN.                                          *
      *----------------------------------------------------------*
       300-ADD-COURSE.

            PERFORM 850-EDIT-COURSE.

            MOVE FCRSI TO WS-ADD-COURSE.

            IF FSECL = 0

                MOVE SPACES TO WS-ADD-SECTION

            ELSE

                MOVE FSECI TO WS-ADD-SECTION

            END-IF.

            IF NOT STUFILE-ST-ACTIVE

                MOVE 'STUDENT IS NOT ACTIVE - CANNOT ENROLL'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

            PERFORM 310-READ-FUTURE-UPDATE THRU 314-READ-DONE.

            MOVE ZERO TO WS-FREE-SLOT.
            MOVE ZERO TO WS-FOUND-SLOT.

            PERFORM 315-SCAN-ONE-SLOT
                VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 7.

            IF WS-FOUND-SLOT > ZERO

                MOVE 'ALREADY REGISTERED IN THAT COURSE'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

            IF WS-FREE-SLOT = ZERO

                MOVE 'ALL SEVEN NEXT-TERM SLOTS ARE TAKEN'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

            PERFORM 330-CHECK-ENROLL-HOLD THRU 330-EXIT.

            IF WS-ENROLL-HELD

                MOVE 'ENROLLMENT HOLD ON FILE - SEE HOLDS SCRN'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

      * The time ticket MVBTKT issued for the next term - the whole
      * point of issuing tickets before the current term ends.
            PERFORM 340-CHECK-REG-WINDOW THRU 340-EXIT.

            IF WS-WINDOW-CLOSED AND NOT WS-PREREQ-OVERRIDDEN

                MOVE 'REG WINDOW NOT OPEN YET - PF7 OVERRIDE'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

            MOVE WS-ADD-COURSE TO WS-CC-COURSE-CODE.
            MOVE WS-ADD-SECTION TO WS-CC-SECTION-NO.
            MOVE 'N' TO WS-CC-ACTION.
            PERFORM 820-RUN-CC-PROG.

            IF WS-CC-COURSE-DESC EQUAL TO WS-NOT-FOUND-CONST

                IF WS-CC-SUGGEST-CODE NOT EQUAL TO SPACES
                    MOVE WS-CC-SUGGEST-CODE TO WS-CC-SUGGEST-MSG-CODE
                    MOVE WS-CC-SUGGEST-MSG TO OUTMSGO
                ELSE
                    MOVE 'THIS IS NOT A VALID COURSE CODE' TO OUTMSGO
                END-IF
                GO TO 890-ADD-REFUSED

            ELSE IF WS-CC-SECTION-BAD EQUAL TO 'Y'

                MOVE 'SECTION NOT ON FILE FOR THIS COURSE'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            ELSE IF WS-CC-AT-CAPACITY EQUAL TO 'Y'

                MOVE 'THIS COURSE IS FULL FOR NEXT TERM' TO OUTMSGO
                GO TO 890-ADD-REFUSED

            ELSE IF WS-CC-COURSE-INACTIVE EQUAL TO 'Y'

                MOVE 'THIS COURSE HAS BEEN DEACTIVATED' TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

            IF WS-CC-PREREQ-CODE NOT EQUAL TO SPACES
                    AND NOT WS-PREREQ-OVERRIDDEN

                PERFORM 350-CHECK-PREREQ THRU 350-EXIT

                IF NOT WS-PREREQ-MET

                    MOVE WS-CC-PREREQ-CODE TO WS-PREREQ-MSG-CODE
                    MOVE WS-PREREQ-MSG TO OUTMSGO
                    GO TO 890-ADD-REFUSED

                END-IF

            END-IF.

            MOVE WS-CC-MEET-DAYS TO WS-ADD-DAYS.
            MOVE WS-CC-MEET-START TO WS-ADD-START.
            MOVE WS-CC-MEET-END TO WS-ADD-END.
            MOVE WS-CC-CREDIT-HOURS TO WS-TOTAL-CREDITS.
            MOVE ZERO TO WS-CONFLICT-SLOT.

            PERFORM 370-CHECK-ONE-SLOT
                VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 7
                   OR WS-CONFLICT-SLOT > ZERO.

            IF WS-CONFLICT-SLOT > ZERO

                MOVE FUTENRL-COURSE (WS-CONFLICT-SLOT) TO WS-CM-COURSE
                MOVE WS-CONFLICT-MSG TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

            IF WS-TOTAL-CREDITS > WS-MAX-CREDIT-LOAD

                MOVE 'NEXT-TERM CREDIT LOAD WOULD PASS 21'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

      * A probation (class L) hold found by the hold scan caps the
      * load lower.
            IF WS-LOAD-CAPPED
                    AND WS-TOTAL-CREDITS > WS-PROBATION-MAX-LOAD

                MOVE 'ON PROBATION - CREDIT LOAD CAPPED AT 12'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

      * Every check passed - take the next-term seat and fill the
      * slot.
            MOVE WS-ADD-COURSE TO WS-CC-COURSE-CODE.
            MOVE WS-ADD-SECTION TO WS-CC-SECTION-NO.
            MOVE 'A' TO WS-CC-ACTION.
            PERFORM 820-RUN-CC-PROG.

            MOVE WS-ADD-COURSE TO FUTENRL-COURSE (WS-FREE-SLOT).
            MOVE WS-ADD-SECTION TO FUTENRL-SECTION (WS-FREE-SLOT).
            SET FUTENRL-PENDING TO TRUE.
            MOVE EIBDATE TO FUTENRL-LAST-DATE.
            MOVE EIBTIME TO FUTENRL-LAST-TIME.
            MOVE TS-OPR-OPERATOR-ID TO FUTENRL-OPERATOR-ID.

            IF WS-NEW-ENTRY

                EXEC CICS WRITE FILE('FUTENRL') FROM(FUTENRL-RECORD)
                              LENGTH(FUTENRL-LENGTH)
                              RIDFLD(FUTENRL-KEY)
                END-EXEC

            ELSE

                EXEC CICS REWRITE FILE('FUTENRL')
                              FROM(FUTENRL-RECORD)
                              LENGTH(FUTENRL-LENGTH)
                END-EXEC

            END-IF.

            MOVE 'COURSE ADDED FOR NEXT TERM!' TO WS-HELD-MSG.
            GO TO 500-SHOW-SCHEDULE.

      * Reads the next-term entry for update, or starts an empty one
      * in storage when there is none yet.  An entry left promoted
      * by an earlier rollover is reused from scratch.
       310-READ-FUTURE-UPDATE.

            MOVE 'N' TO WS-NEW-ENTRY-SW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(312-NEW-ENTRY)
            END-EXEC.

            MOVE WS-STUD-NUM TO FUTENRL-STUDENT-NO.
            MOVE WS-NEXT-TERM-YEAR TO FUTENRL-TERM-YEAR.

            EXEC CICS READ FILE('FUTENRL')
                       INTO (FUTENRL-RECORD)
                       LENGTH (FUTENRL-LENGTH)
                       RIDFLD (FUTENRL-KEY)
                       UPDATE
            END-EXEC.

            IF FUTENRL-PROMOTED

                MOVE SPACES TO FUTENRL-COURSES
                MOVE SPACES TO FUTENRL-SECTIONS
                MOVE ZERO TO FUTENRL-PROMOTED-DATE

            END-IF.

            GO TO 314-READ-DONE.

       312-NEW-ENTRY.

            MOVE 'Y' TO WS-NEW-ENTRY-SW.
            MOVE SPACES TO FUTENRL-RECORD.
            MOVE WS-STUD-NUM TO FUTENRL-STUDENT-NO.
            MOVE WS-NEXT-TERM-YEAR TO FUTENRL-TERM-YEAR.
            MOVE ZERO TO FUTENRL-PROMOTED-DATE.

       314-READ-DONE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

      * Notes the first free slot and any slot already holding the
      * keyed course.
       315-SCAN-ONE-SLOT.

            IF FUTENRL-COURSE (WS-SLOT-SUB) = SPACES

                IF WS-FREE-SLOT = ZERO

                    MOVE WS-SLOT-SUB TO WS-FREE-SLOT

                END-IF

            ELSE IF FUTENRL-COURSE (WS-SLOT-SUB) = FCRSI

                MOVE WS-SLOT-SUB TO WS-FOUND-SLOT

            END-IF.

      * Browses the student's HOLDFLE entries for one whose class
      * blocks enrollment - the same scan as MVPRGU's.
       330-CHECK-ENROLL-HOLD.

            MOVE 'N' TO WS-ENROLL-HOLD-SW.

            MOVE 'N' TO WS-LOAD-CAP-SW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(330-EXIT)
                 ENDFILE(334-HOLD-SCAN-DONE)
            END-EXEC.

            MOVE WS-STUD-NUM TO HOLDFLE-STUDENT-NO.
            MOVE LOW-VALUES TO HOLDFLE-TYPE.

            EXEC CICS STARTBR FILE('HOLDFLE')
                          RIDFLD(HOLDFLE-KEY)
                          GTEQ
            END-EXEC.

       332-HOLD-SCAN-NEXT.

            EXEC CICS READNEXT FILE('HOLDFLE')
                       INTO (HOLDFLE-RECORD)
                       RIDFLD (HOLDFLE-KEY)
                       LENGTH (HOLDFLE-LENGTH)
            END-EXEC.

            IF HOLDFLE-STUDENT-NO NOT = WS-STUD-NUM

                GO TO 334-HOLD-SCAN-DONE

            END-IF.

            IF HOLDFLE-ENROLL-CLASS

                MOVE 'Y' TO WS-ENROLL-HOLD-SW

            END-IF.

            IF HOLDFLE-LOAD-CAP-CLASS

                MOVE 'Y' TO WS-LOAD-CAP-SW

            END-IF.

            GO TO 332-HOLD-SCAN-NEXT.

       334-HOLD-SCAN-DONE.

            EXEC CICS ENDBR FILE('HOLDFLE') END-EXEC.

       330-EXIT.
            EXIT.

      * The student's TIMETKT entry for the next term - no ticket
      * on file means no window to wait for.
       340-CHECK-REG-WINDOW.

            MOVE 'N' TO WS-WINDOW-CLOSED-SW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(340-EXIT)
            END-EXEC.

            MOVE WS-STUD-NUM TO TIMETKT-STUDENT-NO.
            MOVE WS-NEXT-TERM-YEAR TO TIMETKT-TERM-YEAR.

            EXEC CICS READ FILE('TIMETKT')
                       INTO (TIMETKT-RECORD)
                       LENGTH (TIMETKT-LENGTH)
                       RIDFLD (TIMETKT-KEY)
            END-EXEC.

            IF EIBDATE < TIMETKT-OPEN-DATE

                MOVE 'Y' TO WS-WINDOW-CLOSED-SW

            ELSE IF EIBDATE = TIMETKT-OPEN-DATE
                    AND EIBTIME < TIMETKT-OPEN-TIME

                MOVE 'Y' TO WS-WINDOW-CLOSED-SW

            END-IF.

       340-EXIT.
            EXIT.

      * A prerequisite is met by a course the student is sitting in
      * now - it finishes before the next term starts - or by one
      * on any prior term archived to TERMARC.  The archive image is
      * unpacked at the STUFILEC course positions (31-86), as
      * MVPRGU's 982-CHECK-PREREQ-HISTORY does.
       350-CHECK-PREREQ.

            MOVE 'N' TO WS-PREREQ-MET-SW.

            IF STUFILE-COURSE1 = WS-CC-PREREQ-CODE OR
               STUFILE-COURSE2 = WS-CC-PREREQ-CODE OR
               STUFILE-COURSE3 = WS-CC-PREREQ-CODE OR
               STUFILE-COURSE4 = WS-CC-PREREQ-CODE OR
               STUFILE-COURSE5 = WS-CC-PREREQ-CODE OR
               STUFILE-COURSE6 = WS-CC-PREREQ-CODE OR
               STUFILE-COURSE7 = WS-CC-PREREQ-CODE

                MOVE 'Y' TO WS-PREREQ-MET-SW

                GO TO 350-EXIT

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(350-EXIT)
                 ENDFILE(354-HISTORY-DONE)
            END-EXEC.

            MOVE WS-STUD-NUM TO TERMARC-STUDENT-NO.
            MOVE LOW-VALUES TO TERMARC-TERM-YEAR.

            EXEC CICS STARTBR FILE('TERMARC')
                          RIDFLD(TERMARC-KEY)
                          GTEQ
            END-EXEC.

       352-HISTORY-NEXT.

            EXEC CICS READNEXT FILE('TERMARC')
                       INTO (TERMARC-RECORD)
                       RIDFLD (TERMARC-KEY)
                       LENGTH (TERMARC-LENGTH)
            END-EXEC.

            IF TERMARC-STUDENT-NO NOT = WS-STUD-NUM

                GO TO 354-HISTORY-DONE

            END-IF.

            IF TERMARC-DATA (31:8) = WS-CC-PREREQ-CODE OR
               TERMARC-DATA (39:8) = WS-CC-PREREQ-CODE OR
               TERMARC-DATA (47:8) = WS-CC-PREREQ-CODE OR
               TERMARC-DATA (55:8) = WS-CC-PREREQ-CODE OR
               TERMARC-DATA (63:8) = WS-CC-PREREQ-CODE OR
               TERMARC-DATA (71:8) = WS-CC-PREREQ-CODE OR
               TERMARC-DATA (79:8) = WS-CC-PREREQ-CODE

                MOVE 'Y' TO WS-PREREQ-MET-SW

                GO TO 354-HISTORY-DONE

            END-IF.

            GO TO 352-HISTORY-NEXT.

       354-HISTORY-DONE.

            EXEC CICS ENDBR FILE('TERMARC') END-EXEC.

       350-EXIT.
            EXIT.

      * Looks each slot already taken for the next term up again for
      * its schedule and credit hours - the course being added
      * clashes with it when they share a day letter and their HHMM
      * ranges intersect.  Courses with no schedule never clash.
       370-CHECK-ONE-SLOT.

            IF FUTENRL-COURSE (WS-SLOT-SUB) NOT = SPACES

                MOVE FUTENRL-COURSE (WS-SLOT-SUB) TO WS-CC-COURSE-CODE
                MOVE FUTENRL-SECTION (WS-SLOT-SUB) TO WS-CC-SECTION-NO
                MOVE 'N' TO WS-CC-ACTION
                PERFORM 820-RUN-CC-PROG
                ADD WS-CC-CREDIT-HOURS TO WS-TOTAL-CREDITS

                IF WS-CC-MEET-END > ZERO
                        AND WS-ADD-END > ZERO
                        AND WS-CC-MEET-START < WS-ADD-END
                        AND WS-ADD-START < WS-CC-MEET-END

                    PERFORM 375-CHECK-SHARED-DAY
                        VARYING WS-DAY-I FROM 1 BY 1
                        UNTIL WS-DAY-I > 7
                           OR WS-CONFLICT-SLOT > ZERO

                END-IF

            END-IF.

       375-CHECK-SHARED-DAY.

            IF WS-ADD-DAYS (WS-DAY-I:1) NOT = SPACE

                PERFORM 376-MATCH-ONE-DAY
                    VARYING WS-DAY-J FROM 1 BY 1
                    UNTIL WS-DAY-J > 7
                       OR WS-CONFLICT-SLOT > ZERO

            END-IF.

       376-MATCH-ONE-DAY.

            IF WS-ADD-DAYS (WS-DAY-I:1) =
                    WS-CC-MEET-DAYS (WS-DAY-J:1)

                MOVE WS-SLOT-SUB TO WS-CONFLICT-SLOT

            END-IF.

      * PF7 - supervisor override, gated to a level-A sign-on.  The
      * screen was already received when the key was pressed; the
      * add is re-run with the prerequisite and time-ticket checks
      * waved through for this task.
       380-PREREQ-OVERRIDE.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF FUNCI NOT = 'A' AND FUNCI NOT = 'a'

                GO TO 200-MAIN-LOGIC

            END-IF.

            IF NOT TS-OPR-IS-ADMIN

                GO TO 385-OVERRIDE-DENIED

            END-IF.

            MOVE 'Y' TO WS-PREREQ-OVERRIDE-SW.

            GO TO 200-MAIN-LOGIC.

       385-OVERRIDE-DENIED.

            MOVE 'OVERRIDE NEEDS A SUPERVISOR SIGN-ON' TO OUTMSGO.
            GO TO 890-ADD-REFUSED.

      *----------------------------------------------------------*
      * DROP ONE COURSE FROM THE NEXT-TERM ENROLLMENT - THE SEAT  *
      * GOES BACK ON THE NEXT TERM'S COUNT AND DROPFLE GETS THE   *
      * ENTRY.  AN ENROLLMENT LEFT WITH NO COURSES IS DELETED.    *
      *----------------------------------------------------------*
       400-DROP-COURSE.

            PERFORM 850-EDIT-COURSE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(960-NOT-REGISTERED)
            END-EXEC.

            MOVE WS-STUD-NUM TO FUTENRL-STUDENT-NO.
            MOVE WS-NEXT-TERM-YEAR TO FUTENRL-TERM-YEAR.

            EXEC CICS READ FILE('FUTENRL')
                       INTO (FUTENRL-RECORD)
                       LENGTH (FUTENRL-LENGTH)
                       RIDFLD (FUTENRL-KEY)
                       UPDATE
            END-EXEC.

            MOVE ZERO TO WS-FREE-SLOT.
            MOVE ZERO TO WS-FOUND-SLOT.

            IF FUTENRL-PENDING

                PERFORM 315-SCAN-ONE-SLOT
                    VARYING WS-SLOT-SUB FROM 1 BY 1
                    UNTIL WS-SLOT-SUB > 7

            END-IF.

            IF WS-FOUND-SLOT = ZERO

                EXEC CICS UNLOCK FILE('FUTENRL') END-EXEC

                GO TO 960-NOT-REGISTERED

            END-IF.

            MOVE FUTENRL-COURSE (WS-FOUND-SLOT) TO WS-CC-COURSE-CODE.
            MOVE FUTENRL-SECTION (WS-FOUND-SLOT) TO WS-CC-SECTION-NO.
            MOVE 'R' TO WS-CC-ACTION.
            PERFORM 820-RUN-CC-PROG.

            MOVE WS-STUD-NUM TO DROPFLE-STUDENT-NO.
            MOVE EIBDATE TO DROPFLE-DATE.
            MOVE EIBTIME TO DROPFLE-TIME.
            MOVE FUTENRL-COURSE (WS-FOUND-SLOT) TO DROPFLE-COURSE.
            MOVE WS-NEXT-TERM-YEAR TO DROPFLE-TERM-YEAR.
            SET DROPFLE-RSN-UNSPECIFIED TO TRUE.
            MOVE EIBOPID TO DROPFLE-OPERATOR-ID.

            EXEC CICS WRITE FILE('DROPFLE') FROM(DROPFLE-RECORD)
                          LENGTH(DROPFLE-LENGTH) RIDFLD(DROPFLE-KEY)
            END-EXEC.

            MOVE SPACES TO FUTENRL-COURSE (WS-FOUND-SLOT).
            MOVE SPACES TO FUTENRL-SECTION (WS-FOUND-SLOT).

            IF FUTENRL-COURSES = SPACES

                EXEC CICS DELETE FILE('FUTENRL') END-EXEC

            ELSE

                MOVE EIBDATE TO FUTENRL-LAST-DATE
                MOVE EIBTIME TO FUTENRL-LAST-TIME
                MOVE TS-OPR-OPERATOR-ID TO FUTENRL-OPERATOR-ID

                EXEC CICS REWRITE FILE('FUTENRL')
                              FROM(FUTENRL-RECORD)
                              LENGTH(FUTENRL-LENGTH)
                END-EXEC

            END-IF.

            MOVE 'COURSE DROPPED FOR NEXT TERM!' TO WS-HELD-MSG.
            GO TO 500-SHOW-SCHEDULE.

      * Lists the next-term schedule, each slot looked up on the
      * catalog for its description and meeting times.
       500-SHOW-SCHEDULE.

            MOVE LOW-VALUES TO FRGMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE WS-NEXT-TERM-YEAR TO NTERMO.

            EXEC CICS HANDLE CONDITION
                 NOTFND(540-NOTHING-SHOWN)
            END-EXEC.

            MOVE WS-STUD-NUM TO FUTENRL-STUDENT-NO.
            MOVE WS-NEXT-TERM-YEAR TO FUTENRL-TERM-YEAR.

            EXEC CICS READ FILE('FUTENRL')
                       INTO (FUTENRL-RECORD)
                       LENGTH (FUTENRL-LENGTH)
                       RIDFLD (FUTENRL-KEY)
            END-EXEC.

            IF NOT FUTENRL-PENDING

                GO TO 540-NOTHING-SHOWN

            END-IF.

            MOVE ZERO TO WS-LINE-SUB.

            PERFORM 520-SHOW-ONE-SLOT
                VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 7.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE

                MOVE 'NEXT-TERM REGISTRATION SHOWN' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            GO TO 550-SHOW-DONE.

       520-SHOW-ONE-SLOT.

            IF FUTENRL-COURSE (WS-SLOT-SUB) NOT = SPACES

                MOVE FUTENRL-COURSE (WS-SLOT-SUB) TO WS-CC-COURSE-CODE
                MOVE FUTENRL-SECTION (WS-SLOT-SUB) TO WS-CC-SECTION-NO
                MOVE 'N' TO WS-CC-ACTION
                PERFORM 820-RUN-CC-PROG
                ADD 1 TO WS-LINE-SUB
                MOVE FUTENRL-COURSE (WS-SLOT-SUB) TO WS-SL-COURSE
                MOVE FUTENRL-SECTION (WS-SLOT-SUB) TO WS-SL-SECTION
                MOVE WS-CC-COURSE-DESC TO WS-SL-DESC
                MOVE WS-CC-MEET-DAYS TO WS-SL-DAYS
                MOVE WS-CC-MEET-START TO WS-SL-START
                MOVE WS-CC-MEET-END TO WS-SL-END
                MOVE WS-SCHED-LINE TO FRLINEO (WS-LINE-SUB)
                MOVE DFHGREEN TO FRLINEC (WS-LINE-SUB)

            END-IF.

       540-NOTHING-SHOWN.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE

                MOVE 'NO NEXT-TERM REGISTRATION ON FILE' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

       550-SHOW-DONE.

            MOVE -1 TO FCRSL.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

      * PF3 - back to the update screen on the same student, or to
      * the menu when no student has been looked up yet.
       700-RETURN.

            MOVE LOW-VALUES TO FRGMAPO.

            IF EIBCALEN NOT = 7

                GO TO 750-MENU

            END-IF.

            MOVE LK-TRANSFER TO WS-STUD-NUM.

            IF WS-STUD-NUM = SPACES

                GO TO 750-MENU

            END-IF.

            EXEC CICS XCTL PROGRAM('MVPRGU')
                           COMMAREA(WS-STUD-NUM)
                           LENGTH(WS-STUD-LENGTH)
            END-EXEC.

       750-MENU.

            MOVE LOW-VALUES TO FRGMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * Every screen that shows the student is logged to VIEWLOG
      * through MVPRGVW.
       795-LOG-VIEW.

            MOVE WS-STUD-NUM TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' N E X T  T E R M  R E G' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            FCRSC,
                            FSECC.
            MOVE DFHYELLO TO STUNUMC,
                             STUNAMC,
                             NTERMC.
            MOVE DFHBMFSE TO FUNCA,
                             STUNUMA,
                             FCRSA,
                             FSECA.

       820-RUN-CC-PROG.

            EXEC CICS LINK PROGRAM('MVPRGCC')
                               COMMAREA(WS-CC-TRANSFER-FIELD)
                               LENGTH(WS-CC-TRANSFER-LENGTH)
            END-EXEC.

      * Add and drop both need a course code - four letters, four
      * digits, the same shape MVPRGU edits.
       850-EDIT-COURSE.

            MOVE FCRSI TO WS-COURSE-CHECK.

            IF FCRSL < 8 OR WS-CK-PART1 IS NOT ALPHABETIC
                    OR WS-CK-PART2 IS NOT NUMERIC

                MOVE 'ENTER AN 8 CHARACTER COURSE (ABCD1234)'
                    TO OUTMSGO
                GO TO 890-ADD-REFUSED

            END-IF.

      * Every refused add or drop comes back through here with the
      * reason already in OUTMSGO - the keyed fields stay on the
      * screen for correction.
       890-ADD-REFUSED.

            MOVE FUNCI TO WS-KEYED-FUNC.
            MOVE FCRSI TO WS-KEYED-COURSE.
            MOVE FSECI TO WS-KEYED-SECTION.
            MOVE OUTMSGO TO WS-HELD-MSG.

            MOVE LOW-VALUES TO FRGMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE WS-HELD-MSG TO OUTMSGO.
            MOVE WS-KEYED-FUNC TO FUNCO.
            MOVE WS-KEYED-COURSE TO FCRSO.
            MOVE WS-KEYED-SECTION TO FSECO.
            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE WS-NEXT-TERM-YEAR TO NTERMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE DFHRED TO OUTMSGC.
            MOVE -1 TO FCRSL.

            PERFORM 795-LOG-VIEW.

            GO TO 900-SEND-MAP.

       900-SEND-MAP.

            EXEC CICS SEND MAP('FRGMAP') MAPSET('MVMAPM') CURSOR

            END-EXEC.

       910-RETURN-TRANSID.

            EXEC CICS RETURN TRANSID('MV27')
                            COMMAREA(WS-STUD-NUM)
                            LENGTH(WS-STUD-LENGTH)
            END-EXEC.

       950-STUDENT-NOT-FOUND.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            MOVE LOW-VALUES TO FRGMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE DFHRED TO OUTMSGC.
            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            MOVE SPACES TO WS-STUD-NUM.
            GO TO 900-SEND-MAP.

       955-NO-CURRENT-TERM.

            MOVE LOW-VALUES TO FRGMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO CURRENT TERM ON THE STUDENT RECORD' TO OUTMSGO.
            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            GO TO 900-SEND-MAP.

       960-NOT-REGISTERED.

            MOVE 'NOT REGISTERED IN THAT COURSE NEXT TERM'
                TO OUTMSGO.
            GO TO 890-ADD-REFUSED.
