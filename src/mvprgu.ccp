      * Credit hours off the catalog row, 3 where the row carries
      * none - summed into the per-term credit load below.
           05 WS-CC-CREDIT-HOURS            PIC S9(4) COMP.
      * Repeat policy off the catalog row - the most attempts the
      * course allows (2 where the row carries none) and 'Y' when
      * a passed course may be taken again for credit.
           05 WS-CC-MAX-ATTEMPTS            PIC S9(4) COMP.
           05 WS-CC-REPEATABLE              PIC X(1).
       01 WS-CC-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 92.

      * Built only when MVPRGCC comes back with a close-match
      * suggestion for a course code that wasn't found.
           05 WS-VL-INTL-ADDR-SW            PIC X(1).
       01 WS-VL-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 82.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGU'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'U'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

      * Counter for the number for course codes that have been found
      * empty.
       01   WS-EMPTY-CC-COUNT               PIC 99 VALUE 0.

       COPY 'AUDITREC'.

       COPY 'WAITRECC'.

       COPY 'TERMARCC'.

       COPY 'TIMETKTC'.

       COPY 'APPRRECC'.

       COPY 'DMNDRECC'.

       COPY 'OVRDLOGC'.

      * 'Y' once a change to withdrawn or suspended has been parked
      * on APPRFLE instead of applied - flips the updated message.
       01   WS-STATUS-QUEUED-SW              PIC X VALUE 'N'.
           88  WS-STATUS-QUEUED              VALUE 'Y'.

      * Set by 944-CHECK-PENDING-APPROVAL - 'Y' when the student
      * already has a request for WS-APPR-CHECK-ACTION waiting on
      * APPRFLE, which is refused rather than parked a second time.
       01   WS-APPR-PENDING-SW               PIC X VALUE 'N'.
           88  WS-APPR-PENDING               VALUE 'Y'.
       01   WS-APPR-CHECK-ACTION             PIC X VALUE SPACE.
       01   WS-APPR-SAVE-RECORD              PIC X(150).

      * Set by 949-CHECK-REG-WINDOW - 'Y' when the student's
      * registration window for the keyed term has not opened yet.
       01   WS-WINDOW-CLOSED-SW              PIC X VALUE 'N'.
       01   WS-ENROLL-HOLD-SW                PIC X VALUE 'N'.
           88  WS-ENROLL-HELD                VALUE 'Y'.

      * Also set by 947-CHECK-ENROLL-HOLD - 'Y' when a load-cap
      * (class L, academic probation) hold is on file.
       01   WS-LOAD-CAP-SW                   PIC X VALUE 'N'.
           88  WS-LOAD-CAPPED                VALUE 'Y'.

      * 'Y' while 500-READ-REC is redisplaying a record that another
      * terminal rewrote underneath this one - flips the found
      * message into the lost-update warning.
      * is being deleted.
       01   WS-DROP-REASON                   PIC X VALUE 'U'.

      * 'Y' when DRPRSNI was keyed.  A slot replaced by another
      * course with no reason keyed is a schedule change - the drop
      * half of a swap - and is recorded as S, not U.
       01   WS-DROP-RSN-KEYED-SW             PIC X VALUE 'N'.
           88  WS-DROP-RSN-KEYED             VALUE 'Y'.

      * Set by 959A-CHECK-STILL-HELD - 'Y' when the course leaving
      * one slot is still on the record in another, so the change is
      * a re-keyed list, not a real drop.
      * capacity.
       01   WS-WAITLIST-SUB                  PIC 9 VALUE 0.

      * Input length 969-RESTORE-SWAP-SLOT gives the restored section
      * - zero when the held course ran unsectioned.
       01   WS-SWAP-SECT-LEN                 PIC S9(4) COMP VALUE 0.

      * 'Y' only for the rest of the task in which a supervisor
      * pressed PF7 - waves the prerequisite checks through once,
      * and lets a course past the repeat policy (journaled).
       01   WS-PREREQ-OVERRIDE-SW            PIC X VALUE 'N'.
           88  WS-PREREQ-OVERRIDDEN          VALUE 'Y'.

           05 FILLER                        PIC X(25)
                    VALUE ' NOT MET - PF7 OVERRIDE'.

      * Set by 985-CHECK-REPEAT-HISTORY off the student's GRADFLE
      * grades for the course - every prior grade is an attempt, F
      * and W included, and any grade but F, I or W is a pass.
       01   WS-REPEAT-ATTEMPTS               PIC 9(2) VALUE ZERO.
       01   WS-REPEAT-PASSED-SW              PIC X VALUE 'N'.
           88  WS-REPEAT-PASSED              VALUE 'Y'.
       01   WS-REPEAT-BLOCK                  PIC X VALUE SPACE.
           88  WS-REPEAT-OK                  VALUE SPACE.
           88  WS-REPEAT-AT-LIMIT            VALUE 'L'.
           88  WS-REPEAT-ALREADY-PASSED      VALUE 'P'.

       01 WS-REPEAT-MSG.
           05 FILLER                        PIC X(18)
                    VALUE 'AT REPEAT LIMIT OF'.
           05 WS-REPEAT-MSG-MAX             PIC Z9.
           05 FILLER                        PIC X(20)
                    VALUE ' - PF7 OVERRIDE'.

      * Courses let past the repeat policy on a PF7 override - held
      * until the update is saved, then each is journaled to
      * OVRDLOG with the supervisor who signed for it.
       01 WS-OVRD-TABLE.
           05 WS-OVRD-ENTRY                 OCCURS 7.
               10 WS-OVRD-COURSE            PIC X(8).
               10 WS-OVRD-TYPE              PIC X.
               10 WS-OVRD-ATTEMPTS          PIC 9(2).
               10 WS-OVRD-MAX               PIC 9(2).
       01 WS-OVRD-COUNT                     PIC 9 VALUE ZERO.
       01 WS-OVRD-SUB                       PIC 9 VALUE ZERO.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  Read only to gate the PF7 prerequisite
      * and repeat override to a supervisor (level A) sign-on, and
      * to name that supervisor on the OVRDLOG journal.
       01 TS-OPR-NAME.
           05 TS-OPR-TERMID             PIC X(4).
           05 TS-OPR-ID                 PIC X(4) VALUE 'SGON'.
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-FULL        VALUE 'F'.
               88 TS-OPR-IS-ADMIN       VALUE 'A'.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).
       01  WS-TOTAL-CREDITS             PIC S9(4) COMP VALUE ZERO.
       01  WS-MIN-CREDIT-LOAD           PIC S9(4) COMP VALUE 3.
       01  WS-MAX-CREDIT-LOAD           PIC S9(4) COMP VALUE 21.
       01  WS-PROBATION-MAX-LOAD        PIC S9(4) COMP VALUE 12.

       01  WS-CONFLICT-SLOT             PIC 9 VALUE ZERO.

       01   WS-AREA-POSTAL-ERROR-CONST      PIC X(38)
                VALUE 'POSTAL CODE PREFIX DOES NOT MATCH AREA'.

       COPY 'SECLOGC'.

       LINKAGE SECTION.
       
       01 DFHCOMMAREA.
       
       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.
            
            EXEC CICS HANDLE AID PF3(750-RETURN)
                                 PF5(965-WAITLIST-STUDENT)
                                 PF7(988-PREREQ-OVERRIDE)
                                 PF8(992-CONTACTS)
                                 PF9(700-EXIT-PROG)
                                 PF10(993-NEXT-TERM)
                                 PF12(995-HELP)

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

       		MOVE LOW-VALUES TO IAEMAPO.
            MOVE 'F6 - DELETE RECORD' TO UPTILEO.
            
            MOVE -1 TO CCOD11L.

            PERFORM 996-LOG-VIEW.
            
            GO TO 400-SEND-MAP.
            
       937-VALIDATE-EXIT.
            EXIT.

      * Browses the student's APPRFLE requests for one still
      * pending with the action in WS-APPR-CHECK-ACTION.  Leaves
      * APPRFLE-RECORD holding whatever was read last.
       944-CHECK-PENDING-APPROVAL.

            MOVE 'N' TO WS-APPR-PENDING-SW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(944C-PENDING-RESTORE)
                 ENDFILE(944B-PENDING-DONE)
            END-EXEC.

            MOVE SAVE-NUM TO APPRFLE-STUDENT-NO.
            MOVE ZERO TO APPRFLE-REQ-DATE.
            MOVE ZERO TO APPRFLE-REQ-TIME.

            EXEC CICS STARTBR FILE('APPRFLE')
                          RIDFLD(APPRFLE-KEY)
                          GTEQ
            END-EXEC.

       944A-PENDING-NEXT.

            EXEC CICS READNEXT FILE('APPRFLE')
                       INTO (APPRFLE-RECORD)
                       RIDFLD (APPRFLE-KEY)
                       LENGTH (APPRFLE-LENGTH)
            END-EXEC.

            IF APPRFLE-STUDENT-NO NOT = SAVE-NUM

                GO TO 944B-PENDING-DONE

            END-IF.

            IF APPRFLE-PENDING AND APPRFLE-ACTION = WS-APPR-CHECK-ACTION

                MOVE 'Y' TO WS-APPR-PENDING-SW
                GO TO 944B-PENDING-DONE

            END-IF.

            GO TO 944A-PENDING-NEXT.

       944B-PENDING-DONE.

            EXEC CICS ENDBR FILE('APPRFLE') END-EXEC.

       944C-PENDING-RESTORE.

      * The browse re-pointed NOTFND and ENDFILE into this range -
      * put the program-level handlers back for whatever runs next
      * (ENDFILE has none of its own, so it goes back to the default).
            EXEC CICS HANDLE CONDITION
                 NOTFND(999-SEND-ERROR-NO-RECORD-MSG)
                 ENDFILE
            END-EXEC.

       944-EXIT.
            EXIT.

      * Scans the screen's course slots for one not already on the
      * record - COURSES-ARRAY was loaded by 950-MAIN-UPDATE-LOGIC
      * before this is performed.

            MOVE 'N' TO WS-ENROLL-HOLD-SW.

            MOVE 'N' TO WS-LOAD-CAP-SW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(947-RESTORE)
                 ENDFILE(948-HOLD-SCAN-DONE)

            END-IF.

            IF HOLDFLE-LOAD-CAP-CLASS

                MOVE 'Y' TO WS-LOAD-CAP-SW

            END-IF.

            GO TO 947A-HOLD-SCAN-NEXT.

       948-HOLD-SCAN-DONE.

       947-RESTORE.

      * The browse re-pointed NOTFND and ENDFILE - put the
      * program-level handlers back for whatever runs next (ENDFILE
      * has none of its own, so it goes back to the default).
            EXEC CICS HANDLE CONDITION
                 NOTFND(999-SEND-ERROR-NO-RECORD-MSG)
                 ENDFILE
            END-EXEC.

       947-EXIT.

            MOVE ZERO TO WS-TOTAL-CREDITS.

            MOVE ZERO TO WS-OVRD-COUNT.

            PERFORM 957-LOAD-OLD-SLOTS.

            PERFORM VARYING COURSES-SUB FROM 1 BY 1
                                UNTIL COURSES-SUB > 7
                PERFORM 980-CC-VALIDATION

            END-IF.

      * A change to withdrawn or suspended goes to APPRFLE - one
      * already waiting there for a second operator is not asked
      * for again.
            IF WS-EFF-STATUS NOT = SAVE-STATUS
                    AND (WS-EFF-STATUS = 'S' OR WS-EFF-STATUS = 'W')

                MOVE 'S' TO WS-APPR-CHECK-ACTION

                PERFORM 944-CHECK-PENDING-APPROVAL THRU 944-EXIT

                IF WS-APPR-PENDING

                    MOVE LOW-VALUES TO IAEMAPO
                    PERFORM 600-MOVE-ATTRIBUTES
                    MOVE 'REQUEST ALREADY PENDING APPROVAL' TO OUTMSGO
                    MOVE -1 TO STSCDL
                    MOVE 'U' TO WS-PROGRAM-SWITCH
                    MOVE 'F6 - DELETE RECORD' TO UPTILEO
                    MOVE DFHRED TO OUTMSGC
                    GO TO 400-SEND-MAP

                END-IF

            END-IF.

      * An enrollment-class hold (E or B on HOLDFLE) blocks a course
      * slot being NEWLY added by this update - drops, address
      * changes and the rest still go through, which is the whole

                END-IF

      * A probation (class L) hold lets the student add courses, but
      * only up to the probation ceiling - released on the holds
      * screen, or by MVBSTND once the student is back in good
      * standing.
                IF WS-LOAD-CAPPED
                        AND WS-TOTAL-CREDITS > WS-PROBATION-MAX-LOAD

                    MOVE LOW-VALUES TO IAEMAPO
                    PERFORM 600-MOVE-ATTRIBUTES
                    MOVE 'ON PROBATION - CREDIT LOAD CAPPED AT 12'
                        TO OUTMSGO
                    MOVE -1 TO CCOD11L
                    MOVE 'U' TO WS-PROGRAM-SWITCH
                    MOVE 'F6 - DELETE RECORD' TO UPTILEO
                    MOVE DFHRED TO OUTMSGC
                    GO TO 400-SEND-MAP

                END-IF

      * Registration window - a new course slot cannot be keyed
      * before the student's MVBTKT window opens.  The PF7
      * supervisor override waves this through along with the
            IF DRPRSNL > 0

                MOVE DRPRSNI TO WS-DROP-REASON
                MOVE 'Y' TO WS-DROP-RSN-KEYED-SW

            ELSE

                MOVE 'U' TO WS-DROP-REASON
                MOVE 'N' TO WS-DROP-RSN-KEYED-SW

            END-IF.


      * A status change carries its reason onto the record - the
      * before/after images 987-WRITE-AUDIT-REC journals are how the
      * change and its reason reach AUDITLOG.  A change to withdrawn
      * or suspended needs a second operator - it is parked on
      * APPRFLE with its reason, the rest of the update goes through
      * and the status stays as it was until MVPRGAP approves it.
            MOVE 'N' TO WS-STATUS-QUEUED-SW.

            IF WS-EFF-STATUS NOT = SAVE-STATUS

                IF WS-EFF-STATUS = 'S' OR WS-EFF-STATUS = 'W'

                    MOVE SPACES TO APPRFLE-RECORD
                    MOVE 'S' TO APPRFLE-ACTION
                    MOVE WS-EFF-STATUS TO APPRFLE-NEW-STATUS

                    IF STSRSNL > 0
                        MOVE STSRSNI TO APPRFLE-STATUS-REASON
                    ELSE
                        MOVE 'U' TO APPRFLE-STATUS-REASON
                    END-IF

                    PERFORM 967-QUEUE-APPROVAL THRU 967-EXIT

                    IF NOT WS-APPR-PENDING
                        MOVE 'Y' TO WS-STATUS-QUEUED-SW
                    END-IF

                ELSE

                    MOVE WS-EFF-STATUS TO STUFILE-STATUS

                    IF STSRSNL > 0
                        MOVE STSRSNI TO STUFILE-STATUS-REASON
                    ELSE
                        MOVE 'U' TO STUFILE-STATUS-REASON
                    END-IF

                END-IF

            END-IF.

            PERFORM 955-COMMIT-COURSE-SEATS.

            PERFORM 986B-JOURNAL-ONE-OVERRIDE
                VARYING WS-OVRD-SUB FROM 1 BY 1
                UNTIL WS-OVRD-SUB > WS-OVRD-COUNT.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            MOVE LOW-VALUES TO IAEMAPO, WS-SAVEAREA.

            PERFORM 650-MOVE-ATTRIBUTES-I.

            IF WS-STATUS-QUEUED

                MOVE 'UPDATED - STATUS SENT FOR APPROVAL' TO OUTMSGO

            ELSE IF WS-APPR-PENDING

                MOVE 'UPDATED - STATUS REQUEST ALREADY PENDING'
                    TO OUTMSGO

            ELSE

                MOVE 'RECORD UPDATED!' TO OUTMSGO

            END-IF.

            MOVE 'I' TO WS-PROGRAM-SWITCH.


            END-IF.

      * The slots as displayed, by number - what 980-CC-VALIDATION
      * and 965-WAITLIST-STUDENT compare a keyed slot against to tell
      * a swap (a held course or section replaced) from an add.
       957-LOAD-OLD-SLOTS.

            MOVE SAVE-COURSE1 TO WS-OLD-COURSE-ENTRY(1).
            MOVE SAVE-COURSE2 TO WS-OLD-COURSE-ENTRY(2).
            MOVE SAVE-COURSE6 TO WS-OLD-COURSE-ENTRY(6).
            MOVE SAVE-COURSE7 TO WS-OLD-COURSE-ENTRY(7).

            MOVE SAVE-SECTIONS TO WS-OLD-SECTION-TABLE.

      * Scans the rewritten slots for the course that just left
      * COURSES-SUB's old slot - found anywhere means it moved, not
      * One DROPFLE entry per course slot released - the course just
      * released is still sitting in WS-CC-COURSE-CODE from the seat
      * release that precedes every PERFORM of this paragraph.  A
      * slot given over to another course in the same update is a
      * swap done on the spot - the drop and the add land in the one
      * rewrite - and unless a reason was keyed it is recorded as a
      * schedule change.  A
      * drop past the term calendar's drop deadline is a withdrawal,
      * not an erasure - a W goes on the academic record so the
      * course shows as withdrawn instead of vanishing.
            MOVE EIBTIME TO DROPFLE-TIME.
            MOVE WS-CC-COURSE-CODE TO DROPFLE-COURSE.
            MOVE SAVE-TERM-YEAR TO DROPFLE-TERM-YEAR.

            IF NOT WS-DROP-RSN-KEYED
                    AND WS-NEW-COURSE-ENTRY(COURSES-SUB) NOT EQUAL TO
                        SPACES

                MOVE 'S' TO DROPFLE-REASON

            ELSE

                MOVE WS-DROP-REASON TO DROPFLE-REASON

            END-IF.

            MOVE EIBOPID TO DROPFLE-OPERATOR-ID.

            EXEC CICS WRITE FILE('DROPFLE') FROM(DROPFLE-RECORD)
            END-IF.

      * NOTFND/DUPREC above belong to this check only - put the
      * program-level NOTFND handler back and DUPREC back to its
      * default.
            EXEC CICS HANDLE CONDITION
                 NOTFND(999-SEND-ERROR-NO-RECORD-MSG)
                 DUPREC
            END-EXEC.

       959C-EXIT.

            MOVE LK-SAVE TO WS-SAVEAREA.

            IF WS-PROGRAM-SWITCH = 'D'

                PERFORM 962-FINALIZE-DELETE THRU 962-EXIT

      *----------------------------------------------------------*
      * SECOND PF6, WITH THE CONFIRMATION PROMPT ALREADY ON      *
      * SCREEN.  A DELETE NEEDS A SECOND OPERATOR NOW - THE      *
      * REQUEST IS PARKED ON APPRFLE AND THE RECORD STAYS PUT    *
      * UNTIL MVPRGAP APPROVES IT, WHICH IS WHERE THE SEAT       *
      * RELEASE, BKUPFLE IMAGE AND DELETE ITSELF NOW RUN.        *
      *----------------------------------------------------------*
       962-FINALIZE-DELETE.

      * Read back first so a record another terminal has already
      * deleted gets the not-found message, not a request.
            MOVE SAVE-NUM TO STUFILE-STUDENT-NO

            EXEC CICS READ FILE('STUFILE')
                       RIDFLD (STUFILE-KEY)
            END-EXEC

            MOVE SPACES TO APPRFLE-RECORD

            MOVE 'D' TO APPRFLE-ACTION

            PERFORM 967-QUEUE-APPROVAL THRU 967-EXIT

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC


            PERFORM 650-MOVE-ATTRIBUTES-I

            MOVE 'I' TO WS-PROGRAM-SWITCH

            MOVE 'F6 - DELETE RECORD' TO UPTILEO

            MOVE -1 TO STUNUML

            IF WS-APPR-PENDING
                MOVE 'REQUEST ALREADY PENDING APPROVAL' TO OUTMSGO
                MOVE DFHRED TO OUTMSGC
            ELSE
                MOVE 'DELETE SENT FOR APPROVAL' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC
            END-IF.

       962-EXIT.
            EXIT.
      * does, re-scanning the course slots to find the one still at
      * capacity, logging the student on WAITLST for it, and letting
      * 900-UPDATE-LOGIC reprocess the screen with that slot cleared.
      * A full course keyed over a course the student holds - or a
      * full section keyed over the held section - is a conditional
      * swap instead: the entry carries the held course and section,
      * the slot goes back to them, and the student keeps that seat
      * until MVBWAIT offers the wanted one and MVPRGW confirms it.
       965-WAITLIST-STUDENT.

            MOVE LK-SAVE TO WS-SAVEAREA.

            MOVE ZERO TO WS-WAITLIST-SUB.

            PERFORM 957-LOAD-OLD-SLOTS.

            PERFORM VARYING COURSES-SUB FROM 1 BY 1
                                UNTIL COURSES-SUB > 7
                                   OR WS-WAITLIST-SUB NOT EQUAL TO ZERO
                            AND WS-CC-COURSE-CODE NOT EQUAL TO
                                SAVE-COURSE7
                        MOVE COURSES-SUB TO WS-WAITLIST-SUB
                    ELSE IF WS-CC-AT-CAPACITY EQUAL TO 'Y'
                            AND WS-CC-COURSE-CODE EQUAL TO
                                WS-OLD-COURSE-ENTRY(COURSES-SUB)
                            AND WS-CC-SECTION-NO NOT EQUAL TO SPACES
                            AND WS-CC-SECTION-NO NOT EQUAL TO
                                LOW-VALUES
                            AND WS-CC-SECTION-NO NOT EQUAL TO
                                WS-OLD-SECTION-ENTRY(COURSES-SUB)
                        MOVE COURSES-SUB TO WS-WAITLIST-SUB
                    END-IF

                END-IF

            END-IF.

            MOVE SPACES TO WAITLST-RECORD.
            MOVE WS-CC-COURSE-CODE TO WAITLST-COURSE.
            MOVE EIBDATE TO WAITLST-DATE.
            MOVE EIBTIME TO WAITLST-TIME.
            MOVE SAVE-NUM TO WAITLST-STUDENT-NO.
            MOVE STUNAMI TO WAITLST-STUDENT-NAME.

            IF WS-CC-SECTION-NO NOT EQUAL TO LOW-VALUES

                MOVE WS-CC-SECTION-NO TO WAITLST-SECTION

            END-IF.

            IF WS-OLD-COURSE-ENTRY(WS-WAITLIST-SUB) NOT EQUAL TO
                    SPACES

                MOVE WS-OLD-COURSE-ENTRY(WS-WAITLIST-SUB)
                    TO WAITLST-SWAP-COURSE
                MOVE WS-OLD-SECTION-ENTRY(WS-WAITLIST-SUB)
                    TO WAITLST-SWAP-SECTION

            END-IF.

            EXEC CICS WRITE FILE('WAITLST') FROM(WAITLST-RECORD)
                          LENGTH(WAITLST-LENGTH) RIDFLD(WAITLST-KEY)
            END-EXEC.

            END-IF.

            MOVE SAVE-TERM-YEAR TO DMNDFLE-TERM-YEAR.
            MOVE WAITLST-COURSE TO DMNDFLE-COURSE.
            MOVE COURSES-SECTION(WS-WAITLIST-SUB) TO DMNDFLE-SECTION.
            PERFORM 968-COUNT-DEMAND-JOIN.

            IF WAITLST-SWAP-COURSE NOT EQUAL TO SPACES

                PERFORM 969-RESTORE-SWAP-SLOT

            ELSE

                PERFORM 966-CLEAR-WAITLIST-SLOT

            END-IF.

            GO TO 900-UPDATE-LOGIC.

                MOVE ZERO TO CCOD71L, CCOD72L, SECT7L
            END-IF.

      * Puts the held course and section back in the swap slot, so
      * 900-UPDATE-LOGIC's copy from the input fields leaves the
      * student where they were until the swap goes through.
       969-RESTORE-SWAP-SLOT.

            IF WS-OLD-SECTION-ENTRY(WS-WAITLIST-SUB) EQUAL TO SPACES
                MOVE ZERO TO WS-SWAP-SECT-LEN
            ELSE
                MOVE 2 TO WS-SWAP-SECT-LEN
            END-IF.

            IF WS-WAITLIST-SUB = 1
                MOVE WS-OLD-COURSE-ENTRY(1)(1:4) TO CCOD11I, CCOD11O
                MOVE WS-OLD-COURSE-ENTRY(1)(5:4) TO CCOD12I, CCOD12O
                MOVE WS-OLD-SECTION-ENTRY(1) TO SECT1I, SECT1O
                MOVE 4 TO CCOD11L, CCOD12L
                MOVE WS-SWAP-SECT-LEN TO SECT1L
            ELSE IF WS-WAITLIST-SUB = 2
                MOVE WS-OLD-COURSE-ENTRY(2)(1:4) TO CCOD21I, CCOD21O
                MOVE WS-OLD-COURSE-ENTRY(2)(5:4) TO CCOD22I, CCOD22O
                MOVE WS-OLD-SECTION-ENTRY(2) TO SECT2I, SECT2O
                MOVE 4 TO CCOD21L, CCOD22L
                MOVE WS-SWAP-SECT-LEN TO SECT2L
            ELSE IF WS-WAITLIST-SUB = 3
                MOVE WS-OLD-COURSE-ENTRY(3)(1:4) TO CCOD31I, CCOD31O
                MOVE WS-OLD-COURSE-ENTRY(3)(5:4) TO CCOD32I, CCOD32O
                MOVE WS-OLD-SECTION-ENTRY(3) TO SECT3I, SECT3O
                MOVE 4 TO CCOD31L, CCOD32L
                MOVE WS-SWAP-SECT-LEN TO SECT3L
            ELSE IF WS-WAITLIST-SUB = 4
                MOVE WS-OLD-COURSE-ENTRY(4)(1:4) TO CCOD41I, CCOD41O
                MOVE WS-OLD-COURSE-ENTRY(4)(5:4) TO CCOD42I, CCOD42O
                MOVE WS-OLD-SECTION-ENTRY(4) TO SECT4I, SECT4O
                MOVE 4 TO CCOD41L, CCOD42L
                MOVE WS-SWAP-SECT-LEN TO SECT4L
            ELSE IF WS-WAITLIST-SUB = 5
                MOVE WS-OLD-COURSE-ENTRY(5)(1:4) TO CCOD51I, CCOD51O
                MOVE WS-OLD-COURSE-ENTRY(5)(5:4) TO CCOD52I, CCOD52O
                MOVE WS-OLD-SECTION-ENTRY(5) TO SECT5I, SECT5O
                MOVE 4 TO CCOD51L, CCOD52L
                MOVE WS-SWAP-SECT-LEN TO SECT5L
            ELSE IF WS-WAITLIST-SUB = 6
                MOVE WS-OLD-COURSE-ENTRY(6)(1:4) TO CCOD61I, CCOD61O
                MOVE WS-OLD-COURSE-ENTRY(6)(5:4) TO CCOD62I, CCOD62O
                MOVE WS-OLD-SECTION-ENTRY(6) TO SECT6I, SECT6O
                MOVE 4 TO CCOD61L, CCOD62L
                MOVE WS-SWAP-SECT-LEN TO SECT6L
            ELSE
                MOVE WS-OLD-COURSE-ENTRY(7)(1:4) TO CCOD71I, CCOD71O
                MOVE WS-OLD-COURSE-ENTRY(7)(5:4) TO CCOD72I, CCOD72O
                MOVE WS-OLD-SECTION-ENTRY(7) TO SECT7I, SECT7O
                MOVE 4 TO CCOD71L, CCOD72L
                MOVE WS-SWAP-SECT-LEN TO SECT7L
            END-IF.

      * Counts the waitlist join on DMNDFLE under the term and the
      * section the student asked for - the caller has set the key.
      * The counter entry is created empty the first time (a WRITE
      * that is simply ignored once the entry is there) and then
      * bumped under update.
       968-COUNT-DEMAND-JOIN.

            IF DMNDFLE-SECTION = LOW-VALUES

                MOVE SPACES TO DMNDFLE-SECTION

            END-IF.

            INITIALIZE DMNDFLE-COUNTS.
            MOVE EIBDATE TO DMNDFLE-LAST-DATE.

            EXEC CICS IGNORE CONDITION DUPREC END-EXEC.

            EXEC CICS WRITE FILE('DMNDFLE')
                  FROM(DMNDFLE-RECORD)
                  LENGTH(DMNDFLE-LENGTH)
                  RIDFLD(DMNDFLE-KEY)
            END-EXEC.

            EXEC CICS HANDLE CONDITION DUPREC END-EXEC.

            EXEC CICS READ FILE('DMNDFLE')
                       INTO (DMNDFLE-RECORD)
                       LENGTH (DMNDFLE-LENGTH)
                       RIDFLD (DMNDFLE-KEY)
                       UPDATE
            END-EXEC.

            ADD 1 TO DMNDFLE-JOINS.
            MOVE EIBDATE TO DMNDFLE-LAST-DATE.

            EXEC CICS REWRITE FILE('DMNDFLE')
                LENGTH(DMNDFLE-LENGTH)
                FROM(DMNDFLE-RECORD)
            END-EXEC.

      * Parks a two-person action on APPRFLE for MVPRGAP - the
      * caller has already set the action and whatever rides with
      * it.  The requester is the operator signed on here, off the
      * same queue 987-WRITE-AUDIT-REC reads.  The same action
      * already pending for the student (or a second request keyed
      * in the same second) is not parked - WS-APPR-PENDING tells
      * the caller.
       967-QUEUE-APPROVAL.

            MOVE APPRFLE-ACTION TO WS-APPR-CHECK-ACTION.
            MOVE APPRFLE-RECORD TO WS-APPR-SAVE-RECORD.

            PERFORM 944-CHECK-PENDING-APPROVAL THRU 944-EXIT.

            MOVE WS-APPR-SAVE-RECORD TO APPRFLE-RECORD.

            IF WS-APPR-PENDING

                GO TO 967-EXIT

            END-IF.

            MOVE SAVE-NUM TO APPRFLE-STUDENT-NO.
            MOVE EIBDATE TO APPRFLE-REQ-DATE.
            MOVE EIBTIME TO APPRFLE-REQ-TIME.
            MOVE 'P' TO APPRFLE-STATUS.
            MOVE EIBTRMID TO APPRFLE-REQ-TERMID.
            MOVE 'MVPRGU' TO APPRFLE-SOURCE-PGM.
            MOVE ZERO TO APPRFLE-ACTION-DATE.
            MOVE ZERO TO APPRFLE-ACTION-TIME.

            MOVE SPACES TO TS-OPR-OPERATOR-ID.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            MOVE TS-OPR-OPERATOR-ID TO APPRFLE-REQUESTER-ID.

            EXEC CICS HANDLE CONDITION DUPREC(967A-QUEUE-DUP) END-EXEC.

            EXEC CICS WRITE FILE('APPRFLE') FROM(APPRFLE-RECORD)
                          LENGTH(APPRFLE-LENGTH) RIDFLD(APPRFLE-KEY)
            END-EXEC.

            GO TO 967B-QUEUE-RESTORE.

       967A-QUEUE-DUP.

            MOVE 'Y' TO WS-APPR-PENDING-SW.

       967B-QUEUE-RESTORE.

            EXEC CICS HANDLE CONDITION DUPREC END-EXEC.

       967-EXIT.
            EXIT.

       970-CHECK-COURSES.
          
          IF COURSES-CHECK-SUB NOT EQUAL TO COURSES-SUB

                    MOVE LOW-VALUES TO IAEMAPO
                    PERFORM 600-MOVE-ATTRIBUTES
                    IF WS-OLD-COURSE-ENTRY(COURSES-SUB) NOT EQUAL TO
                            SPACES
                        MOVE 'COURSE FULL - PF5 SWAPS WHEN SEAT OPENS'
                            TO OUTMSGO
                    ELSE
                        MOVE 'THIS COURSE IS FULL - PF5 TO WAITLIST'
                            TO OUTMSGO
                    END-IF
                    PERFORM 990-MOVE-CURSOR
                    MOVE 'U' TO WS-PROGRAM-SWITCH
                    MOVE 'F6 - DELETE RECORD' TO UPTILEO
                    GO TO 400-SEND-MAP

      * A held course moved to another section in the same slot takes
      * a seat in that section - a full one is a swap to wait for,
      * the held section kept until the seat opens.
                ELSE IF WS-CC-AT-CAPACITY EQUAL TO 'Y'
                        AND WS-CC-COURSE-CODE EQUAL TO
                            WS-OLD-COURSE-ENTRY(COURSES-SUB)
                        AND WS-CC-SECTION-NO NOT EQUAL TO SPACES
                        AND WS-CC-SECTION-NO NOT EQUAL TO LOW-VALUES
                        AND WS-CC-SECTION-NO NOT EQUAL TO
                            WS-OLD-SECTION-ENTRY(COURSES-SUB)

                    MOVE LOW-VALUES TO IAEMAPO
                    PERFORM 600-MOVE-ATTRIBUTES
                    MOVE 'SECTION FULL - PF5 SWAPS WHEN SEAT OPENS'
                        TO OUTMSGO
                    PERFORM 990-MOVE-CURSOR
                    MOVE 'U' TO WS-PROGRAM-SWITCH

            END-IF.

      * Repeat policy - again only for a course being newly added.
      * A course at its catalog attempt limit, or one already passed
      * that the catalog does not mark repeatable for credit, needs
      * the PF7 supervisor override; an overridden course is held
      * for the OVRDLOG journal until the update is saved.
            IF COURSES-LENGTH(COURSES-SUB) NOT < 8
                    AND WS-CC-COURSE-CODE NOT EQUAL TO SAVE-COURSE1
                    AND WS-CC-COURSE-CODE NOT EQUAL TO SAVE-COURSE2
                    AND WS-CC-COURSE-CODE NOT EQUAL TO SAVE-COURSE3
                    AND WS-CC-COURSE-CODE NOT EQUAL TO SAVE-COURSE4
                    AND WS-CC-COURSE-CODE NOT EQUAL TO SAVE-COURSE5
                    AND WS-CC-COURSE-CODE NOT EQUAL TO SAVE-COURSE6
                    AND WS-CC-COURSE-CODE NOT EQUAL TO SAVE-COURSE7

                PERFORM 985-CHECK-REPEAT-HISTORY THRU 985-EXIT

                IF NOT WS-REPEAT-OK AND WS-PREREQ-OVERRIDDEN

                    PERFORM 986A-HOLD-OVERRIDE

                ELSE IF NOT WS-REPEAT-OK

                    MOVE LOW-VALUES TO IAEMAPO
                    PERFORM 600-MOVE-ATTRIBUTES
                    IF WS-REPEAT-AT-LIMIT
                        MOVE WS-CC-MAX-ATTEMPTS TO WS-REPEAT-MSG-MAX
                        MOVE WS-REPEAT-MSG TO OUTMSGO
                    ELSE
                        MOVE 'COURSE ALREADY PASSED - PF7 OVERRIDE'
                            TO OUTMSGO
                    END-IF
                    PERFORM 990-MOVE-CURSOR
                    MOVE 'U' TO WS-PROGRAM-SWITCH
                    MOVE 'F6 - DELETE RECORD' TO UPTILEO
                    GO TO 400-SEND-MAP

                END-IF

            END-IF.

      * Browses the student's GRADFLE grades for the course on the
      * partial student-number/course key - each one an attempt,
      * the same reading MVBAUDT gives a grade for pass or fail.
       985-CHECK-REPEAT-HISTORY.

            MOVE ZERO TO WS-REPEAT-ATTEMPTS.
            MOVE 'N' TO WS-REPEAT-PASSED-SW.
            MOVE SPACE TO WS-REPEAT-BLOCK.

            EXEC CICS HANDLE CONDITION
                 NOTFND(985C-JUDGE-REPEAT)
                 ENDFILE(985B-REPEAT-DONE)
            END-EXEC.

            MOVE SAVE-NUM TO GRADFLE-STUDENT-NO.
            MOVE WS-CC-COURSE-CODE TO GRADFLE-COURSE.
            MOVE LOW-VALUES TO GRADFLE-TERM-YEAR.

            EXEC CICS STARTBR FILE('GRADFLE')
                          RIDFLD(GRADFLE-KEY)
                          GTEQ
            END-EXEC.

       985A-REPEAT-NEXT.

            EXEC CICS READNEXT FILE('GRADFLE')
                       INTO (GRADFLE-RECORD)
                       RIDFLD (GRADFLE-KEY)
                       LENGTH (GRADFLE-LENGTH)
            END-EXEC.

            IF GRADFLE-STUDENT-NO NOT = SAVE-NUM
                    OR GRADFLE-COURSE NOT = WS-CC-COURSE-CODE

                GO TO 985B-REPEAT-DONE

            END-IF.

            ADD 1 TO WS-REPEAT-ATTEMPTS.

            IF GRADFLE-GRADE NOT = 'F '
                    AND GRADFLE-GRADE NOT = 'I '
                    AND GRADFLE-GRADE NOT = 'W '
                    AND GRADFLE-GRADE NOT = SPACES

                MOVE 'Y' TO WS-REPEAT-PASSED-SW

            END-IF.

            GO TO 985A-REPEAT-NEXT.

       985B-REPEAT-DONE.

            EXEC CICS ENDBR FILE('GRADFLE') END-EXEC.

       985C-JUDGE-REPEAT.

      * The browse re-pointed NOTFND and ENDFILE into this range -
      * put the program-level handlers back for whatever runs next
      * (ENDFILE has none of its own, so it goes back to the default).
            EXEC CICS HANDLE CONDITION
                 NOTFND(999-SEND-ERROR-NO-RECORD-MSG)
                 ENDFILE
            END-EXEC.

            IF WS-REPEAT-PASSED AND WS-CC-REPEATABLE NOT = 'Y'

                SET WS-REPEAT-ALREADY-PASSED TO TRUE

            ELSE IF WS-REPEAT-ATTEMPTS NOT < WS-CC-MAX-ATTEMPTS

                SET WS-REPEAT-AT-LIMIT TO TRUE

            END-IF.

       985-EXIT.
            EXIT.

       986A-HOLD-OVERRIDE.

            IF WS-OVRD-COUNT < 7

                ADD 1 TO WS-OVRD-COUNT
                MOVE WS-CC-COURSE-CODE TO WS-OVRD-COURSE (WS-OVRD-COUNT)
                MOVE WS-REPEAT-BLOCK TO WS-OVRD-TYPE (WS-OVRD-COUNT)
                MOVE WS-REPEAT-ATTEMPTS
                    TO WS-OVRD-ATTEMPTS (WS-OVRD-COUNT)
                MOVE WS-CC-MAX-ATTEMPTS TO WS-OVRD-MAX (WS-OVRD-COUNT)

            END-IF.

      * One OVRDLOG entry per overridden course, stamped with the
      * supervisor signed on at this terminal - the same queue the
      * PF7 gate read.
       986B-JOURNAL-ONE-OVERRIDE.

            MOVE SPACES TO TS-OPR-OPERATOR-ID.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            MOVE SPACES TO OVRDLOG-RECORD.
            MOVE STUFILE-STUDENT-NO TO OVRDLOG-STUDENT-NO.
            MOVE EIBDATE TO OVRDLOG-DATE.
            MOVE EIBTIME TO OVRDLOG-TIME.
            MOVE WS-OVRD-COURSE (WS-OVRD-SUB) TO OVRDLOG-COURSE.
            MOVE WS-OVRD-TYPE (WS-OVRD-SUB) TO OVRDLOG-TYPE.
            MOVE STUFILE-TERM-YEAR TO OVRDLOG-TERM-YEAR.
            MOVE WS-OVRD-ATTEMPTS (WS-OVRD-SUB)
                TO OVRDLOG-PRIOR-ATTEMPTS.
            MOVE WS-OVRD-MAX (WS-OVRD-SUB) TO OVRDLOG-MAX-ATTEMPTS.
            MOVE TS-OPR-OPERATOR-ID TO OVRDLOG-OPERATOR-ID.
            MOVE EIBTRMID TO OVRDLOG-TERMID.
            MOVE 'MVPRGU' TO OVRDLOG-SOURCE-PGM.

            EXEC CICS WRITE FILE('OVRDLOG') FROM(OVRDLOG-RECORD)
                          LENGTH(OVRDLOG-LENGTH) RIDFLD(OVRDLOG-KEY)
            END-EXEC.

      * Browses the student's TERMARC prior terms on the partial
      * student-number key, scanning each archived term's course
      * slots for the prerequisite course.  The archive image is
            EXEC CICS ENDBR FILE('TERMARC') END-EXEC.

      * The browse re-pointed NOTFND and ENDFILE into this range -
      * put the program-level handlers back for whatever runs next
      * (ENDFILE has none of its own, so it goes back to the default).
            EXEC CICS HANDLE CONDITION
                 NOTFND(999-SEND-ERROR-NO-RECORD-MSG)
                 ENDFILE
            END-EXEC.

       982-EXIT.
            END-IF.

      * PF7 - supervisor prerequisite override, gated to a level-A
      * sign-on.  It also lets a course past the repeat policy, each
      * such course journaled to OVRDLOG when the update is saved.
      * The screen's fields were already received by
      * 000-START-LOGIC's RECEIVE MAP; the update logic is re-entered
      * with the prerequisite and repeat checks waved through for
      * this task.
       988-PREREQ-OVERRIDE.

            MOVE LK-SAVE TO WS-SAVEAREA.

            GO TO 400-SEND-MAP.

       987-WRITE-AUDIT-REC.

            MOVE STUFILE-STUDENT-NO TO AUDIT-STUDENT-NO.
            MOVE TS-OPR-OPERATOR-ID TO AUDIT-OPERATOR-ID.

            MOVE 'MVPRGU' TO AUDIT-SOURCE-PGM.
            MOVE SPACES TO AUDIT-APPROVER-ID.

            EXEC CICS WRITE FILE('AUDITLOG') FROM(AUDITLOG-RECORD)
                          LENGTH(AUDITLOG-LENGTH) RIDFLD(AUDIT-KEY)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * PF10 - the student's advance registration for the term after
      * this one, on MVPRGFR.
       993-NEXT-TERM.

            MOVE LK-SAVE TO WS-SAVEAREA.

            IF SAVE-NUM = SPACES OR SAVE-NUM = LOW-VALUES

                MOVE LOW-VALUES TO IAEMAPO
                PERFORM 650-MOVE-ATTRIBUTES-I
                MOVE 'LOOK A STUDENT UP FIRST' TO OUTMSGO
                MOVE -1 TO STUNUML
                MOVE 'I' TO WS-PROGRAM-SWITCH
                MOVE 'F6 - DELETE RECORD' TO UPTILEO
                MOVE DFHRED TO OUTMSGC
                GO TO 400-SEND-MAP

            END-IF.

            MOVE SAVE-NUM TO STUFILE-STUDENT-NO.

            MOVE 7 TO WS-TRANSFER-LENGTH.

            EXEC CICS XCTL PROGRAM('MVPRGFR')
                           COMMAREA(STUFILE-STUDENT-NO)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       995-HELP.

            MOVE SPACES TO HLPMAPO.
                TO HLPLN1O.
            MOVE 'PF5=WAITLIST STUDENT (WHEN A COURSE IS FULL)'
                TO HLPLN2O.
            MOVE 'PF6=DELETE  PF7=SUPERVISOR PREREQ/REPEAT OVERRIDE'
                TO HLPLN3O.
            MOVE 'PF8=EMERGENCY CONTACTS  ENTER=SAVE CHANGES'
                TO HLPLN4O.
            MOVE 'PF10=NEXT-TERM (ADVANCE) REGISTRATION'
                TO HLPLN5O.
            MOVE 'PF5 OVER A HELD COURSE=SWAP, KEPT TILL THE SEAT OPENS'
                TO HLPLN6O.

            EXEC CICS SEND MAP('HLPMAP') MAPSET('MVMAP6') END-EXEC.

                             LENGTH(EIBCALEN)
            END-EXEC.

      * The record shown for update is logged to VIEWLOG through
      * MVPRGVW, the same as an inquiry display.
       996-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       999-SEND-ERROR-NO-RECORD-MSG.
       
            MOVE STUNUMI TO WS-STUD-NUM.
