      * THROUGH MVPRGCC, SO THE NIGHTLY RUN OFFERS IT TO THE NEXT
      * IN LINE.  A LOOKUP WITH NO FUNCTION LISTS THE STUDENT'S
      * OPEN OFFERS.  EXPIRED OFFERS ARE THE NIGHTLY RUN'S JOB.
      * EACH ANSWER IS COUNTED ON DMNDFLE, THE COURSE DEMAND HISTORY
      * THE MVBDMND SECTION-PLANNING REPORT READS.  A CONFIRMATION
      * IS HELD TO THE COURSE REPEAT POLICY THE SAME AS MVPRGU - AT
      * THE CATALOG ATTEMPT LIMIT, OR ALREADY PASSED AND NOT
      * REPEATABLE, IT NEEDS A SUPERVISOR PF7, JOURNALED TO OVRDLOG.
      * A STUDENT ON PROBATION (A CLASS L HOLD) CANNOT CONFIRM INTO
      * MORE THAN THE 12-CREDIT PROBATION LOAD.
      * REACHED FROM THE MENU (CHOICE W), GATED THE SAME AS THE
      * OTHER UPDATE-CLASS FUNCTIONS.  AN OFFER MADE OFF A
      * CONDITIONAL SWAP ENTRY CONFIRMS INTO THE SLOT OF THE COURSE
      * THE STUDENT PAIRED WITH IT ON MVPRGU: THAT COURSE COMES OFF
      * IN THE SAME REWRITE, ITS SEAT IS RELEASED THROUGH MVPRGCC FOR
      * ITS OWN WAITLIST, AND THE SWAP LEAVES ONE DROPFLE ENTRY
      * (REASON S) AND ONE AUDITLOG ENTRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY 'STUFILEC'.
       COPY 'AUDITREC'.
       COPY 'HOLDRECC'.
       COPY 'DMNDRECC'.
       COPY 'GRADRECC'.
       COPY 'OVRDLOGC'.
       COPY 'DROPRECC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Commarea for MVPRGCC - used to release the held seat on a
      * decline or the paired course's seat on a swap, and to look
      * up the course's repeat policy on a confirmation.
       01 WS-CC-TRANSFER-FIELD.
           05 WS-CC-COURSE-CODE             PIC X(8).
           05 WS-CC-COURSE-DESC             PIC X(17).
           05 WS-CC-SECTION-NO              PIC X(2).
           05 WS-CC-SECTION-BAD             PIC X(1).
           05 WS-CC-CREDIT-HOURS            PIC S9(4) COMP.
           05 WS-CC-MAX-ATTEMPTS            PIC S9(4) COMP.
           05 WS-CC-REPEATABLE              PIC X(1).
       01 WS-CC-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 92.

       01 WS-LINE-SUB                       PIC 9 VALUE ZERO.
       01 WS-EMPTY-SLOT                     PIC 9 VALUE ZERO.
       01 WS-SLOT-SUB                       PIC 9 VALUE ZERO.

      * Set by 325-SCAN-SWAP-SLOT - the slot the paired course of a
      * swap offer still sits in, zero when the offer is an ordinary
      * one or the paired course has since been dropped.
       01 WS-SWAP-SLOT                      PIC 9 VALUE ZERO.
       01 WS-SWAP-SECTION                   PIC X(2) VALUE SPACES.

       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

      * Which answer 860-COUNT-DEMAND is counting.
       01 WS-DMND-EVENT                     PIC X VALUE SPACE.
           88  WS-DMND-CONFIRM              VALUE 'C'.
           88  WS-DMND-DECLINE              VALUE 'D'.

      * Set by 340-CHECK-ENROLL-HOLD - 'Y' when an enrollment-class
      * hold (E or B) sits on HOLDFLE for this student.
       01 WS-ENROLL-HOLD-SW                 PIC X VALUE 'N'.
           88  WS-ENROLL-HELD               VALUE 'Y'.

      * Also set by 340-CHECK-ENROLL-HOLD - 'Y' when a probation
      * (class L) hold caps the student's credit load.
       01 WS-LOAD-CAP-SW                    PIC X VALUE 'N'.
           88  WS-LOAD-CAPPED               VALUE 'Y'.

      * Credit load the confirmation would leave the student with,
      * totalled by 350-TOTAL-CREDITS - same probation ceiling
      * MVPRGU and MVBLOAD enforce.
       01 WS-TOTAL-CREDITS                  PIC S9(4) COMP VALUE ZERO.
       01 WS-PROBATION-MAX-LOAD             PIC S9(4) COMP VALUE 12.

      * 'Y' only for the task in which a supervisor pressed PF7 -
      * lets the confirmation past the repeat policy once.
       01 WS-REPEAT-OVERRIDE-SW             PIC X VALUE 'N'.
           88  WS-REPEAT-OVERRIDDEN         VALUE 'Y'.

      * Set by 360-CHECK-REPEAT-HISTORY off the student's GRADFLE
      * grades for the offered course - every prior grade is an
      * attempt, F and W included, and any grade but F, I or W is
      * a pass.
       01 WS-REPEAT-ATTEMPTS                PIC 9(2) VALUE ZERO.
       01 WS-REPEAT-PASSED-SW               PIC X VALUE 'N'.
           88  WS-REPEAT-PASSED             VALUE 'Y'.
       01 WS-REPEAT-BLOCK                   PIC X VALUE SPACE.
           88  WS-REPEAT-OK                 VALUE SPACE.
           88  WS-REPEAT-AT-LIMIT           VALUE 'L'.
           88  WS-REPEAT-ALREADY-PASSED     VALUE 'P'.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  Read to stamp the journal entry with
      * the operator who confirmed the offer, and to gate the PF7
      * repeat override to a supervisor (level A) sign-on.
       01 TS-OPR-NAME.
           05 TS-OPR-TERMID             PIC X(4).
           05 TS-OPR-ID                 PIC X(4) VALUE 'SGON'.
       01 TS-OPR-RECORD.
           05 TS-OPR-OPERATOR-ID        PIC X(8).
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-ADMIN       VALUE 'A'.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).
           05 FILLER                        PIC X(7) VALUE 'ANSWER '.
           05 FILLER                        PIC X(3) VALUE 'BY '.
           05 WS-OL-EXPIRE                  PIC 9(7).
           05 WS-OL-SWAP                    PIC X(6) VALUE SPACES.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGW'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'I'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF1(700-RETURN)
                                 PF7(380-REPEAT-OVERRIDE)
                                 PF9(600-EXIT-PROG)

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

            MOVE LOW-VALUES TO OFRMAPO.

      * Confirmation enrolls the student into the first empty course
      * slot - the held seat becomes theirs, journaled the way every
      * other STUFILE change is.  A swap offer enrolls into the
      * paired course's slot instead, so needs no empty one.
       300-CONFIRM-OFFER.

            PERFORM 250-READ-OFFER.

            END-IF.

      * Repeat policy - the course's attempt limit and repeatable
      * flag come off the catalog through MVPRGCC, the attempts off
      * the student's GRADFLE grades.  Only a supervisor PF7 lets a
      * blocked confirmation through.
            MOVE OFFERFLE-COURSE TO WS-CC-COURSE-CODE.
            MOVE SPACES TO WS-CC-SECTION-NO.
            MOVE SPACES TO WS-CC-ACTION.

            EXEC CICS LINK PROGRAM('MVPRGCC')
                           COMMAREA(WS-CC-TRANSFER-FIELD)
                           LENGTH(WS-CC-TRANSFER-LENGTH)
            END-EXEC.

            PERFORM 360-CHECK-REPEAT-HISTORY THRU 360-EXIT.

            IF NOT WS-REPEAT-OK AND NOT WS-REPEAT-OVERRIDDEN

                MOVE LOW-VALUES TO OFRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                IF WS-REPEAT-AT-LIMIT
                    MOVE 'AT COURSE REPEAT LIMIT - PF7 OVERRIDE'
                        TO OUTMSGO
                ELSE
                    MOVE 'COURSE ALREADY PASSED - PF7 OVERRIDE'
                        TO OUTMSGO
                END-IF
                MOVE DFHRED TO OUTMSGC
                MOVE -1 TO OCRSL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE STUFILE-COURSE1 TO WS-COURSE-ENTRY (1).
            MOVE STUFILE-COURSE2 TO WS-COURSE-ENTRY (2).
            MOVE STUFILE-COURSE3 TO WS-COURSE-ENTRY (3).
            MOVE STUFILE-COURSE7 TO WS-COURSE-ENTRY (7).

            MOVE ZERO TO WS-EMPTY-SLOT.
            MOVE ZERO TO WS-SWAP-SLOT.

            PERFORM 320-SCAN-ONE-SLOT
                VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 7.

            IF OFFERFLE-SWAP-COURSE NOT = SPACES
                    AND OFFERFLE-SWAP-COURSE NOT = LOW-VALUES

                PERFORM 325-SCAN-SWAP-SLOT
                    VARYING WS-SLOT-SUB FROM 1 BY 1
                    UNTIL WS-SLOT-SUB > 7

            END-IF.

            IF WS-SWAP-SLOT NOT = ZERO

                MOVE WS-SWAP-SLOT TO WS-EMPTY-SLOT
                MOVE STUFILE-SECTION (WS-SWAP-SLOT) TO WS-SWAP-SECTION

            END-IF.

            IF WS-EMPTY-SLOT = ZERO

                MOVE LOW-VALUES TO OFRMAPO

            END-IF.

      * A probation (class L) hold lets the student take the offer,
      * but only up to the probation ceiling - the same cap MVPRGU
      * holds an added course to.
            IF WS-LOAD-CAPPED

                PERFORM 350-TOTAL-CREDITS THRU 350-EXIT

                IF WS-TOTAL-CREDITS > WS-PROBATION-MAX-LOAD

                    MOVE LOW-VALUES TO OFRMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'ON PROBATION - CREDIT LOAD CAPPED AT 12'
                        TO OUTMSGO
                    MOVE DFHRED TO OUTMSGC
                    MOVE -1 TO OCRSL
                    GO TO 900-SEND-MAP

                END-IF

            END-IF.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                MOVE OFFERFLE-COURSE TO STUFILE-COURSE7
            END-IF.

            IF OFFERFLE-SECTION = LOW-VALUES

                MOVE SPACES TO OFFERFLE-SECTION

            END-IF.

            MOVE OFFERFLE-SECTION TO STUFILE-SECTION (WS-EMPTY-SLOT).

            MOVE EIBDATE TO STUFILE-LAST-UPDATED-DATE.
            MOVE EIBTIME TO STUFILE-LAST-UPDATED-TIME.

            MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.
            PERFORM 850-WRITE-AUDIT-REC.

            IF NOT WS-REPEAT-OK

                PERFORM 370-JOURNAL-OVERRIDE

            END-IF.

            IF WS-SWAP-SLOT NOT = ZERO

                PERFORM 330-DROP-SWAPPED-COURSE

            END-IF.

            EXEC CICS DELETE FILE('OFFERFLE')
                          RIDFLD(OFFERFLE-KEY)
            END-EXEC.

            MOVE 'C' TO WS-DMND-EVENT.
            PERFORM 860-COUNT-DEMAND.

            IF WS-SWAP-SLOT NOT = ZERO

                MOVE 'SWAP CONFIRMED - PAIRED COURSE DROPPED'
                    TO WS-HELD-MSG

            ELSE

                MOVE 'OFFER CONFIRMED - ENROLLED!' TO WS-HELD-MSG

            END-IF.

            GO TO 500-LIST-OFFERS.

       320-SCAN-ONE-SLOT.

            END-IF.

      * The paired course is found by code, the same way MVBWAIT
      * found it when the offer was made - unless it is the offered
      * course itself (a swap to another section) and the student
      * already sits in the offered section.
       325-SCAN-SWAP-SLOT.

            IF WS-COURSE-ENTRY (WS-SLOT-SUB) = OFFERFLE-SWAP-COURSE
                    AND (OFFERFLE-COURSE NOT = OFFERFLE-SWAP-COURSE
                         OR STUFILE-SECTION (WS-SLOT-SUB) NOT =
                            OFFERFLE-SECTION)

                IF WS-SWAP-SLOT = ZERO

                    MOVE WS-SLOT-SUB TO WS-SWAP-SLOT

                END-IF

            END-IF.

      * The paired course left the record in the rewrite above - its
      * seat goes back through MVPRGCC's release action, in the
      * section it was held in, so that course's own waitlist gets
      * it on the next nightly run.  One DROPFLE entry records the
      * drop as a schedule change.
       330-DROP-SWAPPED-COURSE.

            MOVE OFFERFLE-SWAP-COURSE TO WS-CC-COURSE-CODE.
            MOVE WS-SWAP-SECTION TO WS-CC-SECTION-NO.
            MOVE 'D' TO WS-CC-ACTION.

            EXEC CICS LINK PROGRAM('MVPRGCC')
                           COMMAREA(WS-CC-TRANSFER-FIELD)
                           LENGTH(WS-CC-TRANSFER-LENGTH)
            END-EXEC.

            MOVE STUFILE-STUDENT-NO TO DROPFLE-STUDENT-NO.
            MOVE EIBDATE TO DROPFLE-DATE.
            MOVE EIBTIME TO DROPFLE-TIME.
            MOVE OFFERFLE-SWAP-COURSE TO DROPFLE-COURSE.
            MOVE STUFILE-TERM-YEAR TO DROPFLE-TERM-YEAR.
            MOVE 'S' TO DROPFLE-REASON.
            MOVE EIBOPID TO DROPFLE-OPERATOR-ID.

            EXEC CICS WRITE FILE('DROPFLE') FROM(DROPFLE-RECORD)
                          LENGTH(DROPFLE-LENGTH) RIDFLD(DROPFLE-KEY)
            END-EXEC.

      * Browses the student's HOLDFLE entries for one whose class
      * blocks enrollment - the same scan MVPRGU runs before a new
      * course slot.
       340-CHECK-ENROLL-HOLD.

            MOVE 'N' TO WS-ENROLL-HOLD-SW.
            MOVE 'N' TO WS-LOAD-CAP-SW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(340-RESTORE)

            END-IF.

            IF HOLDFLE-LOAD-CAP-CLASS

                MOVE 'Y' TO WS-LOAD-CAP-SW

            END-IF.

            GO TO 340A-HOLD-SCAN-NEXT.

       345-HOLD-SCAN-DONE.
       340-EXIT.
            EXIT.

      * Totals the credit hours off the catalog through MVPRGCC for
      * every course the student holds now, less the paired course
      * a swap offer gives up, plus the offered course.  The offered
      * course goes last so the commarea is left holding its repeat
      * policy for 370-JOURNAL-OVERRIDE.
       350-TOTAL-CREDITS.

            MOVE ZERO TO WS-TOTAL-CREDITS.

            PERFORM 355-ADD-SLOT-CREDITS
                VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 7.

            MOVE OFFERFLE-COURSE TO WS-CC-COURSE-CODE.
            MOVE SPACES TO WS-CC-SECTION-NO.
            MOVE SPACES TO WS-CC-ACTION.

            EXEC CICS LINK PROGRAM('MVPRGCC')
                           COMMAREA(WS-CC-TRANSFER-FIELD)
                           LENGTH(WS-CC-TRANSFER-LENGTH)
            END-EXEC.

            ADD WS-CC-CREDIT-HOURS TO WS-TOTAL-CREDITS.

       350-EXIT.
            EXIT.

       355-ADD-SLOT-CREDITS.

            IF WS-COURSE-ENTRY (WS-SLOT-SUB) NOT = SPACES
                    AND WS-COURSE-ENTRY (WS-SLOT-SUB) NOT = LOW-VALUES
                    AND WS-SLOT-SUB NOT = WS-SWAP-SLOT

                MOVE WS-COURSE-ENTRY (WS-SLOT-SUB) TO WS-CC-COURSE-CODE
                MOVE SPACES TO WS-CC-SECTION-NO
                MOVE SPACES TO WS-CC-ACTION

                EXEC CICS LINK PROGRAM('MVPRGCC')
                               COMMAREA(WS-CC-TRANSFER-FIELD)
                               LENGTH(WS-CC-TRANSFER-LENGTH)
                END-EXEC

                ADD WS-CC-CREDIT-HOURS TO WS-TOTAL-CREDITS

            END-IF.

      * Browses the student's GRADFLE grades for the offered course
      * on the partial student-number/course key - each one an
      * attempt, read for pass or fail the way MVBAUDT reads them.
       360-CHECK-REPEAT-HISTORY.

            MOVE ZERO TO WS-REPEAT-ATTEMPTS.
            MOVE 'N' TO WS-REPEAT-PASSED-SW.
            MOVE SPACE TO WS-REPEAT-BLOCK.

            EXEC CICS HANDLE CONDITION
                 NOTFND(360-JUDGE-REPEAT)
                 ENDFILE(365-REPEAT-SCAN-DONE)
            END-EXEC.

            MOVE STUNUMI TO GRADFLE-STUDENT-NO.
            MOVE OFFERFLE-COURSE TO GRADFLE-COURSE.
            MOVE LOW-VALUES TO GRADFLE-TERM-YEAR.

            EXEC CICS STARTBR FILE('GRADFLE')
                          RIDFLD(GRADFLE-KEY)
                          GTEQ
            END-EXEC.

       360A-REPEAT-SCAN-NEXT.

            EXEC CICS READNEXT FILE('GRADFLE')
                       INTO (GRADFLE-RECORD)
                       RIDFLD (GRADFLE-KEY)
                       LENGTH (GRADFLE-LENGTH)
            END-EXEC.

            IF GRADFLE-STUDENT-NO NOT = STUNUMI
                    OR GRADFLE-COURSE NOT = OFFERFLE-COURSE

                GO TO 365-REPEAT-SCAN-DONE

            END-IF.

            ADD 1 TO WS-REPEAT-ATTEMPTS.

            IF GRADFLE-GRADE NOT = 'F '
                    AND GRADFLE-GRADE NOT = 'I '
                    AND GRADFLE-GRADE NOT = 'W '
                    AND GRADFLE-GRADE NOT = SPACES

                MOVE 'Y' TO WS-REPEAT-PASSED-SW

            END-IF.

            GO TO 360A-REPEAT-SCAN-NEXT.

       365-REPEAT-SCAN-DONE.

            EXEC CICS ENDBR FILE('GRADFLE') END-EXEC.

       360-JUDGE-REPEAT.

      * The browse re-pointed NOTFND - put the student-read handler
      * back for whatever runs next.
            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

      * A course the catalog no longer carries comes back with no
      * limit - nothing to hold the student to.
            IF WS-REPEAT-PASSED AND WS-CC-REPEATABLE NOT = 'Y'

                SET WS-REPEAT-ALREADY-PASSED TO TRUE

            ELSE IF WS-CC-MAX-ATTEMPTS > ZERO
                    AND WS-REPEAT-ATTEMPTS NOT < WS-CC-MAX-ATTEMPTS

                SET WS-REPEAT-AT-LIMIT TO TRUE

            END-IF.

       360-EXIT.
            EXIT.

      * Journals the overridden confirmation to OVRDLOG, stamped
      * with the supervisor signed on at this terminal - the
      * operator 850-WRITE-AUDIT-REC has just read off the queue.
       370-JOURNAL-OVERRIDE.

            MOVE SPACES TO OVRDLOG-RECORD.
            MOVE STUFILE-STUDENT-NO TO OVRDLOG-STUDENT-NO.
            MOVE EIBDATE TO OVRDLOG-DATE.
            MOVE EIBTIME TO OVRDLOG-TIME.
            MOVE OFFERFLE-COURSE TO OVRDLOG-COURSE.
            MOVE WS-REPEAT-BLOCK TO OVRDLOG-TYPE.
            MOVE STUFILE-TERM-YEAR TO OVRDLOG-TERM-YEAR.
            MOVE WS-REPEAT-ATTEMPTS TO OVRDLOG-PRIOR-ATTEMPTS.
            MOVE WS-CC-MAX-ATTEMPTS TO OVRDLOG-MAX-ATTEMPTS.
            MOVE TS-OPR-OPERATOR-ID TO OVRDLOG-OPERATOR-ID.
            MOVE EIBTRMID TO OVRDLOG-TERMID.
            MOVE 'MVPRGW' TO OVRDLOG-SOURCE-PGM.

            EXEC CICS WRITE FILE('OVRDLOG') FROM(OVRDLOG-RECORD)
                          LENGTH(OVRDLOG-LENGTH) RIDFLD(OVRDLOG-KEY)
            END-EXEC.

      * PF7 - supervisor repeat override, gated to a level-A
      * sign-on.  The screen's fields were already received by
      * 000-START-LOGIC's RECEIVE MAP; the main logic is re-entered
      * with the repeat policy waved through for this task.
       380-REPEAT-OVERRIDE.

            EXEC CICS HANDLE CONDITION QIDERR(390-OVERRIDE-DENIED)
            END-EXEC.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF NOT TS-OPR-IS-ADMIN

                GO TO 390-OVERRIDE-DENIED

            END-IF.

            MOVE 'Y' TO WS-REPEAT-OVERRIDE-SW.

            GO TO 200-MAIN-LOGIC.

       390-OVERRIDE-DENIED.

            MOVE LOW-VALUES TO OFRMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'OVERRIDE NEEDS A SUPERVISOR SIGN-ON' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

      * A decline hands the held seat back through MVPRGCC's release
      * action - the next nightly run offers it to the next in line.
       400-DECLINE-OFFER.
            END-EXEC.

            MOVE OFFERFLE-COURSE TO WS-CC-COURSE-CODE.
            MOVE OFFERFLE-SECTION TO WS-CC-SECTION-NO.
            MOVE 'D' TO WS-CC-ACTION.

            EXEC CICS LINK PROGRAM('MVPRGCC')
                           LENGTH(WS-CC-TRANSFER-LENGTH)
            END-EXEC.

            MOVE 'D' TO WS-DMND-EVENT.
            PERFORM 860-COUNT-DEMAND.

            MOVE 'OFFER DECLINED - SEAT RELEASED' TO WS-HELD-MSG.
            GO TO 500-LIST-OFFERS.

                MOVE OFFERFLE-COURSE TO WS-OL-COURSE
                MOVE OFFERFLE-OFFER-DATE TO WS-OL-DATE
                MOVE OFFERFLE-EXPIRE-DATE TO WS-OL-EXPIRE
                IF OFFERFLE-SWAP-COURSE NOT = SPACES
                        AND OFFERFLE-SWAP-COURSE NOT = LOW-VALUES
                    MOVE ' SWAP' TO WS-OL-SWAP
                ELSE
                    MOVE SPACES TO WS-OL-SWAP
                END-IF
                MOVE WS-OFFER-LINE TO OFLINEO (WS-LINE-SUB)
                MOVE DFHYELLO TO OFLINEC (WS-LINE-SUB)


            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * The offer list shows the student, so it is logged to VIEWLOG
      * through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' S E A T  O F F E R S    ' TO MTITLEO.
            MOVE TS-OPR-OPERATOR-ID TO AUDIT-OPERATOR-ID.

            MOVE 'MVPRGW' TO AUDIT-SOURCE-PGM.
            MOVE SPACES TO AUDIT-APPROVER-ID.

            EXEC CICS WRITE FILE('AUDITLOG') FROM(AUDITLOG-RECORD)
                          LENGTH(AUDITLOG-LENGTH) RIDFLD(AUDIT-KEY)
            END-EXEC.

      * Counts the answer on DMNDFLE against the course's own entry
      * for the student's term - offers carry no section.  The
      * counter entry is created empty the first time (a WRITE
      * simply ignored once the entry is there) and then bumped
      * under update.
       860-COUNT-DEMAND.

            MOVE STUFILE-TERM-YEAR TO DMNDFLE-TERM-YEAR.
            MOVE OFFERFLE-COURSE TO DMNDFLE-COURSE.
            MOVE SPACES TO DMNDFLE-SECTION.
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

            IF WS-DMND-CONFIRM

                ADD 1 TO DMNDFLE-CONFIRMED

            ELSE

                ADD 1 TO DMNDFLE-DECLINED

            END-IF.

            MOVE EIBDATE TO DMNDFLE-LAST-DATE.

            EXEC CICS REWRITE FILE('DMNDFLE')
                LENGTH(DMNDFLE-LENGTH)
                FROM(DMNDFLE-RECORD)
            END-EXEC.

       900-SEND-MAP.

            EXEC CICS SEND MAP('OFRMAP') MAPSET('MVMAPL') CURSOR
