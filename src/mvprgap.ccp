       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGAP.
       AUTHOR. MICHAEL VALDRON.

      * TWO-PERSON APPROVAL SCREEN.  THE SENSITIVE STUDENT-RECORD
      * ACTIONS - A DELETE OR A CHANGE TO WITHDRAWN/SUSPENDED ON
      * MVPRGU, A HOLD RELEASE ON MVPRGL, A RESTORE FROM BKUPFLE ON
      * MVPRGI - NO LONGER TAKE EFFECT WHEN KEYED; EACH IS PARKED ON
      * APPRFLE.  THIS SCREEN LISTS WHAT IS PENDING, OLDEST FIRST
      * WITHIN STUDENT, AND A SECOND OPERATOR KEYS A (APPROVE) OR R
      * (REJECT), THE LINE NUMBER AND A COMMENT.  NOBODY MAY ACTION
      * THEIR OWN REQUEST - THOSE LINES SHOW IN BLUE.  APPROVAL
      * APPLIES THE ACTION HERE AND JOURNALS IT TO AUDITLOG WITH THE
      * REQUESTER IN THE OPERATOR-ID AND THE APPROVER BESIDE IT; THE
      * DELETE CARRIES THE SEAT RELEASE, DROP RECORDS AND BKUPFLE
      * IMAGE THAT USED TO RUN ON MVPRGU'S SECOND PF6.  A REQUEST
      * THE NIGHTLY MVBAPPR RUN HAS EXPIRED CAN NO LONGER BE
      * ACTIONED.  GATED TO A LEVEL-A SIGN-ON THE SAME WAY MVPRGZ
      * IS.  REACHED FROM THE MENU (CHOICE Q, TRAN MV31).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPW'.
       COPY DFHBMSCA.
       COPY 'APPRRECC'.
       COPY 'STUFILEC'.
       COPY 'AUDITREC'.
       COPY 'BKUPRECC'.
       COPY 'HOLDRECC'.
       COPY 'DROPRECC'.
       COPY 'GRADRECC'.
       COPY 'TERMCALC'.
       COPY 'FUTRECC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Carried across the pseudo-conversation - the APPRFLE key of
      * each request on the screen, so the line number keyed picks
      * exactly the request the operator was looking at.
       01 WS-SAVEAREA.
           05 WS-SV-TRANSFER                PIC XXX.
           05 WS-SV-KEY                     PIC X(21) OCCURS 9.
       01 WS-SAVEAREA-LENGTH                PIC S9(4) COMP VALUE 192.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.
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

      * Commarea for MVPRGCC - same layout MVPRGU passes.  Only the
      * course, section and action go in; a 'D' releases a current
      * seat, an 'R' a next-term one.
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

      * The deleted student's course slots as a table - the record
      * carries them as seven separate fields.
       01 WS-DEL-COURSE-TABLE.
           05 WS-DEL-COURSE                 PIC X(8) OCCURS 7.

       01 WS-SLOT-SUB                       PIC 9 VALUE ZERO.

      * The term after the one on the record - where a deleted
      * student's advance registration sits on FUTENRL.
       01 WS-NEXT-TERM-YEAR.
           05 WS-NX-TERM                    PIC X.
           05 WS-NX-YEAR                    PIC 9(4).

       01 WS-LINE-SUB                       PIC 9 VALUE ZERO.
       01 WS-SEL-SUB                        PIC 9 VALUE ZERO.
       01 WS-PENDING-COUNT                  PIC 9(3) VALUE ZERO.

      * Confirmation carried across the list redisplay that follows
      * an approval or rejection - the list paragraph wipes the map.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

       01 WS-MORE-MSG.
           05 WS-MM-COUNT                   PIC ZZ9.
           05 FILLER                        PIC X(37)
                    VALUE ' PENDING - OLDEST 9 SHOWN'.

       01 WS-REQUEST-LINE.
           05 WS-RL-LINE                    PIC 9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-RL-STUDENT                 PIC X(7).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-RL-ACTION                  PIC X(14).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-RL-REQUESTER               PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-RL-DATE                    PIC 9(7).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-RL-TIME                    PIC 9(6).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-RL-DETAIL                  PIC X(16).

       01 WS-STATUS-DETAIL.
           05 FILLER                        PIC X(3) VALUE 'TO '.
           05 WS-SD-STATUS                  PIC X.
           05 FILLER                        PIC X(8) VALUE ' REASON '.
           05 WS-SD-REASON                  PIC X.

       01 WS-HOLD-DETAIL.
           05 FILLER                        PIC X(5) VALUE 'TYPE '.
           05 WS-HD-TYPE                    PIC X(2).

       01 WS-BKUP-KEY-PARTS.
           05 WS-BK-STUDENT                 PIC X(7).
           05 WS-BK-DATE                    PIC 9(7).
           05 WS-BK-TIME                    PIC 9(7).

       01 WS-BKUP-DETAIL.
           05 FILLER                        PIC X(8) VALUE 'DELETED '.
           05 WS-BD-DATE                    PIC 9(7).

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
            05 LK-SAVEAREA                  PIC X(192).

       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF1(700-RETURN)
                                 PF9(600-EXIT-PROG)

            END-EXEC.

            EXEC CICS HANDLE CONDITION MAPFAIL(300-LIST-PENDING)
                          QIDERR(750-NOT-ADMIN)
            END-EXEC.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF NOT TS-OPR-IS-ADMIN

                GO TO 750-NOT-ADMIN

            END-IF.

            IF EIBCALEN NOT = 192

                GO TO 300-LIST-PENDING

            END-IF.

            MOVE LK-SAVEAREA TO WS-SAVEAREA.

            EXEC CICS RECEIVE MAP('APRMAP') MAPSET('MVMAPW')

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

       200-MAIN-LOGIC.

            IF FUNCI NOT = 'A' AND FUNCI NOT = 'a'
                AND FUNCI NOT = 'R' AND FUNCI NOT = 'r'

                GO TO 300-LIST-PENDING

            END-IF.

            IF SELL < 1 OR SELI IS NOT NUMERIC OR SELI = '0'

                MOVE 'ENTER THE LINE NUMBER OF THE REQUEST'
                    TO WS-HELD-MSG
                GO TO 300-LIST-PENDING

            END-IF.

            MOVE SELI TO WS-SEL-SUB.

            IF WS-SV-KEY (WS-SEL-SUB) = SPACES
                OR WS-SV-KEY (WS-SEL-SUB) = LOW-VALUES

                MOVE 'NO REQUEST ON THAT LINE' TO WS-HELD-MSG
                GO TO 300-LIST-PENDING

            END-IF.

            IF CMNTL < 1

                MOVE 'ENTER A COMMENT FOR THE DECISION' TO WS-HELD-MSG
                GO TO 300-LIST-PENDING

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(960-REQUEST-GONE)
            END-EXEC.

            MOVE WS-SV-KEY (WS-SEL-SUB) TO APPRFLE-KEY.

            EXEC CICS READ FILE('APPRFLE')
                       INTO (APPRFLE-RECORD)
                       LENGTH (APPRFLE-LENGTH)
                       RIDFLD (APPRFLE-KEY)
                       UPDATE
            END-EXEC.

            IF NOT APPRFLE-PENDING

                EXEC CICS UNLOCK FILE('APPRFLE') END-EXEC
                MOVE 'REQUEST ALREADY ACTIONED OR EXPIRED'
                    TO WS-HELD-MSG
                GO TO 300-LIST-PENDING

            END-IF.

            IF APPRFLE-REQUESTER-ID = TS-OPR-OPERATOR-ID

                EXEC CICS UNLOCK FILE('APPRFLE') END-EXEC
                MOVE 'NOT YOUR OWN REQUEST - NEEDS ANOTHER ID'
                    TO WS-HELD-MSG
                GO TO 300-LIST-PENDING

            END-IF.

            IF FUNCI = 'R' OR FUNCI = 'r'

                GO TO 250-REJECT-REQUEST

            END-IF.

            IF APPRFLE-DELETE

                GO TO 400-APPLY-DELETE

            ELSE IF APPRFLE-STATUS-CHANGE

                GO TO 460-APPLY-STATUS

            ELSE IF APPRFLE-HOLD-RELEASE

                GO TO 470-APPLY-HOLD-RELEASE

            ELSE

                GO TO 480-APPLY-RESTORE

            END-IF.

      * A rejection changes nothing but the request - the record,
      * hold or backup image stays exactly as it was.
       250-REJECT-REQUEST.

            MOVE 'R' TO APPRFLE-STATUS.
            MOVE TS-OPR-OPERATOR-ID TO APPRFLE-APPROVER-ID.
            MOVE EIBDATE TO APPRFLE-ACTION-DATE.
            MOVE EIBTIME TO APPRFLE-ACTION-TIME.
            MOVE CMNTI TO APPRFLE-COMMENT.

            EXEC CICS REWRITE FILE('APPRFLE') FROM(APPRFLE-RECORD)
                          LENGTH(APPRFLE-LENGTH)
            END-EXEC.

            MOVE 'REQUEST REJECTED' TO WS-HELD-MSG.

            GO TO 300-LIST-PENDING.

      * Lists the pending requests - APPRFLE keeps every request it
      * has ever had, so the whole file is browsed and the actioned
      * ones skipped.  Requests the operator signed on here raised
      * show blue, since they need someone else.
       300-LIST-PENDING.

            MOVE LOW-VALUES TO APRMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.

            MOVE LOW-VALUES TO WS-SAVEAREA.
            MOVE ZERO TO WS-LINE-SUB.
            MOVE ZERO TO WS-PENDING-COUNT.

            EXEC CICS HANDLE CONDITION
                 NOTFND(340-LIST-DONE)
                 ENDFILE(330-LIST-BREAK)
            END-EXEC.

            MOVE LOW-VALUES TO APPRFLE-KEY.

            EXEC CICS STARTBR FILE('APPRFLE')
                          RIDFLD(APPRFLE-KEY)
                          GTEQ
            END-EXEC.

       310-LIST-NEXT.

            EXEC CICS READNEXT FILE('APPRFLE')
                       INTO (APPRFLE-RECORD)
                       RIDFLD (APPRFLE-KEY)
                       LENGTH (APPRFLE-LENGTH)
            END-EXEC.

            IF NOT APPRFLE-PENDING

                GO TO 310-LIST-NEXT

            END-IF.

            ADD 1 TO WS-PENDING-COUNT.

            IF WS-LINE-SUB < 9

                ADD 1 TO WS-LINE-SUB
                MOVE APPRFLE-KEY TO WS-SV-KEY (WS-LINE-SUB)
                PERFORM 320-BUILD-LINE
                MOVE WS-REQUEST-LINE TO APLINEO (WS-LINE-SUB)

                IF APPRFLE-REQUESTER-ID = TS-OPR-OPERATOR-ID

                    MOVE DFHBLUE TO APLINEC (WS-LINE-SUB)

                ELSE

                    MOVE DFHYELLO TO APLINEC (WS-LINE-SUB)

                END-IF

            END-IF.

            GO TO 310-LIST-NEXT.

       320-BUILD-LINE.

            MOVE WS-LINE-SUB TO WS-RL-LINE.
            MOVE APPRFLE-STUDENT-NO TO WS-RL-STUDENT.
            MOVE APPRFLE-REQUESTER-ID TO WS-RL-REQUESTER.
            MOVE APPRFLE-REQ-DATE TO WS-RL-DATE.
            MOVE APPRFLE-REQ-TIME (2:6) TO WS-RL-TIME.
            MOVE SPACES TO WS-RL-DETAIL.

            IF APPRFLE-DELETE

                MOVE 'DELETE STUDENT' TO WS-RL-ACTION

            ELSE IF APPRFLE-STATUS-CHANGE

                MOVE 'STATUS CHANGE' TO WS-RL-ACTION
                MOVE APPRFLE-NEW-STATUS TO WS-SD-STATUS
                MOVE APPRFLE-STATUS-REASON TO WS-SD-REASON
                MOVE WS-STATUS-DETAIL TO WS-RL-DETAIL

            ELSE IF APPRFLE-HOLD-RELEASE

                MOVE 'RELEASE HOLD' TO WS-RL-ACTION
                MOVE APPRFLE-HOLD-TYPE TO WS-HD-TYPE
                MOVE WS-HOLD-DETAIL TO WS-RL-DETAIL

            ELSE

                MOVE 'RESTORE' TO WS-RL-ACTION
                MOVE APPRFLE-BKUP-KEY TO WS-BKUP-KEY-PARTS
                MOVE WS-BK-DATE TO WS-BD-DATE
                MOVE WS-BKUP-DETAIL TO WS-RL-DETAIL

            END-IF.

       330-LIST-BREAK.

            EXEC CICS ENDBR FILE('APPRFLE') END-EXEC.

       340-LIST-DONE.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE IF WS-PENDING-COUNT = ZERO

                MOVE 'NO REQUESTS AWAITING APPROVAL' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            ELSE IF WS-PENDING-COUNT > 9

                MOVE WS-PENDING-COUNT TO WS-MM-COUNT
                MOVE WS-MORE-MSG TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            ELSE

                MOVE 'A=APPROVE R=REJECT, LINE AND COMMENT' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            MOVE -1 TO FUNCL.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

      * An approved delete - what MVPRGU's second PF6 used to do on
      * the spot: every seat the student holds goes back with a W
      * drop record (and a W grade past the drop deadline), any
      * next-term registration is given up, the record is imaged to
      * BKUPFLE and deleted.
       400-APPLY-DELETE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(965-STUDENT-GONE)
            END-EXEC.

            MOVE APPRFLE-STUDENT-NO TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            MOVE STUFILE-COURSES TO WS-DEL-COURSE-TABLE.

            PERFORM 410-RELEASE-ONE-SLOT
                 VARYING WS-SLOT-SUB FROM 1 BY 1
                      UNTIL WS-SLOT-SUB > 7.

            PERFORM 430-RELEASE-FUTURE-SEATS THRU 430-EXIT.

            MOVE STUFILE-STUDENT-NO TO BKUPFLE-STUDENT-NO.
            MOVE EIBDATE TO BKUPFLE-DATE.
            MOVE EIBTIME TO BKUPFLE-TIME.
            MOVE STUFILE-RECORD TO BKUPFLE-DATA.

      * An image already on file under this very timestamp holds the
      * same data - nothing is left to back up.
            EXEC CICS IGNORE CONDITION DUPREC END-EXEC.

            EXEC CICS WRITE FILE('BKUPFLE')
                  FROM(BKUPFLE-RECORD)
                  LENGTH(BKUPFLE-LENGTH)
                  RIDFLD(BKUPFLE-KEY)
            END-EXEC.

            EXEC CICS HANDLE CONDITION DUPREC END-EXEC.

            EXEC CICS DELETE FILE('STUFILE')
                          RIDFLD(STUFILE-KEY)

            END-EXEC.

            MOVE STUFILE-RECORD TO AUDIT-BEFORE-IMAGE.
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE.
            MOVE 'D' TO AUDIT-ACTION.

            MOVE 'DELETE APPROVED - RECORD DELETED' TO WS-HELD-MSG.

            GO TO 490-CLOSE-REQUEST.

       410-RELEASE-ONE-SLOT.

            IF WS-DEL-COURSE (WS-SLOT-SUB) NOT EQUAL TO SPACES

                MOVE WS-DEL-COURSE (WS-SLOT-SUB) TO WS-CC-COURSE-CODE
                MOVE STUFILE-SECTION (WS-SLOT-SUB) TO WS-CC-SECTION-NO
                MOVE 'D' TO WS-CC-ACTION
                PERFORM 800-RUN-CC-PROG
                PERFORM 420-WRITE-DROP-REC

            END-IF.

      * One DROPFLE entry per seat released, reason W - the course
      * just released is still in WS-CC-COURSE-CODE.
       420-WRITE-DROP-REC.

            MOVE STUFILE-STUDENT-NO TO DROPFLE-STUDENT-NO.
            MOVE EIBDATE TO DROPFLE-DATE.
            MOVE EIBTIME TO DROPFLE-TIME.
            MOVE WS-CC-COURSE-CODE TO DROPFLE-COURSE.
            MOVE STUFILE-TERM-YEAR TO DROPFLE-TERM-YEAR.
            MOVE 'W' TO DROPFLE-REASON.
            MOVE EIBOPID TO DROPFLE-OPERATOR-ID.

            EXEC CICS WRITE FILE('DROPFLE') FROM(DROPFLE-RECORD)
                          LENGTH(DROPFLE-LENGTH) RIDFLD(DROPFLE-KEY)
            END-EXEC.

            PERFORM 425-CHECK-LATE-DROP THRU 425-EXIT.

      * Past the term calendar's drop deadline the W goes on the
      * academic record, the same as a late drop on MVPRGU.  A grade
      * already on file for the course/term stands.
       425-CHECK-LATE-DROP.

            EXEC CICS HANDLE CONDITION
                 NOTFND(425-RESTORE)
                 DUPREC(425-RESTORE)
            END-EXEC.

            MOVE STUFILE-TERM-YEAR TO TERMCAL-TERM-YEAR.

            EXEC CICS READ FILE('TERMCAL')
                       INTO (TERMCAL-RECORD)
                       LENGTH (TERMCAL-LENGTH)
                       RIDFLD (TERMCAL-TERM-YEAR)
            END-EXEC.

            IF EIBDATE > TERMCAL-DROP-DEADLINE

                MOVE STUFILE-STUDENT-NO TO GRADFLE-STUDENT-NO
                MOVE WS-CC-COURSE-CODE TO GRADFLE-COURSE
                MOVE STUFILE-TERM-YEAR TO GRADFLE-TERM-YEAR
                MOVE 'W ' TO GRADFLE-GRADE
                MOVE EIBDATE TO GRADFLE-DATE
                MOVE EIBTIME TO GRADFLE-TIME
                MOVE EIBOPID TO GRADFLE-OPERATOR-ID
                MOVE ZERO TO GRADFLE-INC-DEADLINE

                EXEC CICS WRITE FILE('GRADFLE')
                              FROM(GRADFLE-RECORD)
                              LENGTH(GRADFLE-LENGTH)
                              RIDFLD(GRADFLE-KEY)
                END-EXEC

            END-IF.

       425-RESTORE.

      * NOTFND/DUPREC above belong to this check only.
            EXEC CICS HANDLE CONDITION
                 NOTFND(965-STUDENT-GONE)
                 DUPREC
            END-EXEC.

       425-EXIT.
            EXIT.

      * Next-term seats held for the student on FUTENRL are given
      * back too, and the advance registration goes with the record.
       430-RELEASE-FUTURE-SEATS.

            IF STUFILE-YEAR IS NOT NUMERIC

                GO TO 430-EXIT

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

                GO TO 430-EXIT

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(430-RESTORE)
            END-EXEC.

            MOVE STUFILE-STUDENT-NO TO FUTENRL-STUDENT-NO.
            MOVE WS-NEXT-TERM-YEAR TO FUTENRL-TERM-YEAR.

            EXEC CICS READ FILE('FUTENRL')
                       INTO (FUTENRL-RECORD)
                       LENGTH (FUTENRL-LENGTH)
                       RIDFLD (FUTENRL-KEY)
                       UPDATE
            END-EXEC.

            IF FUTENRL-PENDING

                PERFORM 435-RELEASE-ONE-FUTURE
                    VARYING WS-SLOT-SUB FROM 1 BY 1
                    UNTIL WS-SLOT-SUB > 7

            END-IF.

            EXEC CICS DELETE FILE('FUTENRL') END-EXEC.

       430-RESTORE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(965-STUDENT-GONE)
            END-EXEC.

       430-EXIT.
            EXIT.

       435-RELEASE-ONE-FUTURE.

            IF FUTENRL-COURSE (WS-SLOT-SUB) NOT EQUAL TO SPACES

                MOVE FUTENRL-COURSE (WS-SLOT-SUB) TO WS-CC-COURSE-CODE
                MOVE FUTENRL-SECTION (WS-SLOT-SUB) TO WS-CC-SECTION-NO
                MOVE 'R' TO WS-CC-ACTION
                PERFORM 800-RUN-CC-PROG

            END-IF.

      * An approved change to withdrawn or suspended - the status
      * and reason the clerk keyed go on the record now.
       460-APPLY-STATUS.

            EXEC CICS HANDLE CONDITION
                 NOTFND(965-STUDENT-GONE)
            END-EXEC.

            MOVE APPRFLE-STUDENT-NO TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
                       UPDATE
            END-EXEC.

            MOVE STUFILE-RECORD TO AUDIT-BEFORE-IMAGE.

            MOVE APPRFLE-NEW-STATUS TO STUFILE-STATUS.
            MOVE APPRFLE-STATUS-REASON TO STUFILE-STATUS-REASON.
            MOVE EIBDATE TO STUFILE-LAST-UPDATED-DATE.
            MOVE EIBTIME TO STUFILE-LAST-UPDATED-TIME.

            EXEC CICS REWRITE FILE('STUFILE')
                LENGTH(STUFILE-LENGTH)
                FROM(STUFILE-RECORD)
            END-EXEC.

            MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.
            MOVE 'U' TO AUDIT-ACTION.

            MOVE 'STATUS CHANGE APPROVED AND APPLIED' TO WS-HELD-MSG.

            GO TO 490-CLOSE-REQUEST.

      * An approved hold release - the hold comes off HOLDFLE.  The
      * student record is untouched, so the journal entry is a 'U'
      * with matching images.
       470-APPLY-HOLD-RELEASE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(965-STUDENT-GONE)
            END-EXEC.

            MOVE APPRFLE-STUDENT-NO TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                 NOTFND(970-HOLD-GONE)
            END-EXEC.

            MOVE APPRFLE-STUDENT-NO TO HOLDFLE-STUDENT-NO.
            MOVE APPRFLE-HOLD-TYPE TO HOLDFLE-TYPE.

            EXEC CICS DELETE FILE('HOLDFLE')
                          RIDFLD(HOLDFLE-KEY)
            END-EXEC.

            MOVE STUFILE-RECORD TO AUDIT-BEFORE-IMAGE.
            MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.
            MOVE 'U' TO AUDIT-ACTION.

            MOVE 'HOLD RELEASE APPROVED - HOLD LIFTED' TO WS-HELD-MSG.

            GO TO 490-CLOSE-REQUEST.

      * An approved restore - the BKUPFLE image the request was
      * raised against goes back on STUFILE and comes off BKUPFLE.
       480-APPLY-RESTORE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(975-BACKUP-GONE)
            END-EXEC.

            MOVE APPRFLE-BKUP-KEY TO BKUPFLE-KEY.

            EXEC CICS READ FILE('BKUPFLE')
                       INTO (BKUPFLE-RECORD)
                       RIDFLD (BKUPFLE-KEY)
                       LENGTH (BKUPFLE-LENGTH)
            END-EXEC.

            MOVE BKUPFLE-DATA TO STUFILE-RECORD.

            EXEC CICS HANDLE CONDITION
                            DUPKEY(980-STILL-ACTIVE)
                            DUPREC(980-STILL-ACTIVE)
            END-EXEC.

            EXEC CICS WRITE FILE('STUFILE')
                          FROM(STUFILE-RECORD)
                          LENGTH(STUFILE-LENGTH)
                          RIDFLD(STUFILE-KEY)
            END-EXEC.

            EXEC CICS DELETE FILE('BKUPFLE')
                          RIDFLD(BKUPFLE-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE.
            MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.
            MOVE 'A' TO AUDIT-ACTION.

            MOVE 'RESTORE APPROVED - RECORD RESTORED' TO WS-HELD-MSG.

            GO TO 490-CLOSE-REQUEST.

      * Journals the applied action with both ids - the requester
      * as the operator, this sign-on as the approver - and closes
      * the request as approved.
       490-CLOSE-REQUEST.

            MOVE APPRFLE-STUDENT-NO TO AUDIT-STUDENT-NO.
            MOVE EIBDATE TO AUDIT-DATE.
            MOVE EIBTIME TO AUDIT-TIME.
            MOVE EIBTRMID TO AUDIT-TERMID.
            MOVE APPRFLE-REQUESTER-ID TO AUDIT-OPERATOR-ID.
            MOVE 'MVPRGAP' TO AUDIT-SOURCE-PGM.
            MOVE TS-OPR-OPERATOR-ID TO AUDIT-APPROVER-ID.

            EXEC CICS WRITE FILE('AUDITLOG') FROM(AUDITLOG-RECORD)
                          LENGTH(AUDITLOG-LENGTH) RIDFLD(AUDIT-KEY)
            END-EXEC.

            MOVE 'A' TO APPRFLE-STATUS.
            MOVE TS-OPR-OPERATOR-ID TO APPRFLE-APPROVER-ID.
            MOVE EIBDATE TO APPRFLE-ACTION-DATE.
            MOVE EIBTIME TO APPRFLE-ACTION-TIME.
            MOVE CMNTI TO APPRFLE-COMMENT.

            EXEC CICS REWRITE FILE('APPRFLE') FROM(APPRFLE-RECORD)
                          LENGTH(APPRFLE-LENGTH)
            END-EXEC.

            GO TO 300-LIST-PENDING.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO APRMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * No sign-on queue, or a sign-on below level A - straight back
      * to the menu, which will put up its own not-authorized or
      * sign-on screen.
       750-NOT-ADMIN.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       800-RUN-CC-PROG.

            EXEC CICS LINK PROGRAM('MVPRGCC')
                               COMMAREA(WS-CC-TRANSFER-FIELD)
                               LENGTH(WS-CC-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE '  A P P R O V A L S' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            SELC,
                            CMNTC.
            MOVE DFHBMFSE TO FUNCA,
                             SELA,
                             CMNTA.

       900-SEND-MAP.

            EXEC CICS SEND MAP('APRMAP') MAPSET('MVMAPW') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV31')
                             COMMAREA(WS-SAVEAREA)
                             LENGTH(WS-SAVEAREA-LENGTH)
            END-EXEC.

      * The request was there when the list went up and is not now -
      * the nightly run cannot delete one, so this is a key gone bad.
       960-REQUEST-GONE.

            MOVE 'REQUEST NO LONGER ON FILE' TO WS-HELD-MSG.

            GO TO 300-LIST-PENDING.

      * The student went some other way since the request was raised
      * - the request stays pending for a reject.  This and the ones
      * below come out of the apply paths with the request still
      * held from the READ UPDATE, so it is let go before the list
      * browses APPRFLE again.
       965-STUDENT-GONE.

            EXEC CICS UNLOCK FILE('APPRFLE') END-EXEC.

            MOVE 'STUDENT NO LONGER ON FILE - REJECT IT'
                TO WS-HELD-MSG.

            GO TO 300-LIST-PENDING.

       970-HOLD-GONE.

            EXEC CICS UNLOCK FILE('APPRFLE') END-EXEC.

            MOVE 'HOLD ALREADY RELEASED - REJECT IT' TO WS-HELD-MSG.

            GO TO 300-LIST-PENDING.

       975-BACKUP-GONE.

            EXEC CICS UNLOCK FILE('APPRFLE') END-EXEC.

            MOVE 'BACKUP IMAGE GONE - REJECT IT' TO WS-HELD-MSG.

            GO TO 300-LIST-PENDING.

       980-STILL-ACTIVE.

            EXEC CICS UNLOCK FILE('APPRFLE') END-EXEC.

            MOVE 'STUDENT NUMBER ACTIVE AGAIN - REJECT IT'
                TO WS-HELD-MSG.

            GO TO 300-LIST-PENDING.
