       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGAD.
       AUTHOR. MICHAEL VALDRON.

      * ACADEMIC ADVISING SCREEN.  SHOWS THE STUDENT'S ADVISOR OFF
      * ADVFILE - OR, WHEN NONE HAS BEEN ASSIGNED, THE DEPARTMENT
      * DEFAULT (THE FIRST INSTFILE INSTRUCTOR IN THE PROGFILE-DEPT
      * OF THE DECLARED PROGRAM) - AND LISTS THE ADVNOTE ADVISING
      * NOTES NEWEST-FIRST, SO WHOEVER SEES A STUDENT ON PROBATION
      * KNOWS WHAT WAS AGREED LAST TIME.  A=ASSIGN THE KEYED ADVISOR
      * (BLANK TAKES THE DEFAULT SHOWN), N=ADD A NOTE, DATED AND
      * STAMPED WITH THE SIGNED-ON OPERATOR, MARKED C (CONFIDENTIAL)
      * OR G (GENERAL).  KEYING A LINE NUMBER IN THE SELECT FIELD
      * SHOWS THAT NOTE IN FULL.
      *
      * ONLY A FULL OR ADMIN SIGN-ON CAN ASSIGN OR ADD, AND A
      * READ-ONLY OPERATOR IS NEVER SHOWN A CONFIDENTIAL NOTE.
      *
      * REACHED FROM MVPRGI (PF8) WITH THE STUDENT NUMBER IN THE
      * COMMAREA, OR A NUMBER CAN BE KEYED DIRECTLY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPU'.
       COPY DFHBMSCA.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

       01 WS-STUD-NUM                       PIC X(7).
       01 WS-STUD-LENGTH                    PIC S9(4) COMP VALUE 7.

       COPY 'STUFILEC'.
       COPY 'ADVRECC'.
       COPY 'ANOTRECC'.
       COPY 'INSTRECC'.
       COPY 'PROGRECC'.

      * Per-terminal sign-on record MVPRGM writes at sign-on.  Read
      * on every trip - anything short of a full or admin sign-on
      * (or no sign-on record at all) is treated as read-only.
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

       01 WS-READ-ONLY-SW                   PIC X VALUE 'Y'.
           88 WS-READ-ONLY                  VALUE 'Y'.

      * Confirmation carried across the redisplay that follows an
      * assign or an add - the show paragraph wipes the map first.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

      * The advisor as shown - assigned, or the department default.
       01 WS-ADVISOR-ID                     PIC X(5) VALUE SPACES.
       01 WS-ADVISOR-NAME                   PIC X(20) VALUE SPACES.
       01 WS-ADVISOR-HOW                    PIC X(20) VALUE SPACES.
       01 WS-DEFAULT-ID                     PIC X(5) VALUE SPACES.

       01 WS-ASSIGNED-TEXT.
           05 FILLER                        PIC X(9)
                                            VALUE 'ASSIGNED '.
           05 WS-AT-DATE                    PIC 9(7).

      * The notes this operator may see, in the ascending key order
      * the browse returns them - the screen walks this table
      * backwards to list newest first.
       01  WS-NOTE-TABLE.
           05  WS-NT-ENTRY OCCURS 50.
               10  WS-NT-DATE           PIC 9(7).
               10  WS-NT-TIME           PIC 9(7).
               10  WS-NT-CLASS          PIC X.
               10  WS-NT-OPERATOR       PIC X(8).
               10  WS-NT-TEXT           PIC X(38).
           05  WS-NOTE-COUNT            PIC 99 VALUE ZERO.
           05  WS-NOTE-SUB              PIC 99.
           05  WS-LINE-SUB              PIC 99.
           05  WS-PICK-NUM              PIC 99.

       01  WS-LIST-LINE.
           05  WS-LL-NUM                PIC Z9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-LL-DATE               PIC 9(7).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-LL-TIME               PIC 9(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-LL-CLASS              PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-LL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-LL-TEXT               PIC X(38).

       01  WS-NOTE-HEADER.
           05  FILLER                   PIC X(8) VALUE 'NOTE OF '.
           05  WS-NH-DATE               PIC 9(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-NH-TIME               PIC 9(6).
           05  FILLER                   PIC X(4) VALUE ' BY '.
           05  WS-NH-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(10) VALUE ' ADVISOR '.
           05  WS-NH-ADVISOR            PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-NH-CLASS              PIC X(12).

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGAD'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'I'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
            05 LK-TRANSFER                  PIC X(7).

       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 040-CHECK-INSTRUCTOR THRU 045-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF2(700-RETURN)
                                 PF9(600-EXIT-PROG)

            END-EXEC.

            PERFORM 050-CHECK-OPERATOR.

            EXEC CICS HANDLE CONDITION MAPFAIL(150-LOAD-FOR-COMMAREA)
                          NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

            IF EIBCALEN NOT = 7

                GO TO 100-FIRST-TIME

            END-IF.

            MOVE LK-TRANSFER TO WS-STUD-NUM.

            EXEC CICS RECEIVE MAP('ADVMAP') MAPSET('MVMAPU')

            END-EXEC.

            GO TO 200-MAIN-LOGIC.

      * An instructor-class sign-on sees its own sections on MVPRGIS
      * and nothing else - reaching this screen is refused, logged to
      * SECLOG as event X, and sent back there.
       040-CHECK-INSTRUCTOR.

            MOVE SPACES TO TS-OPR-RECORD.
            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF NOT TS-OPR-IS-INSTRUCTOR

                GO TO 045-CHECK-INSTRUCTOR-EXIT

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

       045-CHECK-INSTRUCTOR-EXIT.
            EXIT.

      * A missing sign-on queue (QIDERR ignored) leaves the level
      * blank, which reads as read-only.
       050-CHECK-OPERATOR.

            MOVE SPACES TO TS-OPR-RECORD.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF TS-OPR-IS-FULL OR TS-OPR-IS-ADMIN

                MOVE 'N' TO WS-READ-ONLY-SW

            END-IF.

       100-FIRST-TIME.

            MOVE LOW-VALUES TO ADVMAPO.

            MOVE 'ENTER STUDENT NUMBER' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('ADVMAP') MAPSET('MVMAPU') ERASE

            END-EXEC.

            MOVE SPACES TO WS-STUD-NUM.

            GO TO 910-RETURN-TRANSID.

      * Handed a student number by MVPRGI's PF8 (or re-entered with
      * no map data pending) - straight to the student's advising.
       150-LOAD-FOR-COMMAREA.

            IF WS-STUD-NUM = SPACES

                GO TO 100-FIRST-TIME

            END-IF.

            GO TO 500-SHOW-ADVISING.

       200-MAIN-LOGIC.

            IF STUNUML > 0

                IF STUNUML < 7

                    MOVE LOW-VALUES TO ADVMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'THE STUDENT NUMBER MUST BE 7 LONG'
                        TO OUTMSGO
                    MOVE -1 TO STUNUML
                    MOVE DFHRED TO OUTMSGC
                    GO TO 900-SEND-MAP

                ELSE IF STUNUMI IS NOT NUMERIC

                    MOVE LOW-VALUES TO ADVMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'THE STUDENT NUMBER IS NOT NUMERIC'
                        TO OUTMSGO
                    MOVE -1 TO STUNUML
                    MOVE DFHRED TO OUTMSGC
                    GO TO 900-SEND-MAP

                ELSE

                    MOVE STUNUMI TO WS-STUD-NUM

                END-IF

            END-IF.

            IF WS-STUD-NUM = SPACES

                GO TO 100-FIRST-TIME

            END-IF.

            IF FUNCI = 'A' OR FUNCI = 'a'

                GO TO 300-ASSIGN-ADVISOR

            ELSE IF FUNCI = 'N' OR FUNCI = 'n'

                GO TO 400-ADD-NOTE

            ELSE IF SELNUML > 0

                GO TO 550-DETAIL-MODE

            ELSE

                GO TO 500-SHOW-ADVISING

            END-IF.

       210-READ-STUDENT.

            MOVE WS-STUD-NUM TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

      * Assigns the keyed advisor, or the department default when
      * none was keyed.  Replaces any earlier assignment.
       300-ASSIGN-ADVISOR.

            IF WS-READ-ONLY

                GO TO 960-UPDATE-DENIED

            END-IF.

            PERFORM 210-READ-STUDENT.

            IF ADVIDL > 0

                MOVE ADVIDI TO WS-ADVISOR-ID

            ELSE

                PERFORM 520-FIND-DEFAULT-ADVISOR THRU 520-EXIT
                MOVE WS-DEFAULT-ID TO WS-ADVISOR-ID

            END-IF.

            IF WS-ADVISOR-ID = SPACES

                MOVE LOW-VALUES TO ADVMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE WS-STUD-NUM TO STUNUMO
                MOVE DFHRED TO OUTMSGC
                MOVE 'NO DEPARTMENT DEFAULT - KEY THE ADVISOR'
                    TO OUTMSGO
                MOVE -1 TO ADVIDL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(970-ADVISOR-UNKNOWN)
            END-EXEC.

            MOVE WS-ADVISOR-ID TO INSTFILE-ID.

            EXEC CICS READ FILE('INSTFILE')
                       INTO (INSTFILE-RECORD)
                       LENGTH (INSTFILE-LENGTH)
                       RIDFLD (INSTFILE-ID)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                 NOTFND(310-NEW-ASSIGNMENT)
            END-EXEC.

            MOVE WS-STUD-NUM TO ADVFILE-STUDENT-NO.

            EXEC CICS READ FILE('ADVFILE')
                       INTO (ADVFILE-RECORD)
                       LENGTH (ADVFILE-LENGTH)
                       RIDFLD (ADVFILE-STUDENT-NO)
                       UPDATE
            END-EXEC.

            PERFORM 330-FILL-ASSIGNMENT.

            EXEC CICS REWRITE FILE('ADVFILE') FROM(ADVFILE-RECORD)
                          LENGTH(ADVFILE-LENGTH)
            END-EXEC.

            GO TO 320-ASSIGNED.

       310-NEW-ASSIGNMENT.

            MOVE SPACES TO ADVFILE-RECORD.
            MOVE WS-STUD-NUM TO ADVFILE-STUDENT-NO.

            PERFORM 330-FILL-ASSIGNMENT.

            EXEC CICS WRITE FILE('ADVFILE') FROM(ADVFILE-RECORD)
                          LENGTH(ADVFILE-LENGTH)
                          RIDFLD(ADVFILE-STUDENT-NO)
            END-EXEC.

       320-ASSIGNED.

            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

            MOVE 'ADVISOR ASSIGNED!' TO WS-HELD-MSG.
            GO TO 500-SHOW-ADVISING.

       330-FILL-ASSIGNMENT.

            MOVE WS-ADVISOR-ID TO ADVFILE-ADVISOR-ID.
            MOVE EIBDATE TO ADVFILE-ASSIGNED-DATE.
            MOVE TS-OPR-OPERATOR-ID TO ADVFILE-OPERATOR-ID.

      * Adds a note under the student, dated and stamped with the
      * signed-on operator and the advisor of the moment.
       400-ADD-NOTE.

            IF WS-READ-ONLY

                GO TO 960-UPDATE-DENIED

            END-IF.

            PERFORM 210-READ-STUDENT.

            IF NCLSI = 'c'

                MOVE 'C' TO NCLSI

            ELSE IF NCLSI = 'g'

                MOVE 'G' TO NCLSI

            END-IF.

            IF NCLSL = 0 OR (NCLSI NOT = 'C' AND NCLSI NOT = 'G')

                MOVE LOW-VALUES TO ADVMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE WS-STUD-NUM TO STUNUMO
                MOVE DFHRED TO OUTMSGC
                MOVE 'MARK THE NOTE C=CONFIDENTIAL G=GENERAL'
                    TO OUTMSGO
                MOVE -1 TO NCLSL
                GO TO 900-SEND-MAP

            END-IF.

            IF NTXTL (1) = 0 AND NTXTL (2) = 0 AND NTXTL (3) = 0

                MOVE LOW-VALUES TO ADVMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE WS-STUD-NUM TO STUNUMO
                MOVE DFHRED TO OUTMSGC
                MOVE 'ENTER THE TEXT OF THE NOTE' TO OUTMSGO
                MOVE -1 TO NTXTL (1)
                GO TO 900-SEND-MAP

            END-IF.

            PERFORM 510-GET-ADVISOR THRU 510-EXIT.

            MOVE SPACES TO ADVNOTE-RECORD.
            MOVE WS-STUD-NUM TO ADVNOTE-STUDENT-NO.
            MOVE EIBDATE TO ADVNOTE-DATE.
            MOVE EIBTIME TO ADVNOTE-TIME.
            MOVE WS-ADVISOR-ID TO ADVNOTE-ADVISOR-ID.
            MOVE TS-OPR-OPERATOR-ID TO ADVNOTE-OPERATOR-ID.
            MOVE NCLSI TO ADVNOTE-CLASS.

            IF NTXTL (1) > 0

                MOVE NTXTI (1) TO ADVNOTE-TEXT-LINE (1)

            END-IF.

            IF NTXTL (2) > 0

                MOVE NTXTI (2) TO ADVNOTE-TEXT-LINE (2)

            END-IF.

            IF NTXTL (3) > 0

                MOVE NTXTI (3) TO ADVNOTE-TEXT-LINE (3)

            END-IF.

            EXEC CICS HANDLE CONDITION DUPREC(980-NOTE-DUPLICATE)
            END-EXEC.

            EXEC CICS WRITE FILE('ADVNOTE') FROM(ADVNOTE-RECORD)
                          LENGTH(ADVNOTE-LENGTH)
                          RIDFLD(ADVNOTE-KEY)
            END-EXEC.

            MOVE 'ADVISING NOTE ADDED!' TO WS-HELD-MSG.
            GO TO 500-SHOW-ADVISING.

      * Shows the student, the advisor and the newest eight notes
      * this operator may see, numbered for selection.
       500-SHOW-ADVISING.

            PERFORM 210-READ-STUDENT.

            PERFORM 510-GET-ADVISOR THRU 510-EXIT.

            PERFORM 530-LOAD-NOTE-TABLE THRU 530-EXIT.

            MOVE LOW-VALUES TO ADVMAPO.

            PERFORM 800-MOVE-ATTRIBUTES.

            PERFORM 560-SHOW-HEADER-FIELDS.

            PERFORM 545-LAY-OUT-LIST-LINE
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > 8
                   OR WS-LINE-SUB > WS-NOTE-COUNT.

            IF WS-NOTE-COUNT = ZERO

                MOVE 'NO ADVISING NOTES ON FILE' TO ANLINEO (1)
                MOVE DFHYELLO TO ANLINEC (1)

            END-IF.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE IF WS-NOTE-COUNT > ZERO

                MOVE 'KEY A LINE NUMBER TO READ THE NOTE' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            ELSE

                MOVE 'A=ASSIGN ADVISOR N=ADD NOTE BLANK=SHOW'
                    TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            MOVE -1 TO FUNCL.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

      * The assigned advisor off ADVFILE, else the department
      * default, with the name off INSTFILE.
       510-GET-ADVISOR.

            MOVE SPACES TO WS-ADVISOR-ID.
            MOVE SPACES TO WS-ADVISOR-NAME.
            MOVE SPACES TO WS-ADVISOR-HOW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(515-NO-ASSIGNMENT)
            END-EXEC.

            MOVE WS-STUD-NUM TO ADVFILE-STUDENT-NO.

            EXEC CICS READ FILE('ADVFILE')
                       INTO (ADVFILE-RECORD)
                       LENGTH (ADVFILE-LENGTH)
                       RIDFLD (ADVFILE-STUDENT-NO)
            END-EXEC.

            MOVE ADVFILE-ADVISOR-ID TO WS-ADVISOR-ID.
            MOVE ADVFILE-ASSIGNED-DATE TO WS-AT-DATE.
            MOVE WS-ASSIGNED-TEXT TO WS-ADVISOR-HOW.

            GO TO 517-ADVISOR-NAME.

       515-NO-ASSIGNMENT.

            PERFORM 520-FIND-DEFAULT-ADVISOR THRU 520-EXIT.

            IF WS-DEFAULT-ID = SPACES

                MOVE 'NO ADVISOR ASSIGNED' TO WS-ADVISOR-HOW
                GO TO 510-RESTORE

            END-IF.

            MOVE WS-DEFAULT-ID TO WS-ADVISOR-ID.
            MOVE 'DEPARTMENT DEFAULT' TO WS-ADVISOR-HOW.

       517-ADVISOR-NAME.

            EXEC CICS HANDLE CONDITION
                 NOTFND(518-ADVISOR-GONE)
            END-EXEC.

            MOVE WS-ADVISOR-ID TO INSTFILE-ID.

            EXEC CICS READ FILE('INSTFILE')
                       INTO (INSTFILE-RECORD)
                       LENGTH (INSTFILE-LENGTH)
                       RIDFLD (INSTFILE-ID)
            END-EXEC.

            MOVE INSTFILE-NAME TO WS-ADVISOR-NAME.

            GO TO 510-RESTORE.

       518-ADVISOR-GONE.

            MOVE 'NOT ON INSTFILE' TO WS-ADVISOR-NAME.

       510-RESTORE.

      * The lookups re-pointed NOTFND - put the program-level handler
      * back for whatever runs next.
            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

       510-EXIT.
            EXIT.

      * The first instructor on INSTFILE (in ID order) whose
      * department owns the student's declared program.  Spaces
      * when there is no program, or nobody in its department.
       520-FIND-DEFAULT-ADVISOR.

            MOVE SPACES TO WS-DEFAULT-ID.

            IF STUFILE-PROGRAM = SPACES

                GO TO 520-EXIT

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(520-EXIT)
                 ENDFILE(528-DEFAULT-DONE)
            END-EXEC.

            MOVE STUFILE-PROGRAM TO PROGFILE-CODE.

            EXEC CICS READ FILE('PROGFILE') INTO(PROGFILE-RECORD)
                           RIDFLD(PROGFILE-CODE)
            END-EXEC.

            IF PROGFILE-DEPT = SPACES

                GO TO 520-EXIT

            END-IF.

            MOVE LOW-VALUES TO INSTFILE-ID.

            EXEC CICS STARTBR FILE('INSTFILE')
                          RIDFLD(INSTFILE-ID)
                          GTEQ
            END-EXEC.

       525-DEFAULT-NEXT.

            EXEC CICS READNEXT FILE('INSTFILE')
                       INTO (INSTFILE-RECORD)
                       RIDFLD (INSTFILE-ID)
                       LENGTH (INSTFILE-LENGTH)
            END-EXEC.

            IF INSTFILE-DEPT NOT = PROGFILE-DEPT

                GO TO 525-DEFAULT-NEXT

            END-IF.

            MOVE INSTFILE-ID TO WS-DEFAULT-ID.

       528-DEFAULT-DONE.

            EXEC CICS ENDBR FILE('INSTFILE') END-EXEC.

       520-EXIT.
            EXIT.

      * Collects the student's notes (browse on the ADVNOTE-STUDENT-NO
      * partial key), leaving out the confidential ones for a
      * read-only operator.
       530-LOAD-NOTE-TABLE.

            MOVE ZERO TO WS-NOTE-COUNT.

            EXEC CICS HANDLE CONDITION
                 NOTFND(530-EXIT)
                 ENDFILE(538-NOTES-DONE)
            END-EXEC.

            MOVE WS-STUD-NUM TO ADVNOTE-STUDENT-NO.
            MOVE ZERO TO ADVNOTE-DATE.
            MOVE ZERO TO ADVNOTE-TIME.

            EXEC CICS STARTBR FILE('ADVNOTE')
                          RIDFLD(ADVNOTE-KEY)
                          GTEQ
            END-EXEC.

       535-NOTES-NEXT.

            EXEC CICS READNEXT FILE('ADVNOTE')
                       INTO (ADVNOTE-RECORD)
                       RIDFLD (ADVNOTE-KEY)
                       LENGTH (ADVNOTE-LENGTH)
            END-EXEC.

            IF ADVNOTE-STUDENT-NO NOT = WS-STUD-NUM

                GO TO 538-NOTES-DONE

            END-IF.

            IF ADVNOTE-CONFIDENTIAL AND WS-READ-ONLY

                GO TO 535-NOTES-NEXT

            END-IF.

      * More than fifty notes - keep the newest fifty by sliding the
      * table down one and adding at the bottom.
            IF WS-NOTE-COUNT = 50

                PERFORM 540-SLIDE-TABLE
                    VARYING WS-NOTE-SUB FROM 1 BY 1
                    UNTIL WS-NOTE-SUB > 49

                MOVE 49 TO WS-NOTE-COUNT

            END-IF.

            ADD 1 TO WS-NOTE-COUNT.
            MOVE ADVNOTE-DATE TO WS-NT-DATE (WS-NOTE-COUNT).
            MOVE ADVNOTE-TIME TO WS-NT-TIME (WS-NOTE-COUNT).
            MOVE ADVNOTE-CLASS TO WS-NT-CLASS (WS-NOTE-COUNT).
            MOVE ADVNOTE-OPERATOR-ID TO WS-NT-OPERATOR (WS-NOTE-COUNT).
            MOVE ADVNOTE-TEXT-LINE (1) TO WS-NT-TEXT (WS-NOTE-COUNT).

            GO TO 535-NOTES-NEXT.

       538-NOTES-DONE.

            EXEC CICS ENDBR FILE('ADVNOTE') END-EXEC.

       530-EXIT.
            EXIT.

       540-SLIDE-TABLE.

            MOVE WS-NT-ENTRY (WS-NOTE-SUB + 1)
                TO WS-NT-ENTRY (WS-NOTE-SUB).

       545-LAY-OUT-LIST-LINE.

      * Line 1 shows the newest (highest-subscript) note.
            COMPUTE WS-NOTE-SUB =
                WS-NOTE-COUNT - WS-LINE-SUB + 1.

            MOVE WS-LINE-SUB TO WS-LL-NUM.
            MOVE WS-NT-DATE (WS-NOTE-SUB) TO WS-LL-DATE.
            MOVE WS-NT-TIME (WS-NOTE-SUB) (2:6) TO WS-LL-TIME.

            IF WS-NT-CLASS (WS-NOTE-SUB) = 'C'
                MOVE 'CONF' TO WS-LL-CLASS
            ELSE
                MOVE 'GEN' TO WS-LL-CLASS
            END-IF.

            MOVE WS-NT-OPERATOR (WS-NOTE-SUB) TO WS-LL-OPERATOR.
            MOVE WS-NT-TEXT (WS-NOTE-SUB) TO WS-LL-TEXT.

            MOVE WS-LIST-LINE TO ANLINEO (WS-LINE-SUB).

            IF WS-NT-CLASS (WS-NOTE-SUB) = 'C'
                MOVE DFHYELLO TO ANLINEC (WS-LINE-SUB)
            ELSE
                MOVE DFHGREEN TO ANLINEC (WS-LINE-SUB)
            END-IF.

      * A line number was keyed - re-find that note and show it in
      * full on the list lines.
       550-DETAIL-MODE.

            IF SELNUMI IS NOT NUMERIC

                MOVE LOW-VALUES TO ADVMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE WS-STUD-NUM TO STUNUMO
                MOVE 'THE LINE NUMBER IS NOT NUMERIC' TO OUTMSGO
                MOVE -1 TO SELNUML
                MOVE DFHRED TO OUTMSGC
                GO TO 900-SEND-MAP

            END-IF.

            MOVE SELNUMI TO WS-PICK-NUM.

            PERFORM 210-READ-STUDENT.

            PERFORM 510-GET-ADVISOR THRU 510-EXIT.

            PERFORM 530-LOAD-NOTE-TABLE THRU 530-EXIT.

            IF WS-PICK-NUM = ZERO
                    OR WS-PICK-NUM > WS-NOTE-COUNT
                    OR WS-PICK-NUM > 8

                MOVE LOW-VALUES TO ADVMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE WS-STUD-NUM TO STUNUMO
                MOVE 'THAT LINE NUMBER IS NOT ON THE LIST' TO OUTMSGO
                MOVE -1 TO SELNUML
                MOVE DFHRED TO OUTMSGC
                GO TO 900-SEND-MAP

            END-IF.

            COMPUTE WS-NOTE-SUB =
                WS-NOTE-COUNT - WS-PICK-NUM + 1.

            MOVE WS-STUD-NUM TO ADVNOTE-STUDENT-NO.
            MOVE WS-NT-DATE (WS-NOTE-SUB) TO ADVNOTE-DATE.
            MOVE WS-NT-TIME (WS-NOTE-SUB) TO ADVNOTE-TIME.

      * 530-LOAD-NOTE-TABLE re-pointed NOTFND into its own browse
      * range - re-arm it before this keyed read.
            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

            EXEC CICS READ FILE('ADVNOTE')
                       INTO (ADVNOTE-RECORD)
                       LENGTH (ADVNOTE-LENGTH)
                       RIDFLD (ADVNOTE-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO ADVMAPO.

            PERFORM 800-MOVE-ATTRIBUTES.

            PERFORM 560-SHOW-HEADER-FIELDS.

            MOVE ADVNOTE-DATE TO WS-NH-DATE.
            MOVE ADVNOTE-TIME (2:6) TO WS-NH-TIME.
            MOVE ADVNOTE-OPERATOR-ID TO WS-NH-OPERATOR.
            MOVE ADVNOTE-ADVISOR-ID TO WS-NH-ADVISOR.

            IF ADVNOTE-CONFIDENTIAL
                MOVE 'CONFIDENTIAL' TO WS-NH-CLASS
                MOVE DFHYELLO TO ANLINEC (1)
            ELSE
                MOVE 'GENERAL' TO WS-NH-CLASS
                MOVE DFHGREEN TO ANLINEC (1)
            END-IF.

            MOVE WS-NOTE-HEADER TO ANLINEO (1).
            MOVE ADVNOTE-TEXT-LINE (1) TO ANLINEO (3).
            MOVE ADVNOTE-TEXT-LINE (2) TO ANLINEO (4).
            MOVE ADVNOTE-TEXT-LINE (3) TO ANLINEO (5).
            MOVE DFHGREEN TO ANLINEC (3),
                             ANLINEC (4),
                             ANLINEC (5).

            MOVE DFHBLUE TO OUTMSGC.
            MOVE 'PRESS ENTER TO GO BACK TO THE LIST' TO OUTMSGO.
            MOVE -1 TO SELNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

       560-SHOW-HEADER-FIELDS.

            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE STUFILE-PROGRAM TO SPROGO.
            MOVE WS-ADVISOR-ID TO ADVIDO.
            MOVE WS-ADVISOR-NAME TO ADVNAMO.
            MOVE WS-ADVISOR-HOW TO ADVHOWO.

            IF WS-ADVISOR-ID = SPACES
                MOVE DFHRED TO ADVHOWC
            END-IF.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO ADVMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * The advising list and every note opened from it show the
      * student, so each is logged to VIEWLOG through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE 'A D V I S I N G  N O T E S' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            STUNAMC,
                            SPROGC,
                            ADVNAMC,
                            ADVHOWC.
            MOVE DFHYELLO TO FUNCC,
                             STUNUMC,
                             ADVIDC,
                             NCLSC,
                             NTXTC (1),
                             NTXTC (2),
                             NTXTC (3),
                             SELNUMC.
            MOVE DFHBMFSE TO FUNCA,
                             STUNUMA,
                             SELNUMA.

       900-SEND-MAP.

            EXEC CICS SEND MAP('ADVMAP') MAPSET('MVMAPU') CURSOR
            END-EXEC.

       910-RETURN-TRANSID.

            EXEC CICS RETURN TRANSID('MV29')
                            COMMAREA(WS-STUD-NUM)
                            LENGTH(WS-STUD-LENGTH)
            END-EXEC.

       950-STUDENT-NOT-FOUND.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            MOVE LOW-VALUES TO ADVMAPO.

            PERFORM 800-MOVE-ATTRIBUTES.

            MOVE WS-STUD-NUM TO STUNUMO.

            MOVE DFHRED TO OUTMSGC.

            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.

            MOVE -1 TO STUNUML.

            GO TO 900-SEND-MAP.

       960-UPDATE-DENIED.

            MOVE LOW-VALUES TO ADVMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'YOUR SIGN-ON CANNOT UPDATE ADVISING' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       970-ADVISOR-UNKNOWN.

            MOVE LOW-VALUES TO ADVMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'ADVISOR ID NOT ON INSTRUCTOR MASTER' TO OUTMSGO.
            MOVE -1 TO ADVIDL.
            GO TO 900-SEND-MAP.

       980-NOTE-DUPLICATE.

            MOVE LOW-VALUES TO ADVMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NOTE NOT ADDED - PLEASE KEY IT AGAIN' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.
