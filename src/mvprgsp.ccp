       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGSP.
       AUTHOR. MICHAEL VALDRON.

      * STUDY PERMIT SCREEN.  MAINTAINS PERMFILE - THE IMMIGRATION
      * DOCUMENT HELD BY AN INTERNATIONAL (FEE CATEGORY I) STUDENT:
      * DOCUMENT NUMBER, ISSUE AND EXPIRY DATES, THE LEVEL OF STUDY
      * IT PERMITS AND ITS CONDITIONS.  A=ADD, C=CHANGE (BLANK FIELDS
      * KEEP WHAT IS ON FILE - A RENEWAL IS A CHANGE OF NUMBER AND
      * DATES), D=DELETE, AND ANY LOOKUP SHOWS THE PERMIT, WHETHER IT
      * IS VALID, EXPIRING WITHIN 90 DAYS OR EXPIRED, AND THE RESULT
      * OF THE LAST MVBCMPL COMPLIANCE RUN.  REACHED FROM THE MENU
      * (CHOICE V), GATED THE SAME AS THE OTHER UPDATE-CLASS
      * FUNCTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPV'.
       COPY DFHBMSCA.
       COPY 'PERMRECC'.
       COPY 'STUFILEC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Confirmation carried across the redisplay that follows an
      * add or change - the show paragraph wipes the map first.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

      * The permit as it will be written - what is on file (or the
      * defaults on an add) with whatever was keyed laid over it,
      * edited as a whole by 250-EDIT-PERMIT.
       01 WS-PRM-DOC-NO                     PIC X(12) VALUE SPACES.
       01 WS-PRM-ISSUE-DATE                 PIC 9(7) VALUE ZERO.
       01 WS-PRM-EXPIRY-DATE                PIC 9(7) VALUE ZERO.
       01 WS-PRM-STUDY-LEVEL                PIC X VALUE SPACE.
           88 WS-PRM-LEVEL-VALID            VALUE 'P' 'L' 'S'.
       01 WS-PRM-CONDITIONS.
           05 WS-PRM-COND-FULL-TIME         PIC X VALUE 'N'.
           05 WS-PRM-COND-WORK-OFF          PIC X VALUE 'N'.
           05 WS-PRM-COND-COOP              PIC X VALUE 'N'.
           05 WS-PRM-COND-MEDICAL           PIC X VALUE 'N'.

      * One condition flag keyed on the screen - Y or N.
       01 WS-FLAG-IN                        PIC X.
           88 WS-FLAG-IN-VALID              VALUE 'Y' 'N'.

      * Today plus 90 days in 0CYYDDD, for the expiry warning.  The
      * day count rolls into the next year past 365, the same way
      * the other date windows in the system do.
       01 WS-WARN-DATE                      PIC 9(7) VALUE ZERO.
       01 WS-WARN-DATE-R REDEFINES WS-WARN-DATE.
           05 WS-WARN-CYY                   PIC 9(4).
           05 WS-WARN-DDD                   PIC 9(3).

       01 WS-EXPIRED-TEXT.
           05 FILLER                        PIC X(12)
                                            VALUE 'EXPIRED ON '.
           05 WS-ET-DATE                    PIC 9(7).

       01 WS-CHECK-TEXT.
           05 FILLER                        PIC X(8)
                                            VALUE 'CHECKED '.
           05 WS-CK-DATE                    PIC 9(7).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CK-RESULT                  PIC X(14).

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

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGSP'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'I'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
            05 LK-TRANSFER                  PIC XXX.

       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF1(700-RETURN)
                                 PF9(600-EXIT-PROG)

            END-EXEC.

            EXEC CICS HANDLE CONDITION MAPFAIL(100-FIRST-TIME)
            END-EXEC.

            IF EIBCALEN = 3

                GO TO 100-FIRST-TIME

            END-IF.

            EXEC CICS RECEIVE MAP('PRMMAP') MAPSET('MVMAPV')

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

            MOVE LOW-VALUES TO PRMMAPO.

            MOVE 'A=ADD C=CHANGE D=DELETE BLANK=SHOW' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('PRMMAP') MAPSET('MVMAPV') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV30') END-EXEC.

       200-MAIN-LOGIC.

            IF STUNUML < 7

                MOVE LOW-VALUES TO PRMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE STUDENT NUMBER MUST BE 7 LONG' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            ELSE IF STUNUMI IS NOT NUMERIC

                MOVE LOW-VALUES TO PRMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE STUDENT NUMBER IS NOT NUMERIC' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

            MOVE STUNUMI TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            IF FUNCI = 'A' OR FUNCI = 'a'

                GO TO 300-ADD

            ELSE IF FUNCI = 'C' OR FUNCI = 'c'

                GO TO 400-CHANGE

            ELSE IF FUNCI = 'D' OR FUNCI = 'd'

                GO TO 450-DELETE

            ELSE

                GO TO 500-SHOW-PERMIT

            END-IF.

      * A new permit - only for a student billed in the international
      * fee category, and only once; a renewal is a change.
       300-ADD.

            IF NOT STUFILE-FEE-INTL

                MOVE LOW-VALUES TO PRMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'STUDENT IS NOT AN INTERNATIONAL STUDENT'
                    TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            END-IF.

            MOVE SPACES TO WS-PRM-DOC-NO.
            MOVE ZERO TO WS-PRM-ISSUE-DATE.
            MOVE ZERO TO WS-PRM-EXPIRY-DATE.
            MOVE SPACE TO WS-PRM-STUDY-LEVEL.
            MOVE 'NNNN' TO WS-PRM-CONDITIONS.

            PERFORM 250-EDIT-PERMIT THRU 250-EDIT-EXIT.

            EXEC CICS HANDLE CONDITION DUPREC(960-ALREADY-ON-FILE)
            END-EXEC.

            MOVE SPACES TO PERMFILE-RECORD.
            MOVE STUNUMI TO PERMFILE-STUDENT-NO.
            PERFORM 280-FILL-PERMIT.
            MOVE ZERO TO PERMFILE-CHECK-DATE.

            EXEC CICS WRITE FILE('PERMFILE') FROM(PERMFILE-RECORD)
                          LENGTH(PERMFILE-LENGTH)
                          RIDFLD(PERMFILE-STUDENT-NO)
            END-EXEC.

            MOVE 'STUDY PERMIT ADDED!' TO WS-HELD-MSG.
            GO TO 500-SHOW-PERMIT.

      * Lays the keyed fields over WS-PRM-xxx and edits the result -
      * a document number, issue and expiry dates as 0CYYDDD with the
      * expiry after the issue, a known study level, and each
      * condition Y or N.
       250-EDIT-PERMIT.

            IF PDOCL > 0

                MOVE PDOCI TO WS-PRM-DOC-NO

            END-IF.

            IF PISSL > 0

                IF PISSL < 7 OR PISSI IS NOT NUMERIC

                    MOVE LOW-VALUES TO PRMMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'ENTER THE ISSUE DATE AS 0CYYDDD' TO OUTMSGO
                    MOVE -1 TO PISSL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE PISSI TO WS-PRM-ISSUE-DATE

            END-IF.

            IF PEXPL > 0

                IF PEXPL < 7 OR PEXPI IS NOT NUMERIC

                    MOVE LOW-VALUES TO PRMMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'ENTER THE EXPIRY DATE AS 0CYYDDD' TO OUTMSGO
                    MOVE -1 TO PEXPL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE PEXPI TO WS-PRM-EXPIRY-DATE

            END-IF.

            IF PLVLL > 0

                MOVE PLVLI TO WS-PRM-STUDY-LEVEL

            END-IF.

            IF WS-PRM-DOC-NO = SPACES

                MOVE LOW-VALUES TO PRMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE PERMIT DOCUMENT NUMBER' TO OUTMSGO
                MOVE -1 TO PDOCL
                GO TO 900-SEND-MAP

            END-IF.

            IF WS-PRM-ISSUE-DATE = ZERO

                MOVE LOW-VALUES TO PRMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE ISSUE DATE AS 0CYYDDD' TO OUTMSGO
                MOVE -1 TO PISSL
                GO TO 900-SEND-MAP

            END-IF.

            IF WS-PRM-EXPIRY-DATE = ZERO

                MOVE LOW-VALUES TO PRMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE EXPIRY DATE AS 0CYYDDD' TO OUTMSGO
                MOVE -1 TO PEXPL
                GO TO 900-SEND-MAP

            ELSE IF WS-PRM-EXPIRY-DATE NOT > WS-PRM-ISSUE-DATE

                MOVE LOW-VALUES TO PRMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'EXPIRY MUST BE AFTER THE ISSUE DATE' TO OUTMSGO
                MOVE -1 TO PEXPL
                GO TO 900-SEND-MAP

            END-IF.

            IF NOT WS-PRM-LEVEL-VALID

                MOVE LOW-VALUES TO PRMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'STUDY LEVEL MUST BE P, L OR S' TO OUTMSGO
                MOVE -1 TO PLVLL
                GO TO 900-SEND-MAP

            END-IF.

            IF PCFTL > 0

                MOVE PCFTI TO WS-FLAG-IN

                IF NOT WS-FLAG-IN-VALID

                    MOVE LOW-VALUES TO PRMMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'EACH CONDITION MUST BE Y OR N' TO OUTMSGO
                    MOVE -1 TO PCFTL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE WS-FLAG-IN TO WS-PRM-COND-FULL-TIME

            END-IF.

            IF PCWOL > 0

                MOVE PCWOI TO WS-FLAG-IN

                IF NOT WS-FLAG-IN-VALID

                    MOVE LOW-VALUES TO PRMMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'EACH CONDITION MUST BE Y OR N' TO OUTMSGO
                    MOVE -1 TO PCWOL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE WS-FLAG-IN TO WS-PRM-COND-WORK-OFF

            END-IF.

            IF PCCPL > 0

                MOVE PCCPI TO WS-FLAG-IN

                IF NOT WS-FLAG-IN-VALID

                    MOVE LOW-VALUES TO PRMMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'EACH CONDITION MUST BE Y OR N' TO OUTMSGO
                    MOVE -1 TO PCCPL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE WS-FLAG-IN TO WS-PRM-COND-COOP

            END-IF.

            IF PCMDL > 0

                MOVE PCMDI TO WS-FLAG-IN

                IF NOT WS-FLAG-IN-VALID

                    MOVE LOW-VALUES TO PRMMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'EACH CONDITION MUST BE Y OR N' TO OUTMSGO
                    MOVE -1 TO PCMDL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE WS-FLAG-IN TO WS-PRM-COND-MEDICAL

            END-IF.

            GO TO 250-EDIT-EXIT.

       250-EDIT-EXIT.

            EXIT.

       280-FILL-PERMIT.

            MOVE WS-PRM-DOC-NO TO PERMFILE-DOC-NO.
            MOVE WS-PRM-ISSUE-DATE TO PERMFILE-ISSUE-DATE.
            MOVE WS-PRM-EXPIRY-DATE TO PERMFILE-EXPIRY-DATE.
            MOVE WS-PRM-STUDY-LEVEL TO PERMFILE-STUDY-LEVEL.
            MOVE WS-PRM-CONDITIONS TO PERMFILE-CONDITIONS.
            MOVE EIBDATE TO PERMFILE-CHANGED-DATE.
            MOVE EIBOPID TO PERMFILE-OPERATOR-ID.

      * A change to the permit on file - fields left blank keep what
      * is on file.  The last compliance result stays until the next
      * run re-checks the renewed permit.
       400-CHANGE.

            EXEC CICS HANDLE CONDITION NOTFND(970-NO-PERMIT)
            END-EXEC.

            MOVE STUNUMI TO PERMFILE-STUDENT-NO.

            EXEC CICS READ FILE('PERMFILE')
                       INTO (PERMFILE-RECORD)
                       LENGTH (PERMFILE-LENGTH)
                       RIDFLD (PERMFILE-STUDENT-NO)
            END-EXEC.

            MOVE PERMFILE-DOC-NO TO WS-PRM-DOC-NO.
            MOVE PERMFILE-ISSUE-DATE TO WS-PRM-ISSUE-DATE.
            MOVE PERMFILE-EXPIRY-DATE TO WS-PRM-EXPIRY-DATE.
            MOVE PERMFILE-STUDY-LEVEL TO WS-PRM-STUDY-LEVEL.
            MOVE PERMFILE-CONDITIONS TO WS-PRM-CONDITIONS.

            PERFORM 250-EDIT-PERMIT THRU 250-EDIT-EXIT.

            EXEC CICS HANDLE CONDITION NOTFND(970-NO-PERMIT)
            END-EXEC.

            EXEC CICS READ FILE('PERMFILE')
                       INTO (PERMFILE-RECORD)
                       LENGTH (PERMFILE-LENGTH)
                       RIDFLD (PERMFILE-STUDENT-NO)
                       UPDATE
            END-EXEC.

            PERFORM 280-FILL-PERMIT.

            EXEC CICS REWRITE FILE('PERMFILE') FROM(PERMFILE-RECORD)
                          LENGTH(PERMFILE-LENGTH)
            END-EXEC.

            MOVE 'STUDY PERMIT CHANGED!' TO WS-HELD-MSG.
            GO TO 500-SHOW-PERMIT.

       450-DELETE.

            EXEC CICS HANDLE CONDITION NOTFND(970-NO-PERMIT)
            END-EXEC.

            MOVE STUNUMI TO PERMFILE-STUDENT-NO.

            EXEC CICS DELETE FILE('PERMFILE')
                          RIDFLD(PERMFILE-STUDENT-NO)
            END-EXEC.

            MOVE LOW-VALUES TO PRMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE STUFILE-COUNTRY TO CTRYO.
            MOVE DFHGREEN TO OUTMSGC.
            MOVE 'STUDY PERMIT DELETED!' TO OUTMSGO.
            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            GO TO 900-SEND-MAP.

      * Shows the student's permit, where it stands against today and
      * the last compliance run's verdict.
       500-SHOW-PERMIT.

            EXEC CICS HANDLE CONDITION NOTFND(540-NO-PERMIT)
            END-EXEC.

            MOVE STUNUMI TO PERMFILE-STUDENT-NO.

            EXEC CICS READ FILE('PERMFILE')
                       INTO (PERMFILE-RECORD)
                       LENGTH (PERMFILE-LENGTH)
                       RIDFLD (PERMFILE-STUDENT-NO)
            END-EXEC.

            MOVE LOW-VALUES TO PRMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE STUFILE-COUNTRY TO CTRYO.
            MOVE PERMFILE-DOC-NO TO PDOCO.
            MOVE PERMFILE-ISSUE-DATE TO PISSO.
            MOVE PERMFILE-EXPIRY-DATE TO PEXPO.
            MOVE PERMFILE-STUDY-LEVEL TO PLVLO.
            MOVE PERMFILE-COND-FULL-TIME TO PCFTO.
            MOVE PERMFILE-COND-WORK-OFF TO PCWOO.
            MOVE PERMFILE-COND-COOP TO PCCPO.
            MOVE PERMFILE-COND-MEDICAL TO PCMDO.

            MOVE EIBDATE TO WS-WARN-DATE.
            ADD 90 TO WS-WARN-DDD.

            IF WS-WARN-DDD > 365

                SUBTRACT 365 FROM WS-WARN-DDD
                ADD 1 TO WS-WARN-CYY

            END-IF.

            IF PERMFILE-EXPIRY-DATE < EIBDATE

                MOVE PERMFILE-EXPIRY-DATE TO WS-ET-DATE
                MOVE WS-EXPIRED-TEXT TO PSTATO
                MOVE DFHRED TO PSTATC

            ELSE IF PERMFILE-EXPIRY-DATE NOT > WS-WARN-DATE

                MOVE 'EXPIRES WITHIN 90 DAYS' TO PSTATO
                MOVE DFHYELLO TO PSTATC

            ELSE

                MOVE 'VALID' TO PSTATO
                MOVE DFHGREEN TO PSTATC

            END-IF.

            IF PERMFILE-CHECK-DATE IS NUMERIC
               AND PERMFILE-CHECK-DATE > ZERO

                MOVE PERMFILE-CHECK-DATE TO WS-CK-DATE
                MOVE PERMFILE-CHECK-RESULT TO WS-CK-RESULT
                MOVE WS-CHECK-TEXT TO PCHKO

            ELSE

                MOVE 'NOT YET CHECKED' TO PCHKO

            END-IF.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE

                MOVE 'STUDY PERMIT SHOWN' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

       540-NO-PERMIT.

            MOVE LOW-VALUES TO PRMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE STUFILE-COUNTRY TO CTRYO.
            MOVE DFHBLUE TO OUTMSGC.
            MOVE 'NO STUDY PERMIT ON FILE - A TO ADD' TO OUTMSGO.
            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            GO TO 900-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO PRMMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * Every screen that shows the student is logged to VIEWLOG
      * through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE 'S T U D Y  P E R M I T' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            STUNUMC,
                            STUNAMC,
                            CTRYC,
                            PDOCC,
                            PISSC,
                            PEXPC,
                            PLVLC,
                            PCFTC,
                            PCWOC,
                            PCCPC,
                            PCMDC,
                            PSTATC,
                            PCHKC.
            MOVE DFHBMFSE TO FUNCA,
                             STUNUMA,
                             PDOCA,
                             PISSA,
                             PEXPA,
                             PLVLA,
                             PCFTA,
                             PCWOA,
                             PCCPA,
                             PCMDA.

       900-SEND-MAP.

            EXEC CICS SEND MAP('PRMMAP') MAPSET('MVMAPV') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV30') END-EXEC.

       950-STUDENT-NOT-FOUND.

            MOVE LOW-VALUES TO PRMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       960-ALREADY-ON-FILE.

            MOVE LOW-VALUES TO PRMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'A PERMIT IS ON FILE - USE C TO RENEW' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       970-NO-PERMIT.

            MOVE LOW-VALUES TO PRMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO STUDY PERMIT ON FILE FOR STUDENT' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.
