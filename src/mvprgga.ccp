       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGGA.
       AUTHOR. MICHAEL VALDRON.

      * GRADUATION APPLICATION SCREEN.  MAINTAINS GRADAPP - THE
      * STUDENT'S APPLICATION TO GRADUATE THAT USED TO BE A PAPER
      * FORM: THE PROGRAM GRADUATING FROM (ON PROGFILE, DEFAULTING
      * TO THE DECLARED ONE), THE INTENDED CONVOCATION DATE AND THE
      * NAME AS IT SHOULD PRINT ON THE DIPLOMA.  A=APPLY, C=CHANGE
      * (BLANK FIELDS KEEP WHAT IS ON FILE, AND A REFUSED APPLICATION
      * GOES BACK TO PENDING), D=WITHDRAW, AND ANY LOOKUP SHOWS THE
      * APPLICATION AND WHERE THE MVBCONF CONFERRAL RUN LEFT IT.  A
      * CONFERRED APPLICATION IS FINAL AND CANNOT BE CHANGED HERE.
      * REACHED FROM THE MENU (CHOICE G), GATED THE SAME AS THE
      * OTHER UPDATE-CLASS FUNCTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPT'.
       COPY DFHBMSCA.
       COPY 'GRADAPPC'.
       COPY 'PROGRECC'.
       COPY 'STUFILEC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Confirmation carried across the redisplay that follows an
      * apply or change - the show paragraph wipes the map first.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

      * The application as it will be written - what is on file (or
      * the defaults on an apply) with whatever was keyed laid over
      * it, edited as a whole by 250-EDIT-APPLICATION.
       01 WS-APP-PROGRAM                    PIC X(5) VALUE SPACES.
       01 WS-APP-CONVOC-DATE                PIC 9(7) VALUE ZERO.
       01 WS-APP-DIPLOMA-NAME               PIC X(40) VALUE SPACES.

       01 WS-CONFERRED-TEXT.
           05 FILLER                        PIC X(10)
                                            VALUE 'CONFERRED '.
           05 WS-CT-DATE                    PIC 9(7).

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
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGGA'.
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

            EXEC CICS RECEIVE MAP('GAPMAP') MAPSET('MVMAPT')

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

            MOVE LOW-VALUES TO GAPMAPO.

            MOVE 'A=APPLY C=CHANGE D=WITHDRAW BLANK=SHOW' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('GAPMAP') MAPSET('MVMAPT') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV28') END-EXEC.

       200-MAIN-LOGIC.

            IF STUNUML < 7

                MOVE LOW-VALUES TO GAPMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE STUDENT NUMBER MUST BE 7 LONG' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            ELSE IF STUNUMI IS NOT NUMERIC

                MOVE LOW-VALUES TO GAPMAPO
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

                GO TO 300-APPLY

            ELSE IF FUNCI = 'C' OR FUNCI = 'c'

                GO TO 400-CHANGE

            ELSE IF FUNCI = 'D' OR FUNCI = 'd'

                GO TO 450-WITHDRAW

            ELSE

                GO TO 500-SHOW-APPLICATION

            END-IF.

      * A new application - only an active student can apply, and
      * only once; a withdrawn application can be made again.
       300-APPLY.

            IF STUFILE-ST-GRADUATED

                MOVE LOW-VALUES TO GAPMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'THIS STUDENT HAS ALREADY GRADUATED' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            ELSE IF NOT STUFILE-ST-ACTIVE

                MOVE LOW-VALUES TO GAPMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'ONLY AN ACTIVE STUDENT CAN APPLY' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            END-IF.

            MOVE STUFILE-PROGRAM TO WS-APP-PROGRAM.
            MOVE ZERO TO WS-APP-CONVOC-DATE.
            MOVE SPACES TO WS-APP-DIPLOMA-NAME.

            PERFORM 250-EDIT-APPLICATION THRU 250-EDIT-EXIT.

            EXEC CICS HANDLE CONDITION DUPREC(960-ALREADY-ON-FILE)
            END-EXEC.

            MOVE SPACES TO GRADAPP-RECORD.
            MOVE STUNUMI TO GRADAPP-STUDENT-NO.
            MOVE WS-APP-PROGRAM TO GRADAPP-PROGRAM.
            MOVE WS-APP-CONVOC-DATE TO GRADAPP-CONVOC-DATE.
            MOVE WS-APP-DIPLOMA-NAME TO GRADAPP-DIPLOMA-NAME.
            SET GRADAPP-PENDING TO TRUE.
            MOVE EIBDATE TO GRADAPP-APPLIED-DATE.
            MOVE EIBOPID TO GRADAPP-OPERATOR-ID.
            MOVE ZERO TO GRADAPP-CONFER-DATE.

            EXEC CICS WRITE FILE('GRADAPP') FROM(GRADAPP-RECORD)
                          LENGTH(GRADAPP-LENGTH)
                          RIDFLD(GRADAPP-STUDENT-NO)
            END-EXEC.

            MOVE 'APPLICATION RECEIVED!' TO WS-HELD-MSG.
            GO TO 500-SHOW-APPLICATION.

      * Lays the keyed fields over WS-APP-xxx and edits the result -
      * the program has to be on PROGFILE, the convocation date a
      * 0CYYDDD date not already past, and a diploma name given.
       250-EDIT-APPLICATION.

            IF GPROGL > 0

                MOVE GPROGI TO WS-APP-PROGRAM

            END-IF.

            IF GCONVL > 0

                IF GCONVL < 7 OR GCONVI IS NOT NUMERIC

                    MOVE LOW-VALUES TO GAPMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'ENTER THE CONVOCATION DATE AS 0CYYDDD'
                        TO OUTMSGO
                    MOVE -1 TO GCONVL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE GCONVI TO WS-APP-CONVOC-DATE

            END-IF.

            IF GDIPNL > 0

                MOVE GDIPNI TO WS-APP-DIPLOMA-NAME

            END-IF.

            IF WS-APP-PROGRAM = SPACES

                MOVE LOW-VALUES TO GAPMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE PROGRAM GRADUATING FROM' TO OUTMSGO
                MOVE -1 TO GPROGL
                GO TO 900-SEND-MAP

            END-IF.

            IF WS-APP-CONVOC-DATE = ZERO

                MOVE LOW-VALUES TO GAPMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE CONVOCATION DATE AS 0CYYDDD'
                    TO OUTMSGO
                MOVE -1 TO GCONVL
                GO TO 900-SEND-MAP

            ELSE IF WS-APP-CONVOC-DATE < EIBDATE

                MOVE LOW-VALUES TO GAPMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THAT CONVOCATION DATE HAS PASSED' TO OUTMSGO
                MOVE -1 TO GCONVL
                GO TO 900-SEND-MAP

            END-IF.

            IF WS-APP-DIPLOMA-NAME = SPACES

                MOVE LOW-VALUES TO GAPMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE NAME AS IT SHOULD PRINT' TO OUTMSGO
                MOVE -1 TO GDIPNL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(255-PROGRAM-UNKNOWN)
            END-EXEC.

            MOVE WS-APP-PROGRAM TO PROGFILE-CODE.

            EXEC CICS READ FILE('PROGFILE') INTO(PROGFILE-RECORD)
                           RIDFLD(PROGFILE-CODE)
            END-EXEC.

            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

            GO TO 250-EDIT-EXIT.

       255-PROGRAM-UNKNOWN.

            MOVE LOW-VALUES TO GAPMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'PROGRAM CODE NOT ON PROGRAM MASTER' TO OUTMSGO.
            MOVE -1 TO GPROGL.
            GO TO 900-SEND-MAP.

       250-EDIT-EXIT.

            EXIT.

      * A change to a pending or refused application.  Fields left
      * blank keep what is on file; the application goes back to
      * pending for the next conferral run either way.
       400-CHANGE.

            EXEC CICS HANDLE CONDITION NOTFND(970-NO-APPLICATION)
            END-EXEC.

            MOVE STUNUMI TO GRADAPP-STUDENT-NO.

            EXEC CICS READ FILE('GRADAPP')
                       INTO (GRADAPP-RECORD)
                       LENGTH (GRADAPP-LENGTH)
                       RIDFLD (GRADAPP-STUDENT-NO)
            END-EXEC.

            IF GRADAPP-CONFERRED

                GO TO 980-ALREADY-CONFERRED

            END-IF.

            MOVE GRADAPP-PROGRAM TO WS-APP-PROGRAM.
            MOVE GRADAPP-CONVOC-DATE TO WS-APP-CONVOC-DATE.
            MOVE GRADAPP-DIPLOMA-NAME TO WS-APP-DIPLOMA-NAME.

            PERFORM 250-EDIT-APPLICATION THRU 250-EDIT-EXIT.

            EXEC CICS HANDLE CONDITION NOTFND(970-NO-APPLICATION)
            END-EXEC.

            EXEC CICS READ FILE('GRADAPP')
                       INTO (GRADAPP-RECORD)
                       LENGTH (GRADAPP-LENGTH)
                       RIDFLD (GRADAPP-STUDENT-NO)
                       UPDATE
            END-EXEC.

            MOVE WS-APP-PROGRAM TO GRADAPP-PROGRAM.
            MOVE WS-APP-CONVOC-DATE TO GRADAPP-CONVOC-DATE.
            MOVE WS-APP-DIPLOMA-NAME TO GRADAPP-DIPLOMA-NAME.
            SET GRADAPP-PENDING TO TRUE.
            MOVE SPACES TO GRADAPP-REFUSE-REASON.
            MOVE EIBOPID TO GRADAPP-OPERATOR-ID.

            EXEC CICS REWRITE FILE('GRADAPP') FROM(GRADAPP-RECORD)
                          LENGTH(GRADAPP-LENGTH)
            END-EXEC.

            MOVE 'APPLICATION CHANGED!' TO WS-HELD-MSG.
            GO TO 500-SHOW-APPLICATION.

      * Withdraws a pending or refused application - the student
      * can apply again for a later convocation.
       450-WITHDRAW.

            EXEC CICS HANDLE CONDITION NOTFND(970-NO-APPLICATION)
            END-EXEC.

            MOVE STUNUMI TO GRADAPP-STUDENT-NO.

            EXEC CICS READ FILE('GRADAPP')
                       INTO (GRADAPP-RECORD)
                       LENGTH (GRADAPP-LENGTH)
                       RIDFLD (GRADAPP-STUDENT-NO)
            END-EXEC.

            IF GRADAPP-CONFERRED

                GO TO 980-ALREADY-CONFERRED

            END-IF.

            EXEC CICS DELETE FILE('GRADAPP')
                          RIDFLD(GRADAPP-STUDENT-NO)
            END-EXEC.

            MOVE LOW-VALUES TO GAPMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE DFHGREEN TO OUTMSGC.
            MOVE 'APPLICATION WITHDRAWN!' TO OUTMSGO.
            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            GO TO 900-SEND-MAP.

      * Shows the student's application and where it stands.
       500-SHOW-APPLICATION.

            EXEC CICS HANDLE CONDITION NOTFND(540-NO-APPLICATION)
            END-EXEC.

            MOVE STUNUMI TO GRADAPP-STUDENT-NO.

            EXEC CICS READ FILE('GRADAPP')
                       INTO (GRADAPP-RECORD)
                       LENGTH (GRADAPP-LENGTH)
                       RIDFLD (GRADAPP-STUDENT-NO)
            END-EXEC.

            MOVE LOW-VALUES TO GAPMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE GRADAPP-PROGRAM TO GPROGO.
            MOVE GRADAPP-CONVOC-DATE TO GCONVO.
            MOVE GRADAPP-DIPLOMA-NAME TO GDIPNO.

            IF GRADAPP-CONFERRED

                MOVE GRADAPP-CONFER-DATE TO WS-CT-DATE
                MOVE WS-CONFERRED-TEXT TO GSTATO
                MOVE DFHGREEN TO GSTATC

            ELSE IF GRADAPP-REFUSED

                MOVE 'REFUSED' TO GSTATO
                MOVE GRADAPP-REFUSE-REASON TO GRSNO
                MOVE DFHRED TO GSTATC
                MOVE DFHRED TO GRSNC

            ELSE

                MOVE 'PENDING CONFERRAL' TO GSTATO

            END-IF.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE

                MOVE 'GRADUATION APPLICATION SHOWN' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

       540-NO-APPLICATION.

            MOVE LOW-VALUES TO GAPMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.
            MOVE DFHBLUE TO OUTMSGC.
            MOVE 'NO APPLICATION ON FILE - A TO APPLY' TO OUTMSGO.
            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            GO TO 900-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO GAPMAPO.

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

            MOVE 'G R A D U A T I O N  A P P' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            STUNUMC,
                            STUNAMC,
                            GPROGC,
                            GCONVC,
                            GDIPNC,
                            GSTATC,
                            GRSNC.
            MOVE DFHBMFSE TO FUNCA,
                             STUNUMA,
                             GPROGA,
                             GCONVA,
                             GDIPNA.

       900-SEND-MAP.

            EXEC CICS SEND MAP('GAPMAP') MAPSET('MVMAPT') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV28') END-EXEC.

       950-STUDENT-NOT-FOUND.

            MOVE LOW-VALUES TO GAPMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       960-ALREADY-ON-FILE.

            MOVE LOW-VALUES TO GAPMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'AN APPLICATION IS ALREADY ON FILE' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       970-NO-APPLICATION.

            MOVE LOW-VALUES TO GAPMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO APPLICATION ON FILE FOR THIS STUDENT' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       980-ALREADY-CONFERRED.

            MOVE LOW-VALUES TO GAPMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'DEGREE CONFERRED - APPLICATION IS FINAL' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.
