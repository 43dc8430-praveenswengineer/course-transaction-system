       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGRL.
       AUTHOR. MICHAEL VALDRON.

      * RELEASE-OF-INFORMATION MAINTENANCE.  UP TO THREE SIGNED
      * AUTHORIZATIONS PER STUDENT ON ROIFILE, KEYED STUDENT NUMBER
      * PLUS SEQUENCE 1-3: THE THIRD PARTY, WHAT KIND OF PARTY (A
      * SPONSOR ONE CARRIES ITS SPONFILE ID, WHICH IS HOW MVBSINV
      * FINDS IT), WHICH OF ENROLLMENT / GRADES / BALANCE / SCHEDULE
      * MAY BE GIVEN TO THEM, THE EFFECTIVE AND EXPIRY DATES AND THE
      * DATE THE STUDENT SIGNED THE CONSENT.  LAID OUT AND SAVED ROW
      * BY ROW THE SAME AS THE EMERGENCY CONTACT SCREEN - A ROW WITH
      * THE NAME CLEARED IS DELETED.
      *
      * BEFORE A CLERK ANSWERS A PARENT, SPONSOR OR AGENCY AT THE
      * COUNTER OR ON THE PHONE, THEY KEY THE CATEGORY IN THAT
      * PARTY'S DISCLOSE COLUMN.  THE SCREEN SAYS WHETHER THE
      * AUTHORIZATION IS IN EFFECT AND RELEASES IT, AND A YES IS
      * LOGGED TO DISCLOG AGAINST THE SIGNED-ON OPERATOR - A NO
      * MEANS THE CLERK DOES NOT ANSWER.
      *
      * REACHED FROM THE MENU (CHOICE L), GATED THE SAME AS THE
      * OTHER UPDATE-CLASS FUNCTIONS, OR A NUMBER CAN BE KEYED
      * DIRECTLY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPX'.
       COPY DFHBMSCA.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

       01 WS-STUD-NUM                       PIC X(7).
       01 WS-STUD-LENGTH                    PIC S9(4) COMP VALUE 7.

       COPY 'STUFILEC'.

       COPY 'ROIRECC'.

       COPY 'SPONRECC'.

       COPY 'DISCLOGC'.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  Read only to name the operator on the
      * authorization and on each disclosure logged.
       01 TS-OPR-NAME.
           05 TS-OPR-TERMID             PIC X(4).
           05 TS-OPR-ID                 PIC X(4) VALUE 'SGON'.

       01 TS-OPR-LENGTH                 PIC S9(4) COMP VALUE 23.

       01 TS-OPR-RECORD.
           05 TS-OPR-OPERATOR-ID        PIC X(8).
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).

       01 WS-ROW-SUB                        PIC 9.
       01 WS-FLAG-SUB                       PIC 9.

      * The row as it will be written - edited by 420-EDIT-ROW.
       01 WS-ROI-PARTY-TYPE                 PIC X.
           88 WS-ROI-TYPE-VALID             VALUE 'P' 'S' 'A' 'O'.
           88 WS-ROI-TYPE-SPONSOR           VALUE 'S'.
       01 WS-ROI-SPONSOR-ID                 PIC X(5).
       01 WS-ROI-RELEASES.
           05 WS-ROI-REL-FLAG               PIC X OCCURS 4.
       01 WS-ROI-RELEASED-COUNT             PIC 9 VALUE ZERO.
       01 WS-ROI-EFFECTIVE-DATE             PIC 9(7) VALUE ZERO.
       01 WS-ROI-EXPIRY-DATE                PIC 9(7) VALUE ZERO.
       01 WS-ROI-CONSENT-DATE               PIC 9(7) VALUE ZERO.

      * One category flag keyed on the screen - Y or N, blank is N.
       01 WS-FLAG-IN                        PIC X.
           88 WS-FLAG-IN-VALID              VALUE 'Y' 'N'.

      * Disclose column - the category letter keyed and where its
      * flag sits in ROIFILE-RELEASE-FLAGS.
       01 WS-DISC-CATEGORY                  PIC X.
           88 WS-DISC-ENROLLMENT            VALUE 'E'.
           88 WS-DISC-GRADES                VALUE 'G'.
           88 WS-DISC-BALANCE               VALUE 'B'.
           88 WS-DISC-SCHEDULE              VALUE 'S'.
       01 WS-DISC-FLAG-SUB                  PIC 9.
       01 WS-DISCLOSED-COUNT                PIC 9 VALUE ZERO.

      * A row that fails its edits - the message and which of the
      * row's fields the cursor goes back to (1=NAME 2=TYPE
      * 3=SPONSOR 4=FLAGS 5=EFFECTIVE 6=EXPIRY 7=CONSENT 8=DISCLOSE).
       01 WS-ROW-MSG                        PIC X(40).
       01 WS-ROW-FIELD-NO                   PIC 9.
       01 WS-ERROR-ROW                      PIC 9.

       01 WS-DISCLOSED-MSG.
           05 FILLER                        PIC X(15)
                                            VALUE 'SAVED - LOGGED'.
           05 WS-DM-COUNT                   PIC 9.
           05 FILLER                        PIC X(23)
                                  VALUE ' DISCLOSURE(S) - ANSWER'.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGRL'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'I'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
            05 LK-TRANSFER                  PIC X(7).

       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF2(700-RETURN)
                                 PF9(600-EXIT-PROG)

            END-EXEC.

            EXEC CICS HANDLE CONDITION MAPFAIL(150-LOAD-FOR-COMMAREA)
                          NOTFND(999-SEND-ERROR-NO-RECORD-MSG)
            END-EXEC.

            IF EIBCALEN NOT = 7

                GO TO 100-FIRST-TIME

            END-IF.

            MOVE LK-TRANSFER TO WS-STUD-NUM.

            EXEC CICS RECEIVE MAP('ROIMAP') MAPSET('MVMAPX')

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

            MOVE LOW-VALUES TO ROIMAPO.

            MOVE 'ENTER STUDENT NUMBER' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('ROIMAP') MAPSET('MVMAPX') ERASE

            END-EXEC.

            MOVE SPACES TO WS-STUD-NUM.

            GO TO 450-RETURN-TRANSID.

       150-LOAD-FOR-COMMAREA.

            IF WS-STUD-NUM = SPACES

                GO TO 100-FIRST-TIME

            END-IF.

            GO TO 300-LOAD-RELEASES.

       200-MAIN-LOGIC.

            IF STUNUML > 0

                IF STUNUML < 7 OR STUNUMI IS NOT NUMERIC

                    MOVE LOW-VALUES TO ROIMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'ENTER A 7 DIGIT STUDENT NUMBER' TO OUTMSGO
                    MOVE -1 TO STUNUML
                    MOVE DFHRED TO OUTMSGC
                    GO TO 440-SEND-MAP

                END-IF

                IF STUNUMI NOT = WS-STUD-NUM

                    MOVE STUNUMI TO WS-STUD-NUM
                    GO TO 300-LOAD-RELEASES

                END-IF

            END-IF.

            IF WS-STUD-NUM = SPACES

                GO TO 100-FIRST-TIME

            END-IF.

            GO TO 400-SAVE-RELEASES.

      * Pulls the student's master record (for the name display) and
      * whatever authorizations are already on file, and lays them
      * out for editing.
       300-LOAD-RELEASES.

            MOVE WS-STUD-NUM TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            PERFORM 310-LAY-OUT-ROWS.

            MOVE DFHBLUE TO OUTMSGC.
            MOVE 'KEY AUTHORIZATIONS AND PRESS ENTER' TO OUTMSGO.
            MOVE -1 TO RNAML (1).

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 440-SEND-MAP.

       310-LAY-OUT-ROWS.

            MOVE LOW-VALUES TO ROIMAPO.

            PERFORM 800-MOVE-ATTRIBUTES.

            MOVE WS-STUD-NUM TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.

            PERFORM 320-LOAD-ONE-RELEASE THRU 320-LOAD-EXIT
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 3.

       320-LOAD-ONE-RELEASE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(320-LOAD-EXIT)
            END-EXEC.

            MOVE WS-STUD-NUM TO ROIFILE-STUDENT-NO.
            MOVE WS-ROW-SUB TO ROIFILE-SEQ.

            EXEC CICS READ FILE('ROIFILE')
                       INTO (ROIFILE-RECORD)
                       LENGTH (ROIFILE-LENGTH)
                       RIDFLD (ROIFILE-KEY)
            END-EXEC.

            MOVE ROIFILE-PARTY-NAME TO RNAMO (WS-ROW-SUB).
            MOVE ROIFILE-PARTY-TYPE TO RTYPO (WS-ROW-SUB).
            MOVE ROIFILE-SPONSOR-ID TO RSPNO (WS-ROW-SUB).
            MOVE ROIFILE-REL-ENROLLMENT TO RENRO (WS-ROW-SUB).
            MOVE ROIFILE-REL-GRADES TO RGRDO (WS-ROW-SUB).
            MOVE ROIFILE-REL-BALANCE TO RBALO (WS-ROW-SUB).
            MOVE ROIFILE-REL-SCHEDULE TO RSCHO (WS-ROW-SUB).
            MOVE ROIFILE-EFFECTIVE-DATE TO REFFO (WS-ROW-SUB).
            MOVE ROIFILE-EXPIRY-DATE TO REXPO (WS-ROW-SUB).
            MOVE ROIFILE-CONSENT-DATE TO RCONO (WS-ROW-SUB).

      * An authorization not in effect today shows in yellow - still
      * on file, but nothing may be disclosed under it.
            IF ROIFILE-EFFECTIVE-DATE > EIBDATE
                    OR ROIFILE-EXPIRY-DATE < EIBDATE

                MOVE DFHYELLO TO RNAMC (WS-ROW-SUB),
                                 REFFC (WS-ROW-SUB),
                                 REXPC (WS-ROW-SUB)

            END-IF.

       320-LOAD-EXIT.
            EXIT.

      * Enter - every row with a name is edited and written (or
      * rewritten over what was there), then any disclosure keyed
      * against it is checked and logged; a row with the name cleared
      * has its file entry retired.
       400-SAVE-RELEASES.

            MOVE WS-STUD-NUM TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            MOVE SPACES TO TS-OPR-OPERATOR-ID.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            MOVE ZERO TO WS-DISCLOSED-COUNT.

            PERFORM 410-SAVE-ONE-RELEASE THRU 410-EXIT
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 3.

            PERFORM 310-LAY-OUT-ROWS.

            MOVE DFHGREEN TO OUTMSGC.

            IF WS-DISCLOSED-COUNT > ZERO

                MOVE WS-DISCLOSED-COUNT TO WS-DM-COUNT
                MOVE WS-DISCLOSED-MSG TO OUTMSGO

            ELSE

                MOVE 'AUTHORIZATIONS SAVED!' TO OUTMSGO

            END-IF.

            MOVE -1 TO RNAML (1).

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 440-SEND-MAP.

       410-SAVE-ONE-RELEASE.

            IF RNAMI (WS-ROW-SUB) = SPACES
                    OR RNAMI (WS-ROW-SUB) = LOW-VALUES

                IF RDISI (WS-ROW-SUB) NOT = SPACES
                        AND RDISI (WS-ROW-SUB) NOT = LOW-VALUES

                    MOVE 'NO AUTHORIZATION ON ROW - DO NOT ANSWER'
                        TO WS-ROW-MSG
                    MOVE 8 TO WS-ROW-FIELD-NO
                    GO TO 480-ROW-ERROR

                END-IF

                PERFORM 430-RETIRE-ONE-RELEASE
                    THRU 430-RETIRE-EXIT
                GO TO 410-EXIT

            END-IF.

            PERFORM 420-EDIT-ROW THRU 420-EDIT-EXIT.

            EXEC CICS HANDLE CONDITION DUPREC(415-REPLACE-RELEASE)
            END-EXEC.

            MOVE SPACES TO ROIFILE-RECORD.
            MOVE WS-STUD-NUM TO ROIFILE-STUDENT-NO.
            MOVE WS-ROW-SUB TO ROIFILE-SEQ.
            PERFORM 418-FILL-RELEASE.

            EXEC CICS WRITE FILE('ROIFILE') FROM(ROIFILE-RECORD)
                          LENGTH(ROIFILE-LENGTH) RIDFLD(ROIFILE-KEY)
            END-EXEC.

            GO TO 416-CHECK-DISCLOSURE.

       415-REPLACE-RELEASE.

            EXEC CICS READ FILE('ROIFILE')
                       INTO (ROIFILE-RECORD)
                       LENGTH (ROIFILE-LENGTH)
                       RIDFLD (ROIFILE-KEY)
                       UPDATE
            END-EXEC.

            PERFORM 418-FILL-RELEASE.

            EXEC CICS REWRITE FILE('ROIFILE')
                LENGTH(ROIFILE-LENGTH)
                FROM(ROIFILE-RECORD)
            END-EXEC.

       416-CHECK-DISCLOSURE.

            IF RDISI (WS-ROW-SUB) NOT = SPACES
                    AND RDISI (WS-ROW-SUB) NOT = LOW-VALUES

                PERFORM 460-LOG-DISCLOSURE THRU 460-EXIT

            END-IF.

       410-EXIT.
            EXIT.

       418-FILL-RELEASE.

            MOVE RNAMI (WS-ROW-SUB) TO ROIFILE-PARTY-NAME.
            MOVE WS-ROI-PARTY-TYPE TO ROIFILE-PARTY-TYPE.
            MOVE WS-ROI-SPONSOR-ID TO ROIFILE-SPONSOR-ID.
            MOVE WS-ROI-RELEASES TO ROIFILE-RELEASES.
            MOVE WS-ROI-EFFECTIVE-DATE TO ROIFILE-EFFECTIVE-DATE.
            MOVE WS-ROI-EXPIRY-DATE TO ROIFILE-EXPIRY-DATE.
            MOVE WS-ROI-CONSENT-DATE TO ROIFILE-CONSENT-DATE.
            MOVE EIBDATE TO ROIFILE-CHANGED-DATE.
            MOVE TS-OPR-OPERATOR-ID TO ROIFILE-OPERATOR-ID.

      * Edits one row into WS-ROI-xxx - a known party type, a sponsor
      * party's id on SPONFILE, each category Y or N with at least
      * one released, and the three dates as 0CYYDDD: consent signed
      * no later than today, effective no earlier than the consent,
      * expiry after the effective date.  An invalid row sends the
      * screen back with the message; rows before it were already
      * saved, the same as the contact screen.
       420-EDIT-ROW.

            MOVE RTYPI (WS-ROW-SUB) TO WS-ROI-PARTY-TYPE.

            IF NOT WS-ROI-TYPE-VALID

                MOVE 'PARTY TYPE MUST BE P, S, A OR O' TO WS-ROW-MSG
                MOVE 2 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            MOVE SPACES TO WS-ROI-SPONSOR-ID.

            IF WS-ROI-TYPE-SPONSOR

                IF RSPNI (WS-ROW-SUB) = SPACES
                        OR RSPNI (WS-ROW-SUB) = LOW-VALUES

                    MOVE 'ENTER THE SPONSOR ID FOR A SPONSOR'
                        TO WS-ROW-MSG
                    MOVE 3 TO WS-ROW-FIELD-NO
                    GO TO 480-ROW-ERROR

                END-IF

                MOVE RSPNI (WS-ROW-SUB) TO WS-ROI-SPONSOR-ID
                PERFORM 425-CHECK-SPONSOR THRU 425-EXIT

            END-IF.

            MOVE RENRI (WS-ROW-SUB) TO WS-ROI-REL-FLAG (1).
            MOVE RGRDI (WS-ROW-SUB) TO WS-ROI-REL-FLAG (2).
            MOVE RBALI (WS-ROW-SUB) TO WS-ROI-REL-FLAG (3).
            MOVE RSCHI (WS-ROW-SUB) TO WS-ROI-REL-FLAG (4).
            MOVE ZERO TO WS-ROI-RELEASED-COUNT.

            PERFORM 428-EDIT-ONE-FLAG
                VARYING WS-FLAG-SUB FROM 1 BY 1
                UNTIL WS-FLAG-SUB > 4.

            IF WS-ROI-RELEASED-COUNT = ZERO

                MOVE 'RELEASE AT LEAST ONE CATEGORY (Y)'
                    TO WS-ROW-MSG
                MOVE 4 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            IF RCONI (WS-ROW-SUB) IS NOT NUMERIC

                MOVE 'ENTER THE CONSENT DATE AS 0CYYDDD' TO WS-ROW-MSG
                MOVE 7 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            MOVE RCONI (WS-ROW-SUB) TO WS-ROI-CONSENT-DATE.

            IF WS-ROI-CONSENT-DATE = ZERO
                    OR WS-ROI-CONSENT-DATE > EIBDATE

                MOVE 'CONSENT MUST BE SIGNED BY TODAY' TO WS-ROW-MSG
                MOVE 7 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            IF REFFI (WS-ROW-SUB) IS NOT NUMERIC

                MOVE 'ENTER THE EFFECTIVE DATE AS 0CYYDDD'
                    TO WS-ROW-MSG
                MOVE 5 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            MOVE REFFI (WS-ROW-SUB) TO WS-ROI-EFFECTIVE-DATE.

            IF WS-ROI-EFFECTIVE-DATE < WS-ROI-CONSENT-DATE

                MOVE 'EFFECTIVE CANNOT PRECEDE THE CONSENT'
                    TO WS-ROW-MSG
                MOVE 5 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            IF REXPI (WS-ROW-SUB) IS NOT NUMERIC

                MOVE 'ENTER THE EXPIRY DATE AS 0CYYDDD' TO WS-ROW-MSG
                MOVE 6 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            MOVE REXPI (WS-ROW-SUB) TO WS-ROI-EXPIRY-DATE.

            IF WS-ROI-EXPIRY-DATE NOT > WS-ROI-EFFECTIVE-DATE

                MOVE 'EXPIRY MUST BE AFTER THE EFFECTIVE DATE'
                    TO WS-ROW-MSG
                MOVE 6 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

       420-EDIT-EXIT.
            EXIT.

       425-CHECK-SPONSOR.

            EXEC CICS HANDLE CONDITION
                 NOTFND(427-SPONSOR-NOT-FOUND)
            END-EXEC.

            MOVE WS-ROI-SPONSOR-ID TO SPONFILE-ID.

            EXEC CICS READ FILE('SPONFILE')
                       INTO (SPONFILE-RECORD)
                       LENGTH (SPONFILE-LENGTH)
                       RIDFLD (SPONFILE-ID)
            END-EXEC.

      * NOTFND above belongs to this lookup only - put the program
      * level handler back for whatever runs next.
            EXEC CICS HANDLE CONDITION
                 NOTFND(999-SEND-ERROR-NO-RECORD-MSG)
            END-EXEC.

            GO TO 425-EXIT.

       427-SPONSOR-NOT-FOUND.

            MOVE 'SPONSOR ID NOT ON THE SPONSOR MASTER' TO WS-ROW-MSG.
            MOVE 3 TO WS-ROW-FIELD-NO.
            GO TO 480-ROW-ERROR.

       425-EXIT.
            EXIT.

       428-EDIT-ONE-FLAG.

            MOVE WS-ROI-REL-FLAG (WS-FLAG-SUB) TO WS-FLAG-IN.

            IF WS-FLAG-IN = SPACE OR WS-FLAG-IN = LOW-VALUE

                MOVE 'N' TO WS-FLAG-IN

            END-IF.

            IF NOT WS-FLAG-IN-VALID

                MOVE 'EACH CATEGORY MUST BE Y OR N' TO WS-ROW-MSG
                MOVE 4 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            MOVE WS-FLAG-IN TO WS-ROI-REL-FLAG (WS-FLAG-SUB).

            IF WS-FLAG-IN = 'Y'

                ADD 1 TO WS-ROI-RELEASED-COUNT

            END-IF.

       430-RETIRE-ONE-RELEASE.

            EXEC CICS HANDLE CONDITION NOTFND(430-RETIRE-EXIT)
            END-EXEC.

            MOVE WS-STUD-NUM TO ROIFILE-STUDENT-NO.
            MOVE WS-ROW-SUB TO ROIFILE-SEQ.

            EXEC CICS DELETE FILE('ROIFILE')
                          RIDFLD(ROIFILE-KEY)
            END-EXEC.

       430-RETIRE-EXIT.
            EXIT.

       440-SEND-MAP.

            EXEC CICS SEND MAP('ROIMAP') MAPSET('MVMAPX') CURSOR
            END-EXEC.

       450-RETURN-TRANSID.

            EXEC CICS RETURN TRANSID('MV32')
                            COMMAREA(WS-STUD-NUM)
                            LENGTH(WS-STUD-LENGTH)
            END-EXEC.

      * The disclose column - the authorization just saved must be in
      * effect today and release the category keyed, or the clerk is
      * told not to answer and nothing is logged.
       460-LOG-DISCLOSURE.

            MOVE RDISI (WS-ROW-SUB) TO WS-DISC-CATEGORY.

            IF WS-DISC-ENROLLMENT

                MOVE 1 TO WS-DISC-FLAG-SUB

            ELSE IF WS-DISC-GRADES

                MOVE 2 TO WS-DISC-FLAG-SUB

            ELSE IF WS-DISC-BALANCE

                MOVE 3 TO WS-DISC-FLAG-SUB

            ELSE IF WS-DISC-SCHEDULE

                MOVE 4 TO WS-DISC-FLAG-SUB

            ELSE

                MOVE 'DISCLOSE MUST BE E, G, B OR S' TO WS-ROW-MSG
                MOVE 8 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            IF ROIFILE-EFFECTIVE-DATE > EIBDATE
                    OR ROIFILE-EXPIRY-DATE < EIBDATE

                MOVE 'NOT IN EFFECT TODAY - DO NOT ANSWER'
                    TO WS-ROW-MSG
                MOVE 8 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            IF ROIFILE-REL-FLAG (WS-DISC-FLAG-SUB) NOT = 'Y'

                MOVE 'CATEGORY NOT RELEASED - DO NOT ANSWER'
                    TO WS-ROW-MSG
                MOVE 8 TO WS-ROW-FIELD-NO
                GO TO 480-ROW-ERROR

            END-IF.

            MOVE SPACES TO DISCLOG-RECORD.
            MOVE WS-STUD-NUM TO DISCLOG-STUDENT-NO.
            MOVE EIBDATE TO DISCLOG-DATE.
            MOVE EIBTIME TO DISCLOG-TIME.
            MOVE WS-DISC-CATEGORY TO DISCLOG-CATEGORY.
            MOVE 'C' TO DISCLOG-CHANNEL.
            MOVE ROIFILE-SEQ TO DISCLOG-ROI-SEQ.
            MOVE ROIFILE-PARTY-NAME TO DISCLOG-PARTY-NAME.
            MOVE TS-OPR-OPERATOR-ID TO DISCLOG-OPERATOR-ID.
            MOVE 'MVPRGRL' TO DISCLOG-SOURCE-PGM.

            EXEC CICS HANDLE CONDITION DUPREC(465-NEXT-SECOND)
            END-EXEC.

       462-WRITE-DISCLOSURE.

            EXEC CICS WRITE FILE('DISCLOG') FROM(DISCLOG-RECORD)
                          LENGTH(DISCLOG-LENGTH) RIDFLD(DISCLOG-KEY)
            END-EXEC.

            ADD 1 TO WS-DISCLOSED-COUNT.

            GO TO 460-EXIT.

      * The same category disclosed to two parties on one Enter lands
      * in the same second - the later one takes the next.
       465-NEXT-SECOND.

            ADD 1 TO DISCLOG-TIME.

            GO TO 462-WRITE-DISCLOSURE.

       460-EXIT.
            EXIT.

      * Sends the screen back over what is now on file, with the
      * failing row's message and the cursor on the field at fault.
       480-ROW-ERROR.

            MOVE WS-ROW-SUB TO WS-ERROR-ROW.

            PERFORM 310-LAY-OUT-ROWS.

            MOVE WS-ROW-MSG TO OUTMSGO.
            MOVE DFHRED TO OUTMSGC.

            IF WS-ROW-FIELD-NO = 2

                MOVE -1 TO RTYPL (WS-ERROR-ROW)

            ELSE IF WS-ROW-FIELD-NO = 3

                MOVE -1 TO RSPNL (WS-ERROR-ROW)

            ELSE IF WS-ROW-FIELD-NO = 4

                MOVE -1 TO RENRL (WS-ERROR-ROW)

            ELSE IF WS-ROW-FIELD-NO = 5

                MOVE -1 TO REFFL (WS-ERROR-ROW)

            ELSE IF WS-ROW-FIELD-NO = 6

                MOVE -1 TO REXPL (WS-ERROR-ROW)

            ELSE IF WS-ROW-FIELD-NO = 7

                MOVE -1 TO RCONL (WS-ERROR-ROW)

            ELSE IF WS-ROW-FIELD-NO = 8

                MOVE -1 TO RDISL (WS-ERROR-ROW)

            ELSE

                MOVE -1 TO RNAML (WS-ERROR-ROW)

            END-IF.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 440-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO ROIMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * Every screen of the student's authorizations is logged to
      * VIEWLOG through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' R E L E A S E  O F  I N F' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC.
            MOVE DFHYELLO TO STUNUMC,
                             STUNAMC.
            MOVE DFHBMFSE TO STUNUMA.

            PERFORM 810-MOVE-ROW-ATTRIBUTES
                VARYING WS-ROW-SUB FROM 1 BY 1
                UNTIL WS-ROW-SUB > 3.

       810-MOVE-ROW-ATTRIBUTES.

            MOVE DFHGREEN TO RNAMC (WS-ROW-SUB),
                             RTYPC (WS-ROW-SUB),
                             RSPNC (WS-ROW-SUB),
                             RENRC (WS-ROW-SUB),
                             RGRDC (WS-ROW-SUB),
                             RBALC (WS-ROW-SUB),
                             RSCHC (WS-ROW-SUB),
                             REFFC (WS-ROW-SUB),
                             REXPC (WS-ROW-SUB),
                             RCONC (WS-ROW-SUB).
            MOVE DFHTURQ TO RDISC (WS-ROW-SUB).
            MOVE DFHBMFSE TO RNAMA (WS-ROW-SUB),
                             RTYPA (WS-ROW-SUB),
                             RSPNA (WS-ROW-SUB),
                             RENRA (WS-ROW-SUB),
                             RGRDA (WS-ROW-SUB),
                             RBALA (WS-ROW-SUB),
                             RSCHA (WS-ROW-SUB),
                             REFFA (WS-ROW-SUB),
                             REXPA (WS-ROW-SUB),
                             RCONA (WS-ROW-SUB).
            MOVE DFHBMUNP TO RDISA (WS-ROW-SUB).

       999-SEND-ERROR-NO-RECORD-MSG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            MOVE LOW-VALUES TO ROIMAPO.

            PERFORM 800-MOVE-ATTRIBUTES.

            MOVE WS-STUD-NUM TO STUNUMO.

            MOVE DFHRED TO OUTMSGC.

            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.

            MOVE -1 TO STUNUML.

            GO TO 440-SEND-MAP.
