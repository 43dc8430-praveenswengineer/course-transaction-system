
       COPY 'CONTRECC'.

       COPY 'ROIRECC'.

      * Active release-of-information summary built for the inquiry
      * screen - up to three parties, each with the categories
      * released to them (a dash where one is not).
       01  WS-ROI-SUMMARY.
           05  FILLER                   PIC X(9) VALUE 'RELEASE: '.
           05  WS-RS-ENTRY              PIC X(17) OCCURS 3.
       01  WS-ROI-CATEGORIES            PIC X(4).
       01  WS-ROI-COUNT                 PIC 9 VALUE ZERO.
       01  WS-ROI-SUB                   PIC 9 VALUE ZERO.

       01  WS-BKUP-FOUND                     PIC X VALUE 'N'.
           88  WS-BKUP-EXISTS                VALUE 'Y'.

       01  WS-LAST-BKUP-KEY                  PIC X(21).

       COPY 'APPRRECC'.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  Read for the requester of a restore.
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

       01  WS-PRINT-SWITCH                   PIC X VALUE 'N'.

       01  WS-SPOOL-TOKEN                    PIC X(8).
           05 WS-CC-SECTION-NO              PIC X(2).
           05 WS-CC-SECTION-BAD             PIC X(1).
           05 WS-CC-CREDIT-HOURS            PIC S9(4) COMP.
           05 WS-CC-MAX-ATTEMPTS            PIC S9(4) COMP.
           05 WS-CC-REPEATABLE              PIC X(1).
       01 WS-CC-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 92.

      * Commarea for MVPRGVW, the callable service that writes the
      * VIEWLOG entry for each student record this screen shows or
      * prints.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGI'.
           05 WS-VW-VIEW-TYPE               PIC X(1).
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       01  WS-TT-COURSE-TABLE.
           05  WS-TT-COURSE             PIC X(8) OCCURS 7.
           05  WS-PL-POSTAL1        PIC X(3).
           05  WS-PL-POSTAL2        PIC X(3).

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       
       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.
            
            EXEC CICS HANDLE AID PF2(700-RETURN)
                                 PF3(750-PRINT-RECORD)
                                 PF5(950-RESTORE-REC)
                                 PF6(780-AUDIT-HISTORY)
                                 PF7(757-PRINT-TIMETABLE)
                                 PF8(785-ADVISING)
                                 PF9(600-EXIT-PROG)
                                 PF12(960-HELP)


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

            PERFORM 770-SHOW-HOLDS THRU 770-EXIT.

            PERFORM 776-SHOW-RELEASES THRU 776-EXIT.

            PERFORM 780-SHOW-BALANCE THRU 780-EXIT.

            PERFORM 790-SHOW-REG-WINDOW THRU 790-EXIT.

            PERFORM 800-MOVE-COLOUR.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.
            MOVE 'I' TO WS-VW-VIEW-TYPE.
            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND MAP('IAEMAP') MAPSET('MVMAP2') END-EXEC.

       		EXEC CICS RETURN TRANSID('MV02') END-EXEC.

            EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.
            MOVE 'P' TO WS-VW-VIEW-TYPE.
            PERFORM 795-LOG-VIEW.

            MOVE 'Y' TO WS-PRINT-SWITCH.

            GO TO 300-READ-REC.

            EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.
            MOVE 'P' TO WS-VW-VIEW-TYPE.
            PERFORM 795-LOG-VIEW.

            MOVE 'Y' TO WS-PRINT-SWITCH.

            GO TO 300-READ-REC.
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * PF8 - hands the displayed student off to the advising screen
      * (MVPRGAD), which maintains the advisor assignment and the
      * advising notes.
       785-ADVISING.

            IF STUNUML IS < 7

                GO TO 500-SEND-ERROR-NOT-VALID-MSG

            ELSE IF STUNUMI IS NOT NUMERIC

                GO TO 400-SEND-ERROR-NOT-NUMERIC-MSG

            END-IF.

            MOVE STUNUMI TO STUFILE-STUDENT-NO.

            MOVE 7 TO WS-TRANSFER-LENGTH.

            EXEC CICS XCTL PROGRAM('MVPRGAD')
                           COMMAREA(STUFILE-STUDENT-NO)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * Shows the student's registration window for their current
      * term, off the TIMETKT entry MVBTKT issued - nothing shown
      * when no ticket is on file.
       790-EXIT.
            EXIT.

      * Every display or print of an identified student is logged to
      * VIEWLOG through MVPRGVW - the caller sets the student and the
      * kind of view.
       795-LOG-VIEW.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

      * Shows what the student owes off the ACCTBAL balance MVBPAY
      * keeps - nothing shown for a student with no account record.
       780-SHOW-BALANCE.
       780-EXIT.
            EXIT.

      * Shows the release-of-information authorizations in effect
      * today - who may be told what.  A student with none shows
      * that plainly, since it means nothing is disclosed.
       776-SHOW-RELEASES.

            MOVE ZERO TO WS-ROI-COUNT.
            MOVE SPACES TO WS-RS-ENTRY (1),
                           WS-RS-ENTRY (2),
                           WS-RS-ENTRY (3).

            PERFORM 777-SHOW-ONE-RELEASE THRU 777-EXIT
                VARYING WS-ROI-SUB FROM 1 BY 1
                UNTIL WS-ROI-SUB > 3.

            IF WS-ROI-COUNT > ZERO

                MOVE WS-ROI-SUMMARY TO ROIAUTO
                MOVE DFHYELLO TO ROIAUTC

            ELSE

                MOVE 'RELEASE: NONE IN EFFECT - DISCLOSE NOTHING'
                    TO ROIAUTO
                MOVE DFHBLUE TO ROIAUTC

            END-IF.

      * The reads re-pointed NOTFND - put the program-level handler
      * back for whatever runs next.
            EXEC CICS HANDLE CONDITION
                 NOTFND(900-NOT-FOUND)
            END-EXEC.

       776-EXIT.
            EXIT.

       777-SHOW-ONE-RELEASE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(777-EXIT)
            END-EXEC.

            MOVE STUFILE-STUDENT-NO TO ROIFILE-STUDENT-NO.
            MOVE WS-ROI-SUB TO ROIFILE-SEQ.

            EXEC CICS READ FILE('ROIFILE')
                       INTO (ROIFILE-RECORD)
                       LENGTH (ROIFILE-LENGTH)
                       RIDFLD (ROIFILE-KEY)
            END-EXEC.

            IF ROIFILE-EFFECTIVE-DATE > EIBDATE
                    OR ROIFILE-EXPIRY-DATE < EIBDATE

                GO TO 777-EXIT

            END-IF.

            MOVE '----' TO WS-ROI-CATEGORIES.

            IF ROIFILE-ENROLLMENT-RELEASED
                MOVE 'E' TO WS-ROI-CATEGORIES (1:1)
            END-IF.

            IF ROIFILE-GRADES-RELEASED
                MOVE 'G' TO WS-ROI-CATEGORIES (2:1)
            END-IF.

            IF ROIFILE-BALANCE-RELEASED
                MOVE 'B' TO WS-ROI-CATEGORIES (3:1)
            END-IF.

            IF ROIFILE-SCHEDULE-RELEASED
                MOVE 'S' TO WS-ROI-CATEGORIES (4:1)
            END-IF.

            ADD 1 TO WS-ROI-COUNT.
            MOVE ROIFILE-PARTY-NAME
                TO WS-RS-ENTRY (WS-ROI-COUNT) (1:11).
            MOVE WS-ROI-CATEGORIES
                TO WS-RS-ENTRY (WS-ROI-COUNT) (13:4).

       777-EXIT.
            EXIT.

      * Shows the student's active holds prominently - a red summary
      * line of the hold types on file, off the HOLDFLE browse.
       770-SHOW-HOLDS.

            PERFORM 800-MOVE-COLOUR.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.
            MOVE 'R' TO WS-VW-VIEW-TYPE.
            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND MAP('IAEMAP') MAPSET('MVMAP2') END-EXEC.

            MOVE WS-STUD-NUM TO WS-RESTORE-STUD-NUM.

            EXEC CICS RETURN TRANSID('MV02') END-EXEC.

       950-RESTORE-REC.

            IF EIBCALEN NOT = 10

                GO TO 999-SEND-ERROR-NO-RECORD-MSG

            END-IF.

            MOVE LK-TRANSFER TO WS-TRANSFER-AREA.
            MOVE WS-RESTORE-STUD-NUM TO WS-STUD-NUM.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            MOVE 'N' TO WS-BKUP-FOUND.

            MOVE WS-STUD-NUM TO BKUPFLE-STUDENT-NO.
            MOVE LOW-VALUES TO BKUPFLE-TIMESTAMP.

            EXEC CICS HANDLE CONDITION
                            NOTFND(999-SEND-ERROR-NO-RECORD-MSG)
                            ENDFILE(955-RESTORE-BR-DONE)
            END-EXEC.

            EXEC CICS STARTBR FILE('BKUPFLE')
                          RIDFLD(BKUPFLE-KEY)
                          GTEQ
            END-EXEC.

       951-RESTORE-NEXT.

            EXEC CICS READNEXT FILE('BKUPFLE')
                       INTO (BKUPFLE-RECORD)
                       RIDFLD (BKUPFLE-KEY)
                       LENGTH (BKUPFLE-LENGTH)
            END-EXEC.

            IF BKUPFLE-STUDENT-NO NOT = WS-STUD-NUM

                GO TO 955-RESTORE-BR-DONE

            END-IF.

            MOVE 'Y' TO WS-BKUP-FOUND.
            MOVE BKUPFLE-KEY TO WS-LAST-BKUP-KEY.
            MOVE BKUPFLE-DATA TO STUFILE-RECORD.

            GO TO 951-RESTORE-NEXT.

       955-RESTORE-BR-DONE.

            EXEC CICS ENDBR FILE('BKUPFLE') END-EXEC.

            IF WS-BKUP-FOUND = 'N'

                GO TO 999-SEND-ERROR-NO-RECORD-MSG

            END-IF.

      * A restore needs a second operator - the request, pinned to
      * the BKUPFLE image just shown, is parked on APPRFLE and MVPRGAP
      * writes the record back on approval.  A student number that
      * is active again is refused here, as the write would be.
            EXEC CICS HANDLE CONDITION
                            NOTFND(945-QUEUE-RESTORE)
            END-EXEC.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            GO TO 930-RESTORE-DUP.

       945-QUEUE-RESTORE.

      * A restore of this student already waiting on MVPRGAP is not
      * asked for twice - the student's APPRFLE requests are browsed
      * for a pending one first.
            EXEC CICS HANDLE CONDITION
                 NOTFND(948-QUEUE-WRITE)
                 ENDFILE(947-PENDING-BREAK)
            END-EXEC.

            MOVE WS-STUD-NUM TO APPRFLE-STUDENT-NO.
            MOVE ZERO TO APPRFLE-REQ-DATE.
            MOVE ZERO TO APPRFLE-REQ-TIME.

            EXEC CICS STARTBR FILE('APPRFLE')
                          RIDFLD(APPRFLE-KEY)
                          GTEQ
            END-EXEC.

       946-PENDING-NEXT.

            EXEC CICS READNEXT FILE('APPRFLE')
                       INTO (APPRFLE-RECORD)
                       RIDFLD (APPRFLE-KEY)
                       LENGTH (APPRFLE-LENGTH)
            END-EXEC.

            IF APPRFLE-STUDENT-NO NOT = WS-STUD-NUM

                GO TO 947-PENDING-BREAK

            END-IF.

            IF APPRFLE-PENDING AND APPRFLE-RESTORE

                EXEC CICS ENDBR FILE('APPRFLE') END-EXEC
                GO TO 949-RESTORE-PENDING

            END-IF.

            GO TO 946-PENDING-NEXT.

       947-PENDING-BREAK.

            EXEC CICS ENDBR FILE('APPRFLE') END-EXEC.

       948-QUEUE-WRITE.

            EXEC CICS HANDLE CONDITION DUPREC(949-RESTORE-PENDING)
            END-EXEC.

            MOVE SPACES TO APPRFLE-RECORD.
            MOVE WS-STUD-NUM TO APPRFLE-STUDENT-NO.
            MOVE EIBDATE TO APPRFLE-REQ-DATE.
            MOVE EIBTIME TO APPRFLE-REQ-TIME.
            MOVE 'R' TO APPRFLE-ACTION.
            MOVE 'P' TO APPRFLE-STATUS.
            MOVE EIBTRMID TO APPRFLE-REQ-TERMID.
            MOVE 'MVPRGI' TO APPRFLE-SOURCE-PGM.
            MOVE WS-LAST-BKUP-KEY TO APPRFLE-BKUP-KEY.
            MOVE ZERO TO APPRFLE-ACTION-DATE.
            MOVE ZERO TO APPRFLE-ACTION-TIME.

            MOVE SPACES TO TS-OPR-OPERATOR-ID.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            MOVE TS-OPR-OPERATOR-ID TO APPRFLE-REQUESTER-ID.

            EXEC CICS WRITE FILE('APPRFLE') FROM(APPRFLE-RECORD)
                          LENGTH(APPRFLE-LENGTH)
                          RIDFLD(APPRFLE-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO IAEMAPO.

            MOVE WS-STUD-NUM TO STUNUMO.

            MOVE DFHGREEN TO OUTMSGC.

            MOVE 'RESTORE SENT FOR APPROVAL' TO OUTMSGO.

            PERFORM 800-MOVE-COLOUR.

            EXEC CICS SEND MAP('IAEMAP') MAPSET('MVMAP2') END-EXEC.

            EXEC CICS RETURN TRANSID('MV02') END-EXEC.

       949-RESTORE-PENDING.

            MOVE LOW-VALUES TO IAEMAPO.

            MOVE WS-STUD-NUM TO STUNUMO.

            MOVE DFHRED TO OUTMSGC.

            MOVE 'REQUEST ALREADY PENDING APPROVAL' TO OUTMSGO.

            PERFORM 800-MOVE-COLOUR.

            EXEC CICS SEND MAP('IAEMAP') MAPSET('MVMAP2') END-EXEC.

            EXEC CICS RETURN TRANSID('MV02') END-EXEC.

       960-HELP.

                TO HLPLN1O.
            MOVE 'PF4=TRANSCRIPT  PF5=RESTORE  PF6=AUDIT HISTORY'
                TO HLPLN2O.
            MOVE 'PF7=PRINT WEEKLY TIMETABLE  PF8=ADVISING'
                TO HLPLN5O.
            MOVE 'ENTER=LOOK UP BY STUDENT NUMBER, OR BY NAME'
                TO HLPLN3O.
