
      * STUDENT HOLDS MAINTENANCE SCREEN.  MAINTAINS HOLDFLE - THE
      * PER-STUDENT, PER-TYPE HOLDS THAT REPLACED MISUSING THE BLUNT
      * W/S STATUS TO STOP SERVICE.  A=ADD A HOLD (TYPE, CLASS
      * E/T/B/L AND A REASON), R=RELEASE ONE, AND ANY LOOKUP LISTS
      * THE STUDENT'S ACTIVE HOLDS.  ENROLLMENT-CLASS HOLDS BLOCK NEW
      * COURSE SLOTS ON MVPRGU AND MVBLOAD; LOAD-CAP (L) HOLDS, THE
      * ACADEMIC PROBATION HOLDS MVBSTND PLACES, CAP THE CREDIT LOAD
      * THERE INSTEAD; TRANSCRIPT-CLASS HOLDS SUPPRESS THE MVPRGTR
      * PRINT AND REFUSE MVBCONF GRADUATION CONFERRAL; MVPRGI SHOWS
      * EVERY ACTIVE HOLD.
      * REACHED FROM THE MENU (CHOICE H), GATED THE SAME AS THE
      * OTHER UPDATE-CLASS FUNCTIONS.
      * A RELEASE IS A TWO-PERSON ACTION - R PARKS THE REQUEST ON
      * APPRFLE AND THE HOLD STAYS ON FILE UNTIL A SECOND OPERATOR
      * APPROVES IT ON MVPRGAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY 'HOLDRECC'.
       COPY 'STUFILEC'.
       COPY 'APPRRECC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

       01 WS-LINE-SUB                       PIC 9 VALUE ZERO.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  Read for the requester of a release.
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

      * Confirmation carried across the list redisplay that follows
      * an add or release - the list paragraph wipes the map first.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.
           05 WS-HL-OPERATOR                PIC X(8).
           05 FILLER                        PIC X(4) VALUE SPACES.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGL'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'I'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF1(700-RETURN)
                                 PF9(600-EXIT-PROG)


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

            MOVE LOW-VALUES TO HLDMAPO.
            END-IF.

            IF HCLASSL = 0 OR (HCLASSI NOT = 'E'
                    AND HCLASSI NOT = 'T' AND HCLASSI NOT = 'B'
                    AND HCLASSI NOT = 'L')

                MOVE LOW-VALUES TO HLDMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A HOLD CLASS - E, T, B OR L' TO OUTMSGO
                MOVE -1 TO HCLASSL
                GO TO 900-SEND-MAP

            MOVE STUNUMI TO HOLDFLE-STUDENT-NO.
            MOVE HTYPEI TO HOLDFLE-TYPE.

            EXEC CICS READ FILE('HOLDFLE')
                       INTO (HOLDFLE-RECORD)
                       LENGTH (HOLDFLE-LENGTH)
                       RIDFLD (HOLDFLE-KEY)
            END-EXEC.

      * A release of this hold already waiting on MVPRGAP is not
      * asked for twice - the student's APPRFLE requests are browsed
      * for a pending one first.
            EXEC CICS HANDLE CONDITION
                 NOTFND(430-QUEUE-RELEASE)
                 ENDFILE(420-PENDING-BREAK)
            END-EXEC.

            MOVE STUNUMI TO APPRFLE-STUDENT-NO.
            MOVE ZERO TO APPRFLE-REQ-DATE.
            MOVE ZERO TO APPRFLE-REQ-TIME.

            EXEC CICS STARTBR FILE('APPRFLE')
                          RIDFLD(APPRFLE-KEY)
                          GTEQ
            END-EXEC.

       410-PENDING-NEXT.

            EXEC CICS READNEXT FILE('APPRFLE')
                       INTO (APPRFLE-RECORD)
                       RIDFLD (APPRFLE-KEY)
                       LENGTH (APPRFLE-LENGTH)
            END-EXEC.

            IF APPRFLE-STUDENT-NO NOT = STUNUMI

                GO TO 420-PENDING-BREAK

            END-IF.

            IF APPRFLE-PENDING AND APPRFLE-HOLD-RELEASE
                    AND APPRFLE-HOLD-TYPE = HOLDFLE-TYPE

                EXEC CICS ENDBR FILE('APPRFLE') END-EXEC
                GO TO 980-ALREADY-PENDING

            END-IF.

            GO TO 410-PENDING-NEXT.

       420-PENDING-BREAK.

            EXEC CICS ENDBR FILE('APPRFLE') END-EXEC.

      * The hold stays on file - the release waits on APPRFLE for a
      * second operator, and MVPRGAP deletes the hold on approval.
       430-QUEUE-RELEASE.

            EXEC CICS HANDLE CONDITION DUPREC(980-ALREADY-PENDING)
            END-EXEC.

            MOVE SPACES TO APPRFLE-RECORD.
            MOVE STUNUMI TO APPRFLE-STUDENT-NO.
            MOVE EIBDATE TO APPRFLE-REQ-DATE.
            MOVE EIBTIME TO APPRFLE-REQ-TIME.
            MOVE 'H' TO APPRFLE-ACTION.
            MOVE 'P' TO APPRFLE-STATUS.
            MOVE EIBTRMID TO APPRFLE-REQ-TERMID.
            MOVE 'MVPRGL' TO APPRFLE-SOURCE-PGM.
            MOVE HOLDFLE-TYPE TO APPRFLE-HOLD-TYPE.
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

            MOVE 'RELEASE SENT FOR APPROVAL' TO WS-HELD-MSG.
            GO TO 500-LIST-HOLDS.

      * Lists the student's active holds on the browse lines - up to

            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * The hold list shows the student, so it is logged to VIEWLOG
      * through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' S T U D E N T  H O L D S' TO MTITLEO.
            MOVE 'NO HOLD OF THAT TYPE FOR THIS STUDENT' TO OUTMSGO.
            MOVE -1 TO HTYPEL.
            GO TO 900-SEND-MAP.

       980-ALREADY-PENDING.

            MOVE LOW-VALUES TO HLDMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'REQUEST ALREADY PENDING APPROVAL' TO OUTMSGO.
            MOVE -1 TO HTYPEL.
            GO TO 900-SEND-MAP.
