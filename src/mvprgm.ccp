           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-FULL        VALUE 'F'.
               88 TS-OPR-IS-ADMIN       VALUE 'A'.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
      * Stamped on every trip through the menu - 260-CHECK-SESSION
      * compares it against the clock and forces a fresh sign-on
      * once the terminal has sat idle past WS-IDLE-LIMIT.

            END-IF.

            PERFORM 170-CHECK-INSTRUCTOR THRU 175-CHECK-INSTRUCTOR-EXIT.

            IF EIBCALEN = 3

                GO TO 100-FIRST-TIME
                PERFORM 150-WRITE-SECLOG

                MOVE LOW-VALUES TO SGNMAPO
                MOVE DFHRED TO OUTMSGC OF SGNMAPO
                MOVE 'ID IS LOCKED - SEE A SUPERVISOR'
                    TO OUTMSGO OF SGNMAPO
                GO TO 145-RESEND-SIGNON

            END-IF.
                    EXEC CICS UNLOCK FILE('OPRFILE') END-EXEC

                    MOVE LOW-VALUES TO SGNMAPO
                    MOVE DFHRED TO OUTMSGC OF SGNMAPO
                    MOVE 'PASSWORD EXPIRED - KEY A NEW ONE TOO'
                        TO OUTMSGO OF SGNMAPO
                    GO TO 145-RESEND-SIGNON

                END-IF
                                                   LENGTH(TS-OPR-LENGTH)
            END-EXEC.

      * An instructor-class id never sees the menu - straight to
      * its own sections screen.
            IF OPRFILE-INSTRUCTOR

                EXEC CICS XCTL PROGRAM('MVPRGIS')
                               COMMAREA(WS-TRANSFER-FIELD)
                               LENGTH(WS-TRANSFER-LENGTH)
                END-EXEC

            END-IF.

            GO TO 110-SHOW-MENU.

      * An id not on OPRFILE at all still leaves its trace - the

            MOVE LOW-VALUES TO SGNMAPO.

            MOVE DFHRED TO OUTMSGC OF SGNMAPO.

            MOVE 'OPERATOR ID NOT RECOGNIZED' TO OUTMSGO OF SGNMAPO.

       145-RESEND-SIGNON.


            END-IF.

      * Checked ahead of the menu map and every PF key, so nothing
      * keyed at the menu reaches a function for an instructor-class
      * sign-on.  Coming back here from another program is just
      * sent on to MVPRGIS; anything else is an instructor reaching
      * for the menu and is refused and logged as event X first.
       170-CHECK-INSTRUCTOR.

            MOVE SPACES TO TS-OPR-RECORD.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            EXEC CICS HANDLE CONDITION QIDERR(120-SEND-SIGNON)
            END-EXEC.

            IF NOT TS-OPR-IS-INSTRUCTOR

                GO TO 175-CHECK-INSTRUCTOR-EXIT

            END-IF.

            IF EIBCALEN NOT = 3

                MOVE TS-OPR-OPERATOR-ID TO SECLOG-OPERATOR-ID
                MOVE EIBDATE TO SECLOG-DATE
                MOVE EIBTIME TO SECLOG-TIME
                MOVE 'X' TO SECLOG-EVENT
                MOVE EIBTRMID TO SECLOG-TERMID

                EXEC CICS WRITE FILE('SECLOG')
                              FROM(SECLOG-RECORD)
                              LENGTH(SECLOG-LENGTH)
                              RIDFLD(SECLOG-KEY)
                END-EXEC

            END-IF.

            EXEC CICS XCTL PROGRAM('MVPRGIS')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       175-CHECK-INSTRUCTOR-EXIT.
            EXIT.

       200-MAIN-LOGIC.

       		IF CHOICEI IS EQUAL TO '1'

                GO TO 694-CHOICE-Z

            ELSE IF CHOICEI IS EQUAL TO 'C'

                GO TO 695-CHOICE-C

            ELSE IF CHOICEI IS EQUAL TO 'B'

                GO TO 696-CHOICE-B

            ELSE IF CHOICEI IS EQUAL TO 'I'

                GO TO 697-CHOICE-I

            ELSE IF CHOICEI IS EQUAL TO 'G'

                GO TO 698-CHOICE-G

            ELSE IF CHOICEI IS EQUAL TO 'V'

                GO TO 699-CHOICE-V

            ELSE IF CHOICEI IS EQUAL TO 'Q'

                GO TO 686-CHOICE-Q

            ELSE IF CHOICEI IS EQUAL TO 'L'

                GO TO 684-CHOICE-L

            ELSE IF CHOICEI IS EQUAL TO 'E'

                GO TO 683-CHOICE-E

            ELSE IF CHOICEI IS EQUAL TO 'N'

                GO TO 682-CHOICE-N

            ELSE IF CHOICEI IS EQUAL TO 'F'

                GO TO 681-CHOICE-F

       		ELSE IF CHOICEI IS EQUAL TO '9'

       			GO TO 700-CHOICE-9

            MOVE LOW-VALUES TO SGNMAPO.

            MOVE DFHRED TO OUTMSGC OF SGNMAPO.

            MOVE 'SESSION TIMED OUT - SIGN ON AGAIN'
                TO OUTMSGO OF SGNMAPO.

            EXEC CICS SEND MAP('SGNMAP') MAPSET('MVMAP5') ERASE


       		EXEC CICS RETURN TRANSID('MV23') END-EXEC.

      * Cashier counter payments and drawer close - takes money onto
      * student accounts, so gated the same as the other
      * update-class functions.
       695-CHOICE-C.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGCS')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV24') END-EXEC.

      * Scholarship and bursary grants and revokes - they end up as
      * money on student accounts, so gated the same as the other
      * update-class functions.
       696-CHOICE-B.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGAW')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV25') END-EXEC.

       697-CHOICE-I.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGPL')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV26') END-EXEC.

      * Graduation applications - what the conferral run confers
      * from, so gated the same as the other update-class functions.
       698-CHOICE-G.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGGA')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV28') END-EXEC.

      * Study permits - feed the compliance run and its holds, so
      * gated the same as the other update-class functions.
       699-CHOICE-V.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGSP')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV30') END-EXEC.

      * Approval queue - applies other operators' deletes, status
      * changes, hold releases and restores, so level A only, the
      * same as the cycle control screen.
       686-CHOICE-Q.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGAP')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV31') END-EXEC.

      * Ancillary fee schedule - the rates and opt-outs MVBTUI bills
      * from, so gated the same as the other update-class functions.
       681-CHOICE-F.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGAF')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV36') END-EXEC.

      * Emergency notifications - a broadcast queues urgent mail to
      * every student in the rooms picked, so gated the same as the
      * other update-class functions.
       682-CHOICE-N.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGEM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV35') END-EXEC.

      * Transcript requests - the request charges the transcript fee
      * to the student's account, so gated the same as the other
      * update-class functions.
       683-CHOICE-E.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGTQ')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV34') END-EXEC.

      * Release-of-information authorizations - they decide what the
      * counter, the sponsor invoices and the verification letters
      * may disclose, so gated the same as the other update-class
      * functions.
       684-CHOICE-L.

            PERFORM 250-CHECK-TERMINAL-RESTRICTED
                THRU 255-CHECK-TERMINAL-EXIT.

            IF WS-TRM-IS-READ-ONLY

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            PERFORM 260-CHECK-SESSION THRU 265-CHECK-SESSION-EXIT.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 999-NOT-AUTHORIZED

            END-IF.

            MOVE LOW-VALUES TO MNUMAPO.

       		EXEC CICS XCTL PROGRAM('MVPRGRL')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       		EXEC CICS RETURN TRANSID('MV32') END-EXEC.

      * Explicit sign-off - deletes the terminal's sign-on queue and
      * puts the sign-on screen back up, so a clerk leaving the desk
      * can close the session instead of abandoning it.

            MOVE LOW-VALUES TO SGNMAPO.

            MOVE 'SIGNED OFF - ENTER OPERATOR ID' TO OUTMSGO OF SGNMAPO.

            EXEC CICS SEND MAP('SGNMAP') MAPSET('MVMAP5') ERASE

                TO HLPLN1O.
            MOVE 'PF5=CATALOG MAINT  PF6=GRADES  PF9=EXIT  PF12=HELP'
                TO HLPLN2O.
            MOVE 'P=PROGRAMS X=TRANSFER H=HOLDS T=TERM CAL Q=APPROVALS'
                TO HLPLN3O.
            MOVE 'S=SPONSORS W=OFFERS A=OPER Z=CYCLE C=CASHIER B=AWARDS'
                TO HLPLN4O.
            MOVE '7=AVAIL 8=REPORTS R=REJECTS I=PLANS G=GRAD E=TRANSCR'
                TO HLPLN5O.
            MOVE 'V=PERMITS L=RELEASE N=EMERGENCY F=FEES PF10/0=SIGNOFF'
                TO HLPLN6O.

            EXEC CICS SEND MAP('HLPMAP') MAPSET('MVMAP6') END-EXEC.

       		MOVE LOW-VALUES TO MNUMAPO.

       		MOVE 'ENTER A MENU CHOICE - PF12 LISTS THEM'
                TO OUTMSGO OF MNUMAPO.

       		EXEC CICS SEND MAP('MNUMAP') MAPSET('MVMAP1') END-EXEC.


            MOVE LOW-VALUES TO MNUMAPO.

            MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
                TO OUTMSGO OF MNUMAPO.

            EXEC CICS SEND MAP('MNUMAP') MAPSET('MVMAP1') END-EXEC.

