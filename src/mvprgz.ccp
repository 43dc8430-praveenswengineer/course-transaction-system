      * JOURNALED TO AUDITLOG THE WAY MVPRGO JOURNALS OPERATOR
      * CHANGES.  GATED TO A LEVEL-A SIGN-ON THE SAME WAY MVPRGO
      * IS.  REACHED FROM THE MENU (CHOICE Z, TRAN MV23).
      *
      * ONCE THE MVBSCHD CYCLE-PLANNING STEP HAS RUN FOR THE DATE
      * THE LIST IS HELD AGAINST THE PLAN: AN EXPECTED ENTRY NO JOB
      * HAS PICKED UP SHOWS DUE-NOT RUN, AND A JOB THAT RAN WITHOUT
      * BEING ON THE PLAN SHOWS RAN-NOT DUE, BOTH IN PINK.  A STUCK
      * JOB STAYS RED WHATEVER THE PLAN SAYS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-FULL        VALUE 'F'.
               88 TS-OPR-IS-ADMIN       VALUE 'A'.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).

       01 WS-LINE-SUB                       PIC 99 VALUE ZERO.

      * Set when the planner's own entry for the date is complete -
      * without a plan there is nothing to call an exception.
       01 WS-PLAN-SWITCH                    PIC X VALUE 'N'.
           88 WS-CYCLE-PLANNED              VALUE 'Y'.

      * Confirmation carried across the list redisplay that follows
      * a reset - the list paragraph wipes the map first.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.
           05 FILLER                        PIC X(5) VALUE ' CNT '.
           05 WS-CL-COUNT                   PIC ZZZZZZ9.

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

            GO TO 300-LIST-CYCLE.
      * Lists the business date's entries - CYCCTL is keyed job
      * then date, so the whole (small) file is browsed and the
      * date filtered.  A job IN-PROGRESS past the threshold paints
      * red; everything else green, or pink when it breaks the
      * night's plan.
       300-LIST-CYCLE.

            MOVE LOW-VALUES TO CYCMAPO.
            MOVE EIBTIME TO WS-TIME-DIGITS.
            COMPUTE WS-NOW-MINUTES = WS-TP-HH * 60 + WS-TP-MM.

            MOVE 'N' TO WS-PLAN-SWITCH.

            EXEC CICS HANDLE CONDITION
                 NOTFND(305-START-BROWSE)
            END-EXEC.

            MOVE 'MVBSCHD' TO CYCCTL-JOB-NAME.
            MOVE WS-BUS-DATE TO CYCCTL-BUS-DATE.

            EXEC CICS READ FILE('CYCCTL')
                       INTO (CYCCTL-RECORD)
                       LENGTH (CYCCTL-LENGTH)
                       RIDFLD (CYCCTL-KEY)
            END-EXEC.

            IF CYCCTL-COMPLETE

                MOVE 'Y' TO WS-PLAN-SWITCH

            END-IF.

       305-START-BROWSE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(340-LIST-DONE)
                 ENDFILE(330-LIST-BREAK)
                MOVE CYCCTL-END-TIME (2:6) TO WS-CL-END
                MOVE CYCCTL-RECORD-COUNT TO WS-CL-COUNT

                IF CYCCTL-EXPECTED

                    IF WS-CYCLE-PLANNED

                        MOVE 'DUE-NOT RUN' TO WS-CL-STATUS
                        MOVE WS-CYCLE-LINE TO CYLINEO (WS-LINE-SUB)
                        MOVE DFHPINK TO CYLINEC (WS-LINE-SUB)

                    ELSE

                        MOVE 'EXPECTED' TO WS-CL-STATUS
                        MOVE WS-CYCLE-LINE TO CYLINEO (WS-LINE-SUB)
                        MOVE DFHBLUE TO CYLINEC (WS-LINE-SUB)

                    END-IF

                ELSE IF CYCCTL-COMPLETE

                    IF WS-CYCLE-PLANNED AND CYCCTL-NOT-PLANNED

                        MOVE 'RAN-NOT DUE' TO WS-CL-STATUS
                        MOVE WS-CYCLE-LINE TO CYLINEO (WS-LINE-SUB)
                        MOVE DFHPINK TO CYLINEC (WS-LINE-SUB)

                    ELSE

                        MOVE 'COMPLETED' TO WS-CL-STATUS
                        MOVE WS-CYCLE-LINE TO CYLINEO (WS-LINE-SUB)
                        MOVE DFHGREEN TO CYLINEC (WS-LINE-SUB)

                    END-IF

                ELSE

                        MOVE WS-CYCLE-LINE TO CYLINEO (WS-LINE-SUB)
                        MOVE DFHRED TO CYLINEC (WS-LINE-SUB)

                    ELSE IF WS-CYCLE-PLANNED AND CYCCTL-NOT-PLANNED

                        MOVE 'RAN-NOT DUE' TO WS-CL-STATUS
                        MOVE WS-CYCLE-LINE TO CYLINEO (WS-LINE-SUB)
                        MOVE DFHPINK TO CYLINEC (WS-LINE-SUB)

                    ELSE

                        MOVE 'IN PROGRESS' TO WS-CL-STATUS
                        MOVE DFHYELLO TO CYLINEC (WS-LINE-SUB)

                    END-IF
                    END-IF

                END-IF
                END-IF

            END-IF.

            END-EXEC.

            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE.
            MOVE CYCCTL-RECORD TO AUDIT-BEFORE-IMAGE (1:38).

            EXEC CICS DELETE FILE('CYCCTL') END-EXEC.

            MOVE TS-OPR-OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE.
            MOVE 'MVPRGZ' TO AUDIT-SOURCE-PGM.
            MOVE SPACES TO AUDIT-APPROVER-ID.

            EXEC CICS WRITE FILE('AUDITLOG') FROM(AUDITLOG-RECORD)
                          LENGTH(AUDITLOG-LENGTH) RIDFLD(AUDIT-KEY)
