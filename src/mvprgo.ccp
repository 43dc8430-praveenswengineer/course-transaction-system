      * OPERATOR ADMINISTRATION SCREEN.  MAINTAINS OPRFILE - THE FILE
      * THAT DECIDES WHO CAN REACH THE ADD/UPDATE/CATALOG FUNCTIONS -
      * WITHOUT THE AFTER-HOURS FILE EDIT NEW HIRES USED TO WAIT A
      * DAY FOR.  A=ADD AN OPERATOR, C=CHANGE NAME/LEVEL/SUPERVISOR,
      * R=REVOKE, U=UNLOCK, K=RECERTIFY.  LEVELS ARE F (FULL), R
      * (READ-ONLY), A (ADMIN - FULL PLUS THIS SCREEN) AND I
      * (INSTRUCTOR - ONLY THEIR OWN SECTIONS ON MVPRGIS, KEYED WITH
      * THE INSTFILE ID THE OPERATOR TEACHES AS).  EVERY
      * OPERATOR ANSWERS TO A SUPERVISOR ALREADY ON OPRFILE, WHO
      * SIGNS OFF THE QUARTERLY RECERTIFICATION LIST MVBOREV PRINTS;
      * K, KEYED WITH THE SUPERVISOR'S ID, TAKES EVERY ID STILL
      * PENDING ON THAT LIST OFF IT (SECLOG EVENT C FOR EACH).  WHAT
      * IS NOT KEYED BACK IN TIME LAPSES TO READ-ONLY AT THE WEEKLY
      * REVIEW.  THE SCREEN ITSELF IS GATED: ONLY AN OPERATOR
      * SIGNED ON AT LEVEL A GETS PAST THE FIRST PARAGRAPH, AND
      * EVERY CHANGE IS JOURNALED TO AUDITLOG WITH THE BEFORE AND
      * AFTER OPERATOR RECORDS IN THE IMAGES.
       COPY 'OPRFILEC'.
       COPY 'AUDITREC'.
       COPY 'SECLOGC'.
       COPY 'INSTRECC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).

       01 WS-OLD-OPR-RECORD             PIC X(68).
       01 WS-SUPV-OPR-RECORD            PIC X(68).

      * The operator an AUDITLOG entry is for - the keyed id, or
      * each id in turn as K works through a supervisor's list.
       01 WS-AUDIT-OPR-ID               PIC X(8).

      * The ids K found pending under the keyed supervisor - the
      * browse is ended before any of them is updated.
       01 WS-RECERT-COUNT               PIC S9(4) COMP VALUE 0.
       01 WS-RECERT-SUB                 PIC S9(4) COMP VALUE 0.
       01 WS-RECERT-TABLE.
           05 WS-RECERT-ID              PIC X(8) OCCURS 100.
       01 WS-BROWSE-KEY                 PIC X(8).
       01 WS-RECERT-MSG.
           05 WS-RM-COUNT               PIC ZZ9.
           05 FILLER                    PIC X(24)
                                  VALUE ' OPERATORS RECERTIFIED!'.

       LINKAGE SECTION.


            MOVE LOW-VALUES TO ADMMAPO.

            MOVE 'A=ADD C=CHG R=REVOKE U=UNLOCK K=RECERT' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.


            END-IF.

            MOVE OPERIDI TO WS-AUDIT-OPR-ID.

            IF FUNCI = 'A' OR FUNCI = 'a'

                GO TO 300-ADD-OPERATOR

                GO TO 550-UNLOCK-OPERATOR

            ELSE IF FUNCI = 'K' OR FUNCI = 'k'

                GO TO 560-RECERTIFY-OPERATORS

            ELSE

                MOVE LOW-VALUES TO ADMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A, C, R, U OR K AS THE FUNCTION'
                    TO OUTMSGO
                MOVE -1 TO FUNCL
                GO TO 900-SEND-MAP
       250-CHECK-LEVEL.

            IF AUTHLVL = 0 OR (AUTHLVI NOT = 'F'
                    AND AUTHLVI NOT = 'R' AND AUTHLVI NOT = 'A'
                    AND AUTHLVI NOT = 'I')

                MOVE LOW-VALUES TO ADMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A LEVEL - F, R, A OR I' TO OUTMSGO
                MOVE -1 TO AUTHLVL
                GO TO 900-SEND-MAP

            END-IF.

      * An instructor-class id must name the instructor it signs on
      * as, and that instructor must be on INSTFILE - it decides
      * which sections MVPRGIS shows.  No other level carries one.
       255-CHECK-INSTRUCTOR.

            IF AUTHLVI NOT = 'I'

                IF INSTIDL > 0

                    MOVE LOW-VALUES TO ADMMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'ONLY A LEVEL I ID HAS AN INSTRUCTOR'
                        TO OUTMSGO
                    MOVE -1 TO INSTIDL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE SPACES TO INSTIDI

            ELSE IF INSTIDL = 0

                MOVE LOW-VALUES TO ADMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE INSTRUCTOR''S INSTFILE ID'
                    TO OUTMSGO
                MOVE -1 TO INSTIDL
                GO TO 900-SEND-MAP

            ELSE

                EXEC CICS HANDLE CONDITION
                     NOTFND(980-INST-NOT-ON-FILE)
                END-EXEC

                EXEC CICS READ FILE('INSTFILE')
                               INTO(INSTFILE-RECORD)
                               LENGTH(INSTFILE-LENGTH)
                               RIDFLD(INSTIDI)
                END-EXEC

            END-IF.

      * A supervisor keyed must itself be on OPRFILE, and not the
      * operator being maintained.
       260-CHECK-SUPERVISOR.

            IF SUPVIDI = OPERIDI

                MOVE LOW-VALUES TO ADMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'NO OPERATOR SUPERVISES THEIR OWN ID' TO OUTMSGO
                MOVE -1 TO SUPVIDL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION NOTFND(970-SUPV-NOT-ON-FILE)
            END-EXEC.

            EXEC CICS READ FILE('OPRFILE') INTO(WS-SUPV-OPR-RECORD)
                           RIDFLD(SUPVIDI)
            END-EXEC.

       300-ADD-OPERATOR.

            PERFORM 250-CHECK-LEVEL.

            PERFORM 255-CHECK-INSTRUCTOR.

            IF SUPVIDL = 0

                MOVE LOW-VALUES TO ADMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE SUPERVISOR''S OPERATOR ID'
                    TO OUTMSGO
                MOVE -1 TO SUPVIDL
                GO TO 900-SEND-MAP

            END-IF.

            PERFORM 260-CHECK-SUPERVISOR.

            EXEC CICS HANDLE CONDITION DUPREC(950-ALREADY-ON-FILE)
            END-EXEC.

            MOVE ZERO TO OPRFILE-PWD-CHANGED.
            MOVE ZERO TO OPRFILE-FAIL-COUNT.
            MOVE 'N' TO OPRFILE-LOCKED-SW.
            MOVE SUPVIDI TO OPRFILE-SUPERVISOR-ID.
            MOVE EIBDATE TO OPRFILE-ADDED-DATE.
            MOVE ZERO TO OPRFILE-RECERT-SENT.
            MOVE ZERO TO OPRFILE-RECERT-DATE.
            MOVE INSTIDI TO OPRFILE-INSTRUCTOR-ID.

            EXEC CICS WRITE FILE('OPRFILE') FROM(OPRFILE-RECORD)
                          LENGTH(OPRFILE-LENGTH)

            PERFORM 250-CHECK-LEVEL.

            PERFORM 255-CHECK-INSTRUCTOR.

            IF SUPVIDL > 0

                PERFORM 260-CHECK-SUPERVISOR

            END-IF.

            EXEC CICS HANDLE CONDITION NOTFND(960-NOT-ON-FILE)
            END-EXEC.

            END-IF.

            MOVE AUTHLVI TO OPRFILE-AUTH-LEVEL.
            MOVE INSTIDI TO OPRFILE-INSTRUCTOR-ID.

            IF SUPVIDL > 0

                MOVE SUPVIDI TO OPRFILE-SUPERVISOR-ID

            END-IF.

            EXEC CICS REWRITE FILE('OPRFILE')
                LENGTH(OPRFILE-LENGTH)
            END-EXEC.

            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE.
            MOVE WS-OLD-OPR-RECORD TO AUDIT-BEFORE-IMAGE (1:68).
            MOVE 'U' TO AUDIT-ACTION.
            PERFORM 850-WRITE-AUDIT-REC.

            EXEC CICS DELETE FILE('OPRFILE') END-EXEC.

            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE.
            MOVE WS-OLD-OPR-RECORD TO AUDIT-BEFORE-IMAGE (1:68).
            MOVE SPACES TO OPRFILE-RECORD.
            MOVE 'D' TO AUDIT-ACTION.
            PERFORM 850-WRITE-AUDIT-REC.
            END-EXEC.

            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE.
            MOVE WS-OLD-OPR-RECORD TO AUDIT-BEFORE-IMAGE (1:68).
            MOVE 'U' TO AUDIT-ACTION.
            PERFORM 850-WRITE-AUDIT-REC.

            MOVE 'OPERATOR UNLOCKED!' TO OUTMSGO.
            GO TO 900-SEND-MAP.

      * K=RECERTIFY - THE OPERATOR ID KEYED IS THE SUPERVISOR WHOSE
      * SIGNED LIST CAME BACK.  EVERY ID ANSWERING TO THEM THAT IS
      * STILL PENDING IS COLLECTED ON A BROWSE, THE BROWSE ENDED,
      * AND EACH ONE THEN TAKEN OFF THE PENDING LIST AND STAMPED
      * RECERTIFIED - JOURNALED TO AUDITLOG AND THE SECURITY LOG
      * LIKE ANY OTHER OPRFILE CHANGE.  AN ID THE SUPERVISOR MARKED
      * FOR A CHANGE OR REVOCATION IS DEALT WITH ON C OR R FIRST.
       560-RECERTIFY-OPERATORS.

            EXEC CICS HANDLE CONDITION NOTFND(960-NOT-ON-FILE)
                                       ENDFILE(564-END-BROWSE)
            END-EXEC.

            EXEC CICS READ FILE('OPRFILE') INTO(WS-SUPV-OPR-RECORD)
                           RIDFLD(OPERIDI)
            END-EXEC.

            MOVE ZERO TO WS-RECERT-COUNT.
            MOVE LOW-VALUES TO WS-BROWSE-KEY.

            EXEC CICS STARTBR FILE('OPRFILE') RIDFLD(WS-BROWSE-KEY)
                              GTEQ
            END-EXEC.

       562-NEXT-OPERATOR.

            EXEC CICS READNEXT FILE('OPRFILE') INTO(OPRFILE-RECORD)
                               RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            IF OPRFILE-SUPERVISOR-ID = OPERIDI
                    AND OPRFILE-RECERT-SENT IS NUMERIC
                    AND OPRFILE-RECERT-SENT > ZERO
                    AND WS-RECERT-COUNT < 100

                ADD 1 TO WS-RECERT-COUNT
                MOVE OPRFILE-OPERATOR-ID
                    TO WS-RECERT-ID (WS-RECERT-COUNT)

            END-IF.

            GO TO 562-NEXT-OPERATOR.

       564-END-BROWSE.

            EXEC CICS ENDBR FILE('OPRFILE') END-EXEC.

            IF WS-RECERT-COUNT = 0

                MOVE LOW-VALUES TO ADMMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'NOTHING PENDING FOR THAT SUPERVISOR'
                    TO OUTMSGO
                MOVE -1 TO OPERIDL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION NOTFND(568-NEXT-RECERT)
            END-EXEC.

            MOVE 1 TO WS-RECERT-SUB.

       566-RECERTIFY-ONE.

            IF WS-RECERT-SUB > WS-RECERT-COUNT

                GO TO 569-RECERT-DONE

            END-IF.

            MOVE WS-RECERT-ID (WS-RECERT-SUB) TO WS-AUDIT-OPR-ID.
            MOVE WS-RECERT-ID (WS-RECERT-SUB) TO OPRFILE-OPERATOR-ID.

            EXEC CICS READ FILE('OPRFILE') INTO(OPRFILE-RECORD)
                           RIDFLD(OPRFILE-OPERATOR-ID)
                           UPDATE
            END-EXEC.

            MOVE OPRFILE-RECORD TO WS-OLD-OPR-RECORD.

            MOVE ZERO TO OPRFILE-RECERT-SENT.
            MOVE EIBDATE TO OPRFILE-RECERT-DATE.

            EXEC CICS REWRITE FILE('OPRFILE')
                LENGTH(OPRFILE-LENGTH)
                FROM(OPRFILE-RECORD)
            END-EXEC.

            MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE.
            MOVE WS-OLD-OPR-RECORD TO AUDIT-BEFORE-IMAGE (1:68).
            MOVE 'U' TO AUDIT-ACTION.
            PERFORM 850-WRITE-AUDIT-REC.

            MOVE SPACES TO SECLOG-RECORD.
            MOVE WS-AUDIT-OPR-ID TO SECLOG-OPERATOR-ID.
            MOVE EIBDATE TO SECLOG-DATE.
            MOVE EIBTIME TO SECLOG-TIME.
            MOVE 'C' TO SECLOG-EVENT.
            MOVE EIBTRMID TO SECLOG-TERMID.

            EXEC CICS WRITE FILE('SECLOG') FROM(SECLOG-RECORD)
                          LENGTH(SECLOG-LENGTH) RIDFLD(SECLOG-KEY)
            END-EXEC.

       568-NEXT-RECERT.

            ADD 1 TO WS-RECERT-SUB.
            GO TO 566-RECERTIFY-ONE.

       569-RECERT-DONE.

            MOVE WS-RECERT-COUNT TO WS-RM-COUNT.

            MOVE LOW-VALUES TO ADMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHGREEN TO OUTMSGC.
            MOVE WS-RECERT-MSG TO OUTMSGO.
            GO TO 900-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
                            FUNCC,
                            OPERIDC,
                            OPRNAMC,
                            AUTHLVC,
                            SUPVIDC,
                            INSTIDC.
            MOVE DFHBMFSE TO FUNCA,
                             OPERIDA,
                             OPRNAMA,
                             AUTHLVA,
                             SUPVIDA,
                             INSTIDA.

      * Every OPRFILE change is journaled.  AUDITLOG is keyed by a
      * 7-character student number, so the operator id's first seven
      * clear the entry is an operator-file change, not a student.
       850-WRITE-AUDIT-REC.

            MOVE WS-AUDIT-OPR-ID (1:7) TO AUDIT-STUDENT-NO.
            MOVE EIBDATE TO AUDIT-DATE.
            MOVE EIBTIME TO AUDIT-TIME.
            MOVE 'OADM' TO AUDIT-TERMID.
            MOVE TS-OPR-OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE.
            MOVE OPRFILE-RECORD TO AUDIT-AFTER-IMAGE (1:68).

            MOVE 'MVPRGO' TO AUDIT-SOURCE-PGM.
            MOVE SPACES TO AUDIT-APPROVER-ID.

            EXEC CICS WRITE FILE('AUDITLOG') FROM(AUDITLOG-RECORD)
                          LENGTH(AUDITLOG-LENGTH) RIDFLD(AUDIT-KEY)
            MOVE 'THAT OPERATOR ID IS NOT ON FILE' TO OUTMSGO.
            MOVE -1 TO OPERIDL.
            GO TO 900-SEND-MAP.

       970-SUPV-NOT-ON-FILE.

            MOVE LOW-VALUES TO ADMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'THAT SUPERVISOR IS NOT ON FILE' TO OUTMSGO.
            MOVE -1 TO SUPVIDL.
            GO TO 900-SEND-MAP.

       980-INST-NOT-ON-FILE.

            MOVE LOW-VALUES TO ADMMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'THAT INSTRUCTOR IS NOT ON INSTFILE' TO OUTMSGO.
            MOVE -1 TO INSTIDL.
            GO TO 900-SEND-MAP.
