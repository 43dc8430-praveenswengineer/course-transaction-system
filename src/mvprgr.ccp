       AUTHOR. MICHAEL VALDRON.

      * BATCH REPORT REQUEST SCREEN.  AN AUTHORIZED OPERATOR PICKS A
      * REPORT (MVBROST, MVBFILL, MVBGCHS - THE OUTSTANDING
      * GRADE-SHEET CHASER - OR MVBVERF - THE ENROLLMENT
      * VERIFICATION LETTER, WHICH TAKES A STUDENT NUMBER IN THE
      * COURSE-FROM FIELD), KEYS ITS PARAMETERS,
      * AND THE REQUEST IS QUEUED TO THE RPTQ EXTRAPARTITION TD
           05 FILLER                        PIC X(27)
                    VALUE ' QUEUED FOR THE NIGHT CYCLE'.

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

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF1(700-RETURN)
                                 PF5(550-REPRINT-OUTPUT)
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

            MOVE LOW-VALUES TO RQSMAPO.

            IF RPTCDI NOT = 'MVBROST ' AND RPTCDI NOT = 'MVBFILL '
                    AND RPTCDI NOT = 'MVBVERF '
                    AND RPTCDI NOT = 'MVBGCHS '

                MOVE LOW-VALUES TO RQSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'REPORT - MVBROST/MVBFILL/MVBVERF/MVBGCHS'
                    TO OUTMSGO
                MOVE -1 TO RPTCDL
                GO TO 900-SEND-MAP
