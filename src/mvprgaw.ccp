       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGAW.
       AUTHOR. MICHAEL VALDRON.

      * STUDENT AWARDS SCREEN.  MAINTAINS STUAWD - THE SCHOLARSHIPS
      * AND BURSARIES GRANTED TO A STUDENT FOR A TERM, WHICH USED TO
      * BE KEYED AS MANUAL BILLING ADJUSTMENTS.  G=GRANT AN ACTIVE
      * AWARD OFF THE AWDMAST MASTER FOR A TERM, OPTIONALLY FOR A
      * KEYED AMOUNT; R=REVOKE ONE WITH A REASON; ANY LOOKUP LISTS
      * THE STUDENT'S AWARDS (FROM THE KEYED TERM, IF ONE IS KEYED).
      * NOTHING IS POSTED HERE - THE MVBAWD NIGHTLY RUN CHECKS
      * ELIGIBILITY AND CREDITS THE ACCOUNT, AND TAKES THE CREDIT
      * BACK FOR AN AWARD REVOKED AFTER IT WAS PAID.  GRANTS AND
      * REVOKES ARE STAMPED WITH THE OPERATOR ID OFF THE SIGN-ON
      * QUEUE.  REACHED FROM THE MENU (CHOICE B), GATED THE SAME AS
      * THE OTHER UPDATE-CLASS FUNCTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPR'.
       COPY DFHBMSCA.
       COPY 'STUAWDC'.
       COPY 'AWDMASTC'.
       COPY 'STUFILEC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  The operator stamped on every grant and
      * revoke comes from here.
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

       01 WS-LINE-SUB                       PIC 9 VALUE ZERO.

      * Confirmation carried across the list redisplay that follows
      * a grant or revoke - the list paragraph wipes the map first.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

      * Amounts are keyed as 7 plain digits (dollars and cents, no
      * point) and redefined numeric once they have passed the edit,
      * the same way MVPRGCS takes a payment.
       01 WS-AMT-DIGITS                 PIC X(7).
       01 WS-AMT-NUMERIC REDEFINES WS-AMT-DIGITS
                                        PIC 9(5)V99.

       01 WS-GRANT-AMOUNT               PIC 9(7)V99 VALUE ZERO.

       01 WS-TERM-CHECK.
           05 WS-TC-TERM                PIC X.
               88 WS-TC-TERM-OK         VALUE 'F' 'W' 'S'.
           05 WS-TC-YEAR                PIC X(4).

       01 WS-AWARD-LINE.
           05 WS-AL-CODE                    PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-AL-TERM                    PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-AL-STATUS                  PIC X(12).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-AL-AMOUNT                  PIC ZZZZZZ9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-AL-DATE                    PIC 9(7).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-AL-OPERATOR                PIC X(8).
           05 FILLER                        PIC X(3) VALUE SPACES.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGAW'.
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
                                       QIDERR(700-RETURN)
            END-EXEC.

            IF EIBCALEN = 3

                GO TO 100-FIRST-TIME

            END-IF.

            EXEC CICS RECEIVE MAP('AWDMAP') MAPSET('MVMAPR')

            END-EXEC.

      * No sign-on queue means no operator to stamp - back to the
      * menu, which puts the sign-on screen up.
            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
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

            MOVE LOW-VALUES TO AWDMAPO.

            MOVE 'G=GRANT  R=REVOKE  BLANK=LIST AWARDS' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('AWDMAP') MAPSET('MVMAPR') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV25') END-EXEC.

       200-MAIN-LOGIC.

            IF STUNUML < 7

                MOVE LOW-VALUES TO AWDMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE STUDENT NUMBER MUST BE 7 LONG' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            ELSE IF STUNUMI IS NOT NUMERIC

                MOVE LOW-VALUES TO AWDMAPO
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

            IF FUNCI = 'G' OR FUNCI = 'g'

                GO TO 300-GRANT-AWARD

            ELSE IF FUNCI = 'R' OR FUNCI = 'r'

                GO TO 400-REVOKE-AWARD

            ELSE

                GO TO 500-LIST-AWARDS

            END-IF.

       300-GRANT-AWARD.

            PERFORM 850-EDIT-TERM-AND-CODE.

            MOVE ZERO TO WS-GRANT-AMOUNT.

            IF AAMTL > 0

                IF AAMTL < 7 OR AAMTI IS NOT NUMERIC

                    MOVE LOW-VALUES TO AWDMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'KEY AMOUNT AS 7 DIGITS, OR LEAVE BLANK'
                        TO OUTMSGO
                    MOVE -1 TO AAMTL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE AAMTI TO WS-AMT-DIGITS
                MOVE WS-AMT-NUMERIC TO WS-GRANT-AMOUNT

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(980-AWARD-NOT-ON-MASTER)
            END-EXEC.

            MOVE ACODEI TO AWDMAST-CODE.

            EXEC CICS READ FILE('AWDMAST')
                       INTO (AWDMAST-RECORD)
                       LENGTH (AWDMAST-LENGTH)
                       RIDFLD (AWDMAST-CODE)
            END-EXEC.

            IF NOT AWDMAST-ACTIVE

                MOVE LOW-VALUES TO AWDMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'THAT AWARD IS NO LONGER BEING GRANTED'
                    TO OUTMSGO
                MOVE -1 TO ACODEL
                GO TO 900-SEND-MAP

            END-IF.

      * A fresh grant is written; an earlier revoked or refused
      * grant of the same award for the same term is granted again
      * in place.  Anything still live is left alone.
            EXEC CICS HANDLE CONDITION
                 NOTFND(320-WRITE-AWARD)
            END-EXEC.

            MOVE STUNUMI TO STUAWD-STUDENT-NO.
            MOVE ATERMI TO STUAWD-TERM-YEAR.
            MOVE ACODEI TO STUAWD-AWARD-CODE.

            EXEC CICS READ FILE('STUAWD')
                       INTO (STUAWD-RECORD)
                       LENGTH (STUAWD-LENGTH)
                       RIDFLD (STUAWD-KEY)
                       UPDATE
            END-EXEC.

            IF NOT STUAWD-REVOKED AND NOT STUAWD-INELIGIBLE

                EXEC CICS UNLOCK FILE('STUAWD') END-EXEC

                GO TO 960-ALREADY-GRANTED

            END-IF.

            PERFORM 330-FILL-GRANT.

            EXEC CICS REWRITE FILE('STUAWD') FROM(STUAWD-RECORD)
                          LENGTH(STUAWD-LENGTH)
            END-EXEC.

            MOVE 'AWARD GRANTED AGAIN!' TO WS-HELD-MSG.
            GO TO 500-LIST-AWARDS.

       320-WRITE-AWARD.

            MOVE SPACES TO STUAWD-RECORD.
            MOVE STUNUMI TO STUAWD-STUDENT-NO.
            MOVE ATERMI TO STUAWD-TERM-YEAR.
            MOVE ACODEI TO STUAWD-AWARD-CODE.

            PERFORM 330-FILL-GRANT.

            EXEC CICS WRITE FILE('STUAWD') FROM(STUAWD-RECORD)
                          LENGTH(STUAWD-LENGTH)
                          RIDFLD(STUAWD-KEY)
            END-EXEC.

            MOVE 'AWARD GRANTED!' TO WS-HELD-MSG.
            GO TO 500-LIST-AWARDS.

       330-FILL-GRANT.

            SET STUAWD-GRANTED TO TRUE.
            MOVE WS-GRANT-AMOUNT TO STUAWD-GRANT-AMOUNT.
            MOVE ZERO TO STUAWD-DISB-AMOUNT.
            MOVE EIBDATE TO STUAWD-GRANT-DATE.
            MOVE TS-OPR-OPERATOR-ID TO STUAWD-GRANT-OPER.
            MOVE ZERO TO STUAWD-DISB-DATE.
            MOVE ZERO TO STUAWD-REVOKE-DATE.
            MOVE SPACES TO STUAWD-REVOKE-OPER.
            MOVE SPACES TO STUAWD-REASON.

      * A grant not yet paid simply stops; a paid one is left for
      * MVBAWD to take the credit back tonight.
       400-REVOKE-AWARD.

            PERFORM 850-EDIT-TERM-AND-CODE.

            IF ARSNL = 0

                MOVE LOW-VALUES TO AWDMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE REASON FOR REVOKING' TO OUTMSGO
                MOVE -1 TO ARSNL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION NOTFND(970-AWARD-NOT-FOUND)
            END-EXEC.

            MOVE STUNUMI TO STUAWD-STUDENT-NO.
            MOVE ATERMI TO STUAWD-TERM-YEAR.
            MOVE ACODEI TO STUAWD-AWARD-CODE.

            EXEC CICS READ FILE('STUAWD')
                       INTO (STUAWD-RECORD)
                       LENGTH (STUAWD-LENGTH)
                       RIDFLD (STUAWD-KEY)
                       UPDATE
            END-EXEC.

            IF STUAWD-GRANTED

                SET STUAWD-REVOKED TO TRUE
                MOVE 'AWARD REVOKED!' TO WS-HELD-MSG

            ELSE IF STUAWD-DISBURSED

                SET STUAWD-REVERSAL-DUE TO TRUE
                MOVE 'REVOKED - CREDIT REVERSED TONIGHT'
                    TO WS-HELD-MSG

            ELSE

                EXEC CICS UNLOCK FILE('STUAWD') END-EXEC

                GO TO 970-AWARD-NOT-FOUND

            END-IF.

            MOVE EIBDATE TO STUAWD-REVOKE-DATE.
            MOVE TS-OPR-OPERATOR-ID TO STUAWD-REVOKE-OPER.
            MOVE ARSNI TO STUAWD-REASON.

            EXEC CICS REWRITE FILE('STUAWD') FROM(STUAWD-RECORD)
                          LENGTH(STUAWD-LENGTH)
            END-EXEC.

            GO TO 500-LIST-AWARDS.

      * Lists the student's awards on the browse lines, from the
      * keyed term when there is one - six at a time.
       500-LIST-AWARDS.

            MOVE ATERMI TO WS-TERM-CHECK.

            MOVE LOW-VALUES TO AWDMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE

                MOVE 'AWARDS SHOWN' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            MOVE ZERO TO WS-LINE-SUB.

            EXEC CICS HANDLE CONDITION
                 NOTFND(540-LIST-DONE)
                 ENDFILE(530-LIST-BREAK)
            END-EXEC.

            MOVE STUNUMI TO STUAWD-STUDENT-NO.
            MOVE LOW-VALUES TO STUAWD-TERM-YEAR.
            MOVE LOW-VALUES TO STUAWD-AWARD-CODE.

            IF ATERML = 5 AND WS-TC-TERM-OK

                MOVE ATERMI TO STUAWD-TERM-YEAR

            END-IF.

            EXEC CICS STARTBR FILE('STUAWD')
                          RIDFLD(STUAWD-KEY)
                          GTEQ
            END-EXEC.

       510-LIST-NEXT.

            EXEC CICS READNEXT FILE('STUAWD')
                       INTO (STUAWD-RECORD)
                       RIDFLD (STUAWD-KEY)
                       LENGTH (STUAWD-LENGTH)
            END-EXEC.

            IF STUAWD-STUDENT-NO NOT = STUNUMI

                GO TO 530-LIST-BREAK

            END-IF.

            IF WS-LINE-SUB < 6

                ADD 1 TO WS-LINE-SUB
                PERFORM 520-FORMAT-LINE
                MOVE WS-AWARD-LINE TO AWLINEO (WS-LINE-SUB)

            END-IF.

            GO TO 510-LIST-NEXT.

      * Status, amount and the date and operator of the last thing
      * that happened to the award.
       520-FORMAT-LINE.

            MOVE STUAWD-AWARD-CODE TO WS-AL-CODE.
            MOVE STUAWD-TERM-YEAR TO WS-AL-TERM.
            MOVE STUAWD-GRANT-AMOUNT TO WS-AL-AMOUNT.
            MOVE STUAWD-GRANT-DATE TO WS-AL-DATE.
            MOVE STUAWD-GRANT-OPER TO WS-AL-OPERATOR.
            MOVE DFHGREEN TO AWLINEC (WS-LINE-SUB).

            IF STUAWD-GRANTED

                MOVE 'GRANTED' TO WS-AL-STATUS

            ELSE IF STUAWD-DISBURSED

                MOVE 'PAID' TO WS-AL-STATUS
                MOVE STUAWD-DISB-AMOUNT TO WS-AL-AMOUNT
                MOVE STUAWD-DISB-DATE TO WS-AL-DATE
                MOVE 'MVBAWD' TO WS-AL-OPERATOR

            ELSE IF STUAWD-INELIGIBLE

                MOVE 'NOT ELIGIBLE' TO WS-AL-STATUS
                MOVE DFHRED TO AWLINEC (WS-LINE-SUB)

            ELSE IF STUAWD-REVERSAL-DUE

                MOVE 'REVOKED/PAID' TO WS-AL-STATUS
                MOVE STUAWD-DISB-AMOUNT TO WS-AL-AMOUNT
                MOVE STUAWD-REVOKE-DATE TO WS-AL-DATE
                MOVE STUAWD-REVOKE-OPER TO WS-AL-OPERATOR
                MOVE DFHRED TO AWLINEC (WS-LINE-SUB)

            ELSE

                MOVE 'REVOKED' TO WS-AL-STATUS
                MOVE STUAWD-REVOKE-DATE TO WS-AL-DATE
                MOVE STUAWD-REVOKE-OPER TO WS-AL-OPERATOR
                MOVE DFHRED TO AWLINEC (WS-LINE-SUB)

            END-IF.

       530-LIST-BREAK.

            EXEC CICS ENDBR FILE('STUAWD') END-EXEC.

       540-LIST-DONE.

            IF WS-LINE-SUB = ZERO AND WS-HELD-MSG = SPACES

                MOVE 'NO AWARDS ON FILE FOR THIS STUDENT' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO AWDMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * The award list shows the student, so it is logged to VIEWLOG
      * through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' S T U D E N T  A W A R D S' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            STUNUMC,
                            STUNAMC,
                            ATERMC,
                            ACODEC,
                            AAMTC,
                            ARSNC.
            MOVE DFHBMFSE TO FUNCA,
                             STUNUMA,
                             ATERMA,
                             ACODEA,
                             AAMTA,
                             ARSNA.

      * Grant and revoke both need a term and an award code.
       850-EDIT-TERM-AND-CODE.

            MOVE ATERMI TO WS-TERM-CHECK.

            IF ATERML < 5 OR NOT WS-TC-TERM-OK
                    OR WS-TC-YEAR IS NOT NUMERIC

                MOVE LOW-VALUES TO AWDMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER TERM AND YEAR (EXAMPLE F2026)' TO OUTMSGO
                MOVE -1 TO ATERML
                GO TO 900-SEND-MAP

            END-IF.

            IF ACODEL = 0

                MOVE LOW-VALUES TO AWDMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE AWARD CODE' TO OUTMSGO
                MOVE -1 TO ACODEL
                GO TO 900-SEND-MAP

            END-IF.

       900-SEND-MAP.

            EXEC CICS SEND MAP('AWDMAP') MAPSET('MVMAPR') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV25') END-EXEC.

       950-STUDENT-NOT-FOUND.

            MOVE LOW-VALUES TO AWDMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       960-ALREADY-GRANTED.

            MOVE LOW-VALUES TO AWDMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'AWARD ALREADY GRANTED FOR THAT TERM' TO OUTMSGO.
            MOVE -1 TO ACODEL.
            GO TO 900-SEND-MAP.

       970-AWARD-NOT-FOUND.

            MOVE LOW-VALUES TO AWDMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO ACTIVE GRANT OF THAT AWARD AND TERM' TO OUTMSGO.
            MOVE -1 TO ACODEL.
            GO TO 900-SEND-MAP.

       980-AWARD-NOT-ON-MASTER.

            MOVE LOW-VALUES TO AWDMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'AWARD CODE NOT ON THE AWARD MASTER' TO OUTMSGO.
            MOVE -1 TO ACODEL.
            GO TO 900-SEND-MAP.
