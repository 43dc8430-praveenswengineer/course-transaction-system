       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGTQ.
       AUTHOR. MICHAEL VALDRON.

      * TRANSCRIPT REQUEST SCREEN.  R=REQUEST TAKES A STUDENT'S
      * REQUEST TO HAVE A TRANSCRIPT SENT TO ANOTHER INSTITUTION ONTO
      * TRQFILE - THE RECEIVING INSTITUTION (CHECKED AGAINST THE
      * INSTITUTION CODES ON EQUIVTBL), THE DELIVERY METHOD
      * (ELECTRONIC EXCHANGE OR PAPER) AND THE FEE, WHICH IS CHARGED
      * STRAIGHT TO ACCTBAL AND THE ACCTTRN LEDGER THE SAME WAY
      * MVPRGPL CHARGES THE PLAN FEE.  A STUDENT WITH A
      * TRANSCRIPT-CLASS HOLD ON HOLDFLE IS REFUSED AT THE COUNTER.
      * C=CANCEL WITHDRAWS A REQUEST NOT YET SENT, BY ITS LINE ON THE
      * LIST; THE FEE STAYS CHARGED.  ANY LOOKUP LISTS THE STUDENT'S
      * LATEST SIX REQUESTS.  THE NIGHTLY MVBTRNS RUN BUILDS AND
      * SENDS THE TRANSCRIPTS.  REQUESTS ARE STAMPED WITH THE
      * OPERATOR ID OFF THE SIGN-ON QUEUE.  REACHED FROM THE MENU
      * (CHOICE E), GATED THE SAME AS THE OTHER UPDATE-CLASS
      * FUNCTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPZ'.
       COPY DFHBMSCA.
       COPY 'TRQRECC'.
       COPY 'STUFILEC'.
       COPY 'EQUIVREC'.
       COPY 'HOLDRECC'.
       COPY 'ACCTRECC'.
       COPY 'ACCTTRNC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  The operator stamped on every request
      * comes from here.
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

      * Standard fee, charged when the fee field is left blank.
       01 WS-TRANSCRIPT-FEE             PIC 9(3)V99 VALUE 10.00.

      * The fee is keyed as 5 plain digits and redefined numeric once
      * it has passed the edit, the way MVPRGCS takes an amount.
       01 WS-FEE-DIGITS                 PIC X(5).
       01 WS-FEE-NUMERIC REDEFINES WS-FEE-DIGITS
                                        PIC 9(3)V99.

       01 WS-REQ-FEE                    PIC 9(3)V99 VALUE ZERO.
       01 WS-REQ-METHOD                 PIC X VALUE SPACE.

       01 WS-TRANSCR-HOLD-SW            PIC X VALUE 'N'.
           88 WS-TRANSCR-HOLD           VALUE 'Y'.

       01 WS-HOLD-MSG.
           05 FILLER                    PIC X(16)
                                        VALUE 'TRANSCRIPT HOLD '.
           05 WS-HM-TYPE                PIC X(2).
           05 FILLER                    PIC X(22)
                                        VALUE ' ON FILE - NOT TAKEN'.

      * The student's latest six requests, oldest first - the list
      * and a cancel both work off the same browse, so the line
      * numbers the clerk sees are the ones a cancel acts on.
       01 WS-REQ-COUNT                  PIC 9 VALUE ZERO.
       01 WS-REQ-TOTAL                  PIC 9(3) VALUE ZERO.
       01 WS-REQ-SUB                    PIC 9 VALUE ZERO.
       01 WS-LINE-SUB                   PIC 9 VALUE ZERO.

       01 WS-MORE-MSG.
           05 FILLER                    PIC X(12)
                                        VALUE 'LATEST 6 OF '.
           05 WS-MM-TOTAL               PIC ZZ9.
           05 FILLER                    PIC X(15)
                                        VALUE ' REQUESTS SHOWN'.

       01 WS-REQ-TABLE.
           05 WS-RT-ENTRY               PIC X(100) OCCURS 6.

       01 WS-CANCEL-REASON.
           05 FILLER                    PIC X(13)
                                        VALUE 'CANCELLED BY '.
           05 WS-CR-OPERATOR            PIC X(8).
           05 FILLER                    PIC X(9) VALUE SPACES.

      * Confirmation carried across the list redisplay that follows
      * a request or cancel - the show paragraph wipes the map first.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

       01 WS-REQ-LINE.
           05 FILLER                        PIC X(1) VALUE '#'.
           05 WS-RL-NUMBER                  PIC 9.
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-RL-DATE                    PIC 9(7).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-RL-INST                    PIC X(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-RL-METHOD                  PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-RL-FEE                     PIC ZZ9.99.
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-RL-STATUS                  PIC X(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-RL-DETAIL                  PIC X(23).

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGTQ'.
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

            EXEC CICS RECEIVE MAP('TRQMAP') MAPSET('MVMAPZ')

            END-EXEC.

      * No sign-on queue means no operator to stamp - back to the
      * menu, which puts the sign-on screen up.  A sign-on below
      * update level (the transaction keyed straight in) goes the
      * same way and the menu deals with it.
            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF NOT TS-OPR-IS-FULL AND NOT TS-OPR-IS-ADMIN

                GO TO 700-RETURN

            END-IF.

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

            MOVE LOW-VALUES TO TRQMAPO.

            MOVE 'R=REQUEST  C=CANCEL LINE  BLANK=LIST' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('TRQMAP') MAPSET('MVMAPZ') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV34') END-EXEC.

       200-MAIN-LOGIC.

            IF STUNUML < 7

                MOVE LOW-VALUES TO TRQMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE STUDENT NUMBER MUST BE 7 LONG' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            ELSE IF STUNUMI IS NOT NUMERIC

                MOVE LOW-VALUES TO TRQMAPO
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

            IF FUNCI = 'R' OR FUNCI = 'r'

                GO TO 300-RECORD-REQUEST

            ELSE IF FUNCI = 'C' OR FUNCI = 'c'

                GO TO 400-CANCEL-REQUEST

            ELSE

                GO TO 500-SHOW-REQUESTS

            END-IF.

      * A new request - institution, method and fee edited, the
      * student's holds checked, then the request written and the
      * fee charged.
       300-RECORD-REQUEST.

            IF INSTL < 1

                MOVE LOW-VALUES TO TRQMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE RECEIVING INSTITUTION CODE' TO OUTMSGO
                MOVE -1 TO INSTL
                GO TO 900-SEND-MAP

            END-IF.

            IF METHI = 'E' OR METHI = 'e'

                MOVE 'E' TO WS-REQ-METHOD

            ELSE IF METHI = 'P' OR METHI = 'p'

                MOVE 'P' TO WS-REQ-METHOD

            ELSE

                MOVE LOW-VALUES TO TRQMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'METHOD MUST BE E=ELECTRONIC OR P=PAPER'
                    TO OUTMSGO
                MOVE -1 TO METHL
                GO TO 900-SEND-MAP

            END-IF.

            IF TFEEL = 0

                MOVE WS-TRANSCRIPT-FEE TO WS-REQ-FEE

            ELSE IF TFEEL < 5 OR TFEEI IS NOT NUMERIC

                MOVE LOW-VALUES TO TRQMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'KEY FEE AS 5 DIGITS (01000=10.00)' TO OUTMSGO
                MOVE -1 TO TFEEL
                GO TO 900-SEND-MAP

            ELSE

                MOVE TFEEI TO WS-FEE-DIGITS
                MOVE WS-FEE-NUMERIC TO WS-REQ-FEE

            END-IF.

      * The institution must be one the registrar has on the
      * equivalency table - the first entry under the code is enough.
            EXEC CICS HANDLE CONDITION
                 NOTFND(960-INST-NOT-FOUND)
                 ENDFILE(955-INST-BREAK)
            END-EXEC.

            MOVE INSTI TO EQUIV-INST.
            MOVE LOW-VALUES TO EQUIV-EXT-COURSE.

            EXEC CICS STARTBR FILE('EQUIVTBL')
                          RIDFLD(EQUIV-KEY)
                          GTEQ
            END-EXEC.

            EXEC CICS READNEXT FILE('EQUIVTBL')
                       INTO (EQUIVTBL-RECORD)
                       RIDFLD (EQUIV-KEY)
                       LENGTH (EQUIVTBL-LENGTH)
            END-EXEC.

            EXEC CICS ENDBR FILE('EQUIVTBL') END-EXEC.

            IF EQUIV-INST NOT = INSTI

                GO TO 960-INST-NOT-FOUND

            END-IF.

            PERFORM 330-CHECK-HOLDS THRU 339-CHECK-HOLDS-EXIT.

            IF WS-TRANSCR-HOLD

                GO TO 975-TRANSCRIPT-HOLD

            END-IF.

            EXEC CICS HANDLE CONDITION
                 DUPREC(980-DUPLICATE-REQUEST)
            END-EXEC.

            MOVE SPACES TO TRQFILE-RECORD.
            MOVE STUNUMI TO TRQFILE-STUDENT-NO.
            MOVE EIBDATE TO TRQFILE-REQ-DATE.
            MOVE EIBTIME TO TRQFILE-REQ-TIME.
            MOVE INSTI TO TRQFILE-INST.
            MOVE WS-REQ-METHOD TO TRQFILE-METHOD.
            MOVE WS-REQ-FEE TO TRQFILE-FEE.
            MOVE TS-OPR-OPERATOR-ID TO TRQFILE-OPERATOR-ID.
            SET TRQFILE-PENDING TO TRUE.
            MOVE ZERO TO TRQFILE-ACTION-DATE.

            EXEC CICS WRITE FILE('TRQFILE') FROM(TRQFILE-RECORD)
                          LENGTH(TRQFILE-LENGTH)
                          RIDFLD(TRQFILE-KEY)
            END-EXEC.

            IF WS-REQ-FEE = ZERO

                MOVE 'REQUEST TAKEN - FEE WAIVED!' TO WS-HELD-MSG
                GO TO 500-SHOW-REQUESTS

            END-IF.

            GO TO 340-CHARGE-FEE.

      * Browses the student's HOLDFLE entries for one whose class
      * blocks transcript release - the same scan MVPRGTR makes
      * before a print.
       330-CHECK-HOLDS.

            MOVE 'N' TO WS-TRANSCR-HOLD-SW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(339-CHECK-HOLDS-EXIT)
                 ENDFILE(338-HOLD-SCAN-DONE)
            END-EXEC.

            MOVE STUNUMI TO HOLDFLE-STUDENT-NO.
            MOVE LOW-VALUES TO HOLDFLE-TYPE.

            EXEC CICS STARTBR FILE('HOLDFLE')
                          RIDFLD(HOLDFLE-KEY)
                          GTEQ
            END-EXEC.

       335-HOLD-SCAN-NEXT.

            EXEC CICS READNEXT FILE('HOLDFLE')
                       INTO (HOLDFLE-RECORD)
                       RIDFLD (HOLDFLE-KEY)
                       LENGTH (HOLDFLE-LENGTH)
            END-EXEC.

            IF HOLDFLE-STUDENT-NO NOT = STUNUMI

                GO TO 338-HOLD-SCAN-DONE

            END-IF.

            IF HOLDFLE-TRANSCR-CLASS

                MOVE 'Y' TO WS-TRANSCR-HOLD-SW
                MOVE HOLDFLE-TYPE TO WS-HM-TYPE

            END-IF.

            GO TO 335-HOLD-SCAN-NEXT.

       338-HOLD-SCAN-DONE.

            EXEC CICS ENDBR FILE('HOLDFLE') END-EXEC.

       339-CHECK-HOLDS-EXIT.
            EXIT.

      * The fee goes on the balance now, against the student's
      * current term.
       340-CHARGE-FEE.

            EXEC CICS HANDLE CONDITION NOTFND(345-NEW-BALANCE)
            END-EXEC.

            MOVE STUNUMI TO ACCTBAL-STUDENT-NO.

            EXEC CICS READ FILE('ACCTBAL')
                       INTO (ACCTBAL-RECORD)
                       LENGTH (ACCTBAL-LENGTH)
                       RIDFLD (ACCTBAL-STUDENT-NO)
                       UPDATE
            END-EXEC.

            ADD WS-REQ-FEE TO ACCTBAL-CHARGED.
            ADD WS-REQ-FEE TO ACCTBAL-BALANCE.
            MOVE EIBDATE TO ACCTBAL-LAST-DATE.

            EXEC CICS REWRITE FILE('ACCTBAL')
                          FROM(ACCTBAL-RECORD)
                          LENGTH(ACCTBAL-LENGTH)
            END-EXEC.

            GO TO 350-JOURNAL-FEE.

       345-NEW-BALANCE.

            MOVE SPACES TO ACCTBAL-RECORD.
            MOVE STUNUMI TO ACCTBAL-STUDENT-NO.
            MOVE WS-REQ-FEE TO ACCTBAL-CHARGED.
            MOVE ZERO TO ACCTBAL-PAID.
            MOVE WS-REQ-FEE TO ACCTBAL-BALANCE.
            MOVE EIBDATE TO ACCTBAL-LAST-DATE.

            EXEC CICS WRITE FILE('ACCTBAL') FROM(ACCTBAL-RECORD)
                          LENGTH(ACCTBAL-LENGTH)
                          RIDFLD(ACCTBAL-STUDENT-NO)
            END-EXEC.

       350-JOURNAL-FEE.

            MOVE SPACES TO ACCTTRN-RECORD.
            MOVE STUNUMI TO ACCTTRN-STUDENT-NO.
            MOVE EIBDATE TO ACCTTRN-DATE.
            MOVE EIBTIME TO ACCTTRN-TIME.
            MOVE 1 TO ACCTTRN-SEQ.
            SET ACCTTRN-TRANSCRIPT-FEE TO TRUE.
            SET ACCTTRN-DEBIT TO TRUE.
            MOVE STUFILE-TERM-YEAR TO ACCTTRN-TERM-YEAR.
            MOVE WS-REQ-FEE TO ACCTTRN-AMOUNT.
            MOVE INSTI TO ACCTTRN-REF.
            MOVE 'MVPRGTQ' TO ACCTTRN-SOURCE.

            EXEC CICS WRITE FILE('ACCTTRN') FROM(ACCTTRN-RECORD)
                          LENGTH(ACCTTRN-LENGTH)
                          RIDFLD(ACCTTRN-KEY)
            END-EXEC.

            MOVE 'REQUEST TAKEN - TRANSCRIPT FEE CHARGED!'
                TO WS-HELD-MSG.
            GO TO 500-SHOW-REQUESTS.

      * Only a request still waiting on the nightly run (pending or
      * held) can be withdrawn.
       400-CANCEL-REQUEST.

            IF TLINEL = 0 OR TLINEI IS NOT NUMERIC
                    OR TLINEI < '1' OR TLINEI > '6'

                MOVE LOW-VALUES TO TRQMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE LINE (1-6) TO CANCEL' TO OUTMSGO
                MOVE -1 TO TLINEL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE TLINEI TO WS-LINE-SUB.

            PERFORM 510-LOAD-REQUESTS THRU 519-LOAD-REQUESTS-EXIT.

            IF WS-LINE-SUB > WS-REQ-COUNT

                GO TO 985-NO-SUCH-LINE

            END-IF.

            MOVE WS-RT-ENTRY (WS-LINE-SUB) TO TRQFILE-RECORD.

            EXEC CICS HANDLE CONDITION NOTFND(985-NO-SUCH-LINE)
            END-EXEC.

            EXEC CICS READ FILE('TRQFILE')
                       INTO (TRQFILE-RECORD)
                       LENGTH (TRQFILE-LENGTH)
                       RIDFLD (TRQFILE-KEY)
                       UPDATE
            END-EXEC.

            IF NOT TRQFILE-OPEN

                EXEC CICS UNLOCK FILE('TRQFILE') END-EXEC

                GO TO 990-NOT-OPEN

            END-IF.

            SET TRQFILE-CANCELLED TO TRUE.
            MOVE EIBDATE TO TRQFILE-ACTION-DATE.
            MOVE TS-OPR-OPERATOR-ID TO WS-CR-OPERATOR.
            MOVE WS-CANCEL-REASON TO TRQFILE-REASON.

            EXEC CICS REWRITE FILE('TRQFILE') FROM(TRQFILE-RECORD)
                          LENGTH(TRQFILE-LENGTH)
            END-EXEC.

            MOVE 'REQUEST CANCELLED - FEE STAYS CHARGED!'
                TO WS-HELD-MSG.
            GO TO 500-SHOW-REQUESTS.

      * Lists the student's latest six requests with where each one
      * stands.
       500-SHOW-REQUESTS.

            MOVE LOW-VALUES TO TRQMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.

            PERFORM 510-LOAD-REQUESTS THRU 519-LOAD-REQUESTS-EXIT.

            IF WS-REQ-COUNT = ZERO

                MOVE 'NO TRANSCRIPT REQUESTS ON FILE' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC
                GO TO 550-SHOW-DONE

            END-IF.

            PERFORM 520-FORMAT-LINE
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > WS-REQ-COUNT.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE IF WS-REQ-TOTAL > 6

                MOVE WS-REQ-TOTAL TO WS-MM-TOTAL
                MOVE WS-MORE-MSG TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            ELSE

                MOVE 'TRANSCRIPT REQUESTS SHOWN' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            GO TO 550-SHOW-DONE.

      * Browses the student's requests into the table, keeping the
      * last six once there are more.
       510-LOAD-REQUESTS.

            MOVE ZERO TO WS-REQ-COUNT.
            MOVE ZERO TO WS-REQ-TOTAL.

            EXEC CICS HANDLE CONDITION
                 NOTFND(519-LOAD-REQUESTS-EXIT)
                 ENDFILE(518-LOAD-BREAK)
            END-EXEC.

            MOVE STUNUMI TO TRQFILE-STUDENT-NO.
            MOVE LOW-VALUES TO TRQFILE-REQ-STAMP.

            EXEC CICS STARTBR FILE('TRQFILE')
                          RIDFLD(TRQFILE-KEY)
                          GTEQ
            END-EXEC.

       515-LOAD-NEXT.

            EXEC CICS READNEXT FILE('TRQFILE')
                       INTO (TRQFILE-RECORD)
                       RIDFLD (TRQFILE-KEY)
                       LENGTH (TRQFILE-LENGTH)
            END-EXEC.

            IF TRQFILE-STUDENT-NO NOT = STUNUMI

                GO TO 518-LOAD-BREAK

            END-IF.

            ADD 1 TO WS-REQ-TOTAL.

            IF WS-REQ-COUNT < 6

                ADD 1 TO WS-REQ-COUNT

            ELSE

                PERFORM 530-SHIFT-UP
                    VARYING WS-REQ-SUB FROM 1 BY 1
                    UNTIL WS-REQ-SUB > 5

            END-IF.

            MOVE TRQFILE-RECORD TO WS-RT-ENTRY (WS-REQ-COUNT).

            GO TO 515-LOAD-NEXT.

       518-LOAD-BREAK.

            EXEC CICS ENDBR FILE('TRQFILE') END-EXEC.

       519-LOAD-REQUESTS-EXIT.
            EXIT.

       520-FORMAT-LINE.

            MOVE WS-RT-ENTRY (WS-LINE-SUB) TO TRQFILE-RECORD.

            MOVE WS-LINE-SUB TO WS-RL-NUMBER.
            MOVE TRQFILE-REQ-DATE TO WS-RL-DATE.
            MOVE TRQFILE-INST TO WS-RL-INST.
            MOVE TRQFILE-METHOD TO WS-RL-METHOD.
            MOVE TRQFILE-FEE TO WS-RL-FEE.
            MOVE TRQFILE-REASON TO WS-RL-DETAIL.
            MOVE DFHBLUE TO TQLINEC (WS-LINE-SUB).

            IF TRQFILE-PENDING

                MOVE 'PENDING' TO WS-RL-STATUS

            ELSE IF TRQFILE-SENT

                MOVE 'SENT' TO WS-RL-STATUS
                MOVE TRQFILE-SERIAL TO WS-RL-DETAIL
                MOVE DFHGREEN TO TQLINEC (WS-LINE-SUB)

            ELSE IF TRQFILE-HELD

                MOVE 'HELD' TO WS-RL-STATUS
                MOVE DFHRED TO TQLINEC (WS-LINE-SUB)

            ELSE IF TRQFILE-FAILED

                MOVE 'FAILED' TO WS-RL-STATUS
                MOVE DFHRED TO TQLINEC (WS-LINE-SUB)

            ELSE

                MOVE 'CANCELLED' TO WS-RL-STATUS

            END-IF.

            MOVE WS-REQ-LINE TO TQLINEO (WS-LINE-SUB).

       530-SHIFT-UP.

            MOVE WS-RT-ENTRY (WS-REQ-SUB + 1)
                TO WS-RT-ENTRY (WS-REQ-SUB).

       550-SHOW-DONE.

            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO TRQMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * The request list shows the student, so it is logged to
      * VIEWLOG through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' T R A N S C R I P T S' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            STUNUMC,
                            STUNAMC,
                            INSTC,
                            METHC,
                            TFEEC,
                            TLINEC.
            MOVE DFHBMFSE TO FUNCA,
                             STUNUMA,
                             INSTA,
                             METHA,
                             TFEEA,
                             TLINEA.

       900-SEND-MAP.

            EXEC CICS SEND MAP('TRQMAP') MAPSET('MVMAPZ') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV34') END-EXEC.

       950-STUDENT-NOT-FOUND.

            MOVE LOW-VALUES TO TRQMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       955-INST-BREAK.

            EXEC CICS ENDBR FILE('EQUIVTBL') END-EXEC.

       960-INST-NOT-FOUND.

            MOVE LOW-VALUES TO TRQMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO SUCH INSTITUTION ON EQUIVTBL' TO OUTMSGO.
            MOVE -1 TO INSTL.
            GO TO 900-SEND-MAP.

       975-TRANSCRIPT-HOLD.

            MOVE LOW-VALUES TO TRQMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE WS-HOLD-MSG TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       980-DUPLICATE-REQUEST.

            MOVE LOW-VALUES TO TRQMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'REQUEST NOT TAKEN - KEY IT AGAIN' TO OUTMSGO.
            MOVE -1 TO FUNCL.
            GO TO 900-SEND-MAP.

       985-NO-SUCH-LINE.

            MOVE LOW-VALUES TO TRQMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO REQUEST ON THAT LINE' TO OUTMSGO.
            MOVE -1 TO TLINEL.
            GO TO 900-SEND-MAP.

       990-NOT-OPEN.

            MOVE LOW-VALUES TO TRQMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'THAT REQUEST IS ALREADY SENT OR CLOSED' TO OUTMSGO.
            MOVE -1 TO TLINEL.
            GO TO 900-SEND-MAP.
