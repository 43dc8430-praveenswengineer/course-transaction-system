       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGPL.
       AUTHOR. MICHAEL VALDRON.

      * INSTALLMENT PAYMENT PLAN SCREEN.  E=ENROLL PUTS WHAT THE
      * STUDENT STILL OWES ON A TERM'S TUITION (THE CHGHIST CHARGE,
      * LESS ANY SPONSOR'S SHARE, LESS WHAT IS ALREADY PAID) ON A
      * PLANFLE PAYMENT PLAN OF 2 TO 6 EQUAL INSTALLMENTS - THE
      * FIRST DUE ON THE TERM'S TERMCAL FEE DUE DATE (OR 30 DAYS OUT
      * IF THAT HAS PASSED), THE REST EVERY 30 DAYS AFTER - AND
      * CHARGES THE PLAN FEE STRAIGHT TO ACCTBAL AND THE ACCTTRN
      * LEDGER.  C=CANCEL CLOSES A PLAN, PUTTING THE TERM BACK IN
      * COLLECTIONS; THE FEE STAYS CHARGED.  ANY LOOKUP SHOWS THE
      * PLAN AND ITS INSTALLMENTS (THE STUDENT'S FIRST PLAN IF NO
      * TERM IS KEYED).  THE MVBPLAN NIGHTLY RUN APPLIES PAYMENTS
      * TO THE INSTALLMENTS AND DEFAULTS A PLAN ON A MISSED ONE;
      * MVBDUN LEAVES A TERM ON A CURRENT PLAN ALONE.  ENROLLMENTS
      * ARE STAMPED WITH THE OPERATOR ID OFF THE SIGN-ON QUEUE.
      * REACHED FROM THE MENU (CHOICE I), GATED THE SAME AS THE
      * OTHER UPDATE-CLASS FUNCTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPS'.
       COPY DFHBMSCA.
       COPY 'PLANRECC'.
       COPY 'STUFILEC'.
       COPY 'CHGHISTC'.
       COPY 'TERMCALC'.
       COPY 'ACCTRECC'.
       COPY 'ACCTTRNC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  The operator stamped on every enrollment
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

      * Flat fee charged on every enrollment.
       01 WS-PLAN-FEE                   PIC 9(5)V99 VALUE 25.00.

       01 WS-DEFAULT-COUNT              PIC 9 VALUE 4.

       01 WS-INST-COUNT                 PIC 9 VALUE ZERO.
       01 WS-INST-SUB                   PIC 9 VALUE ZERO.
       01 WS-LINE-SUB                   PIC 9 VALUE ZERO.

       01 WS-SPONSOR-SHARE              PIC 9(7)V99 VALUE ZERO.
       01 WS-PLAN-AMOUNT                PIC S9(7)V99 VALUE ZERO.
       01 WS-INST-AMOUNT                PIC 9(7)V99 VALUE ZERO.

      * Confirmation carried across the plan redisplay that follows
      * an enroll or cancel - the show paragraph wipes the map first.
       01 WS-HELD-MSG                       PIC X(40) VALUE SPACES.

      * Installment due dates step 30 days at a time on the 0CYYDDD
      * date - the usual crude 365-day year.
       01 WS-DUE-DIGITS                 PIC 9(7).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DIGITS.
           05 FILLER                    PIC 9.
           05 WS-DD-CYY                 PIC 999.
           05 WS-DD-DDD                 PIC 999.

       01 WS-TERM-CHECK.
           05 WS-TC-TERM                PIC X.
               88 WS-TC-TERM-OK         VALUE 'F' 'W' 'S'.
           05 WS-TC-YEAR                PIC X(4).

       01 WS-SUMMARY-LINE.
           05 WS-SL-STATUS                  PIC X(9).
           05 FILLER                        PIC X(6) VALUE ' OWED '.
           05 WS-SL-AMOUNT                  PIC ZZZZZZ9.99.
           05 FILLER                        PIC X(5) VALUE ' FEE '.
           05 WS-SL-FEE                     PIC ZZZZ9.99.
           05 FILLER                        PIC X(6) VALUE ' PAID '.
           05 WS-SL-APPLIED                 PIC ZZZZZZ9.99.
           05 FILLER                        PIC X(6) VALUE SPACES.

       01 WS-INST-LINE.
           05 FILLER                        PIC X(1) VALUE '#'.
           05 WS-IL-NUMBER                  PIC 9.
           05 FILLER                        PIC X(6) VALUE ' DUE  '.
           05 WS-IL-DUE-DATE                PIC 9(7).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-IL-AMOUNT                  PIC ZZZZZZ9.99.
           05 FILLER                        PIC X(7) VALUE '  PAID '.
           05 WS-IL-PAID                    PIC ZZZZZZ9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-IL-STATUS                  PIC X(6).
           05 FILLER                        PIC X(8) VALUE SPACES.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGPL'.
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

            EXEC CICS RECEIVE MAP('PLNMAP') MAPSET('MVMAPS')

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

            MOVE LOW-VALUES TO PLNMAPO.

            MOVE 'E=ENROLL  C=CANCEL  BLANK=SHOW PLAN' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('PLNMAP') MAPSET('MVMAPS') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV26') END-EXEC.

       200-MAIN-LOGIC.

            IF STUNUML < 7

                MOVE LOW-VALUES TO PLNMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE STUDENT NUMBER MUST BE 7 LONG' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            ELSE IF STUNUMI IS NOT NUMERIC

                MOVE LOW-VALUES TO PLNMAPO
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

            IF FUNCI = 'E' OR FUNCI = 'e'

                GO TO 300-ENROL-PLAN

            ELSE IF FUNCI = 'C' OR FUNCI = 'c'

                GO TO 400-CANCEL-PLAN

            ELSE

                GO TO 500-SHOW-PLAN

            END-IF.

      * The plan covers the student's own share of what is still
      * owed on the term - the sponsor's share is split off the same
      * way MVBTUI bills it.
       300-ENROL-PLAN.

            PERFORM 850-EDIT-TERM.

            IF PCNTL = 0

                MOVE WS-DEFAULT-COUNT TO WS-INST-COUNT

            ELSE IF PCNTI IS NOT NUMERIC OR PCNTI < '2'
                    OR PCNTI > '6'

                MOVE LOW-VALUES TO PLNMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'INSTALLMENTS MUST BE 2 TO 6' TO OUTMSGO
                MOVE -1 TO PCNTL
                GO TO 900-SEND-MAP

            ELSE

                MOVE PCNTI TO WS-INST-COUNT

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(960-NO-CHARGES)
            END-EXEC.

            MOVE STUNUMI TO CHGHIST-STUDENT-NO.
            MOVE PTERMI TO CHGHIST-TERM-YEAR.

            EXEC CICS READ FILE('CHGHIST')
                       INTO (CHGHIST-RECORD)
                       LENGTH (CHGHIST-LENGTH)
                       RIDFLD (CHGHIST-KEY)
            END-EXEC.

            MOVE ZERO TO WS-SPONSOR-SHARE.

            IF STUFILE-SPONSOR-ID NOT = SPACES
                    AND STUFILE-SPONSOR-PCT IS NUMERIC
                    AND STUFILE-SPONSOR-PCT > ZERO

                COMPUTE WS-SPONSOR-SHARE ROUNDED =
                    CHGHIST-CHARGED * STUFILE-SPONSOR-PCT / 100

            END-IF.

            COMPUTE WS-PLAN-AMOUNT = CHGHIST-CHARGED
                - WS-SPONSOR-SHARE - CHGHIST-PAID.

            IF WS-PLAN-AMOUNT NOT > ZERO

                GO TO 965-NOTHING-OWING

            END-IF.

      * A term with no calendar entry has no due date to start
      * from - the first installment falls 30 days out.
            EXEC CICS HANDLE CONDITION
                 NOTFND(305-NO-CALENDAR)
            END-EXEC.

            MOVE PTERMI TO TERMCAL-TERM-YEAR.

            EXEC CICS READ FILE('TERMCAL')
                       INTO (TERMCAL-RECORD)
                       LENGTH (TERMCAL-LENGTH)
                       RIDFLD (TERMCAL-TERM-YEAR)
            END-EXEC.

            GO TO 310-CHECK-PLAN.

       305-NO-CALENDAR.

            MOVE ZERO TO TERMCAL-FEE-DUE-DATE.

      * A plan still running (current or defaulted) blocks a new
      * one; a paid-off or cancelled plan is replaced in place.
       310-CHECK-PLAN.

            EXEC CICS HANDLE CONDITION
                 NOTFND(320-WRITE-PLAN)
            END-EXEC.

            MOVE STUNUMI TO PLANFLE-STUDENT-NO.
            MOVE PTERMI TO PLANFLE-TERM-YEAR.

            EXEC CICS READ FILE('PLANFLE')
                       INTO (PLANFLE-RECORD)
                       LENGTH (PLANFLE-LENGTH)
                       RIDFLD (PLANFLE-KEY)
                       UPDATE
            END-EXEC.

            IF PLANFLE-CURRENT OR PLANFLE-DEFAULTED

                EXEC CICS UNLOCK FILE('PLANFLE') END-EXEC

                GO TO 970-ALREADY-ON-PLAN

            END-IF.

            PERFORM 330-BUILD-PLAN.

            EXEC CICS REWRITE FILE('PLANFLE') FROM(PLANFLE-RECORD)
                          LENGTH(PLANFLE-LENGTH)
            END-EXEC.

            GO TO 340-CHARGE-FEE.

       320-WRITE-PLAN.

            MOVE SPACES TO PLANFLE-RECORD.
            MOVE STUNUMI TO PLANFLE-STUDENT-NO.
            MOVE PTERMI TO PLANFLE-TERM-YEAR.

            PERFORM 330-BUILD-PLAN.

            EXEC CICS WRITE FILE('PLANFLE') FROM(PLANFLE-RECORD)
                          LENGTH(PLANFLE-LENGTH)
                          RIDFLD(PLANFLE-KEY)
            END-EXEC.

            GO TO 340-CHARGE-FEE.

      * Equal installments to the cent, the odd cents on the last.
       330-BUILD-PLAN.

            SET PLANFLE-CURRENT TO TRUE.
            MOVE EIBDATE TO PLANFLE-ENROL-DATE.
            MOVE TS-OPR-OPERATOR-ID TO PLANFLE-OPERATOR-ID.
            MOVE WS-PLAN-AMOUNT TO PLANFLE-AMOUNT.
            MOVE WS-PLAN-FEE TO PLANFLE-FEE.
            MOVE CHGHIST-PAID TO PLANFLE-BASE-PAID.
            MOVE ZERO TO PLANFLE-APPLIED.
            MOVE WS-INST-COUNT TO PLANFLE-INST-COUNT.
            MOVE ZERO TO PLANFLE-CLOSED-DATE.
            MOVE ZERO TO PLANFLE-LAST-RUN-DATE.

            DIVIDE WS-PLAN-AMOUNT BY WS-INST-COUNT
                GIVING WS-INST-AMOUNT.

            IF TERMCAL-FEE-DUE-DATE IS NUMERIC
                    AND TERMCAL-FEE-DUE-DATE > EIBDATE

                MOVE TERMCAL-FEE-DUE-DATE TO WS-DUE-DIGITS

            ELSE

                MOVE EIBDATE TO WS-DUE-DIGITS
                PERFORM 840-ADD-30-DAYS

            END-IF.

            PERFORM 335-BUILD-INSTALLMENT
                VARYING WS-INST-SUB FROM 1 BY 1
                UNTIL WS-INST-SUB > 6.

       335-BUILD-INSTALLMENT.

            MOVE ZERO TO PLANFLE-INST-PAID (WS-INST-SUB).

            IF WS-INST-SUB > WS-INST-COUNT

                MOVE ZERO TO PLANFLE-INST-DUE-DATE (WS-INST-SUB)
                MOVE ZERO TO PLANFLE-INST-AMOUNT (WS-INST-SUB)
                MOVE SPACE TO PLANFLE-INST-STATUS (WS-INST-SUB)

            ELSE

                MOVE WS-DUE-DIGITS
                    TO PLANFLE-INST-DUE-DATE (WS-INST-SUB)
                MOVE WS-INST-AMOUNT
                    TO PLANFLE-INST-AMOUNT (WS-INST-SUB)
                SET PLANFLE-INST-OPEN (WS-INST-SUB) TO TRUE
                PERFORM 840-ADD-30-DAYS

            END-IF.

            IF WS-INST-SUB = WS-INST-COUNT

                COMPUTE PLANFLE-INST-AMOUNT (WS-INST-SUB) =
                    WS-PLAN-AMOUNT
                    - WS-INST-AMOUNT * (WS-INST-COUNT - 1)

            END-IF.

      * The plan fee goes on the balance now - it is the student's
      * own charge, not the term's, so CHGHIST is left alone.
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

            ADD WS-PLAN-FEE TO ACCTBAL-CHARGED.
            ADD WS-PLAN-FEE TO ACCTBAL-BALANCE.
            MOVE EIBDATE TO ACCTBAL-LAST-DATE.

            EXEC CICS REWRITE FILE('ACCTBAL')
                          FROM(ACCTBAL-RECORD)
                          LENGTH(ACCTBAL-LENGTH)
            END-EXEC.

            GO TO 350-JOURNAL-FEE.

       345-NEW-BALANCE.

            MOVE SPACES TO ACCTBAL-RECORD.
            MOVE STUNUMI TO ACCTBAL-STUDENT-NO.
            MOVE WS-PLAN-FEE TO ACCTBAL-CHARGED.
            MOVE ZERO TO ACCTBAL-PAID.
            MOVE WS-PLAN-FEE TO ACCTBAL-BALANCE.
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
            SET ACCTTRN-PLAN-FEE TO TRUE.
            SET ACCTTRN-DEBIT TO TRUE.
            MOVE PTERMI TO ACCTTRN-TERM-YEAR.
            MOVE WS-PLAN-FEE TO ACCTTRN-AMOUNT.
            MOVE 'MVPRGPL' TO ACCTTRN-SOURCE.

            EXEC CICS WRITE FILE('ACCTTRN') FROM(ACCTTRN-RECORD)
                          LENGTH(ACCTTRN-LENGTH)
                          RIDFLD(ACCTTRN-KEY)
            END-EXEC.

            MOVE 'PLAN ENROLLED - PLAN FEE CHARGED!' TO WS-HELD-MSG.
            GO TO 500-SHOW-PLAN.

      * A cancelled plan drops the term back into collections the
      * next time MVBDUN runs.
       400-CANCEL-PLAN.

            PERFORM 850-EDIT-TERM.

            EXEC CICS HANDLE CONDITION NOTFND(980-NO-PLAN)
            END-EXEC.

            MOVE STUNUMI TO PLANFLE-STUDENT-NO.
            MOVE PTERMI TO PLANFLE-TERM-YEAR.

            EXEC CICS READ FILE('PLANFLE')
                       INTO (PLANFLE-RECORD)
                       LENGTH (PLANFLE-LENGTH)
                       RIDFLD (PLANFLE-KEY)
                       UPDATE
            END-EXEC.

            IF NOT PLANFLE-CURRENT AND NOT PLANFLE-DEFAULTED

                EXEC CICS UNLOCK FILE('PLANFLE') END-EXEC

                GO TO 980-NO-PLAN

            END-IF.

            SET PLANFLE-CANCELLED TO TRUE.
            MOVE EIBDATE TO PLANFLE-CLOSED-DATE.

            EXEC CICS REWRITE FILE('PLANFLE') FROM(PLANFLE-RECORD)
                          LENGTH(PLANFLE-LENGTH)
            END-EXEC.

            MOVE 'PLAN CANCELLED!' TO WS-HELD-MSG.
            GO TO 500-SHOW-PLAN.

      * Shows the plan for the keyed term, or the student's first
      * plan when no term is keyed.
       500-SHOW-PLAN.

            MOVE PTERMI TO WS-TERM-CHECK.

            MOVE LOW-VALUES TO PLNMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.

            EXEC CICS HANDLE CONDITION
                 NOTFND(540-NO-PLAN-SHOWN)
                 ENDFILE(530-SHOW-BREAK)
            END-EXEC.

            MOVE STUNUMI TO PLANFLE-STUDENT-NO.
            MOVE LOW-VALUES TO PLANFLE-TERM-YEAR.

            IF PTERML = 5 AND WS-TC-TERM-OK

                MOVE PTERMI TO PLANFLE-TERM-YEAR

            END-IF.

            EXEC CICS STARTBR FILE('PLANFLE')
                          RIDFLD(PLANFLE-KEY)
                          GTEQ
            END-EXEC.

            EXEC CICS READNEXT FILE('PLANFLE')
                       INTO (PLANFLE-RECORD)
                       RIDFLD (PLANFLE-KEY)
                       LENGTH (PLANFLE-LENGTH)
            END-EXEC.

            EXEC CICS ENDBR FILE('PLANFLE') END-EXEC.

            IF PLANFLE-STUDENT-NO NOT = STUNUMI

                GO TO 540-NO-PLAN-SHOWN

            END-IF.

            IF PTERML = 5 AND WS-TC-TERM-OK
                    AND PLANFLE-TERM-YEAR NOT = PTERMI

                GO TO 540-NO-PLAN-SHOWN

            END-IF.

            MOVE PLANFLE-TERM-YEAR TO PTERMO.
            MOVE PLANFLE-INST-COUNT TO PCNTO.

            MOVE PLANFLE-AMOUNT TO WS-SL-AMOUNT.
            MOVE PLANFLE-FEE TO WS-SL-FEE.
            MOVE PLANFLE-APPLIED TO WS-SL-APPLIED.
            MOVE DFHGREEN TO PSUMC.

            IF PLANFLE-CURRENT

                MOVE 'CURRENT' TO WS-SL-STATUS

            ELSE IF PLANFLE-DEFAULTED

                MOVE 'DEFAULTED' TO WS-SL-STATUS
                MOVE DFHRED TO PSUMC

            ELSE IF PLANFLE-PAID-OFF

                MOVE 'PAID OFF' TO WS-SL-STATUS

            ELSE

                MOVE 'CANCELLED' TO WS-SL-STATUS
                MOVE DFHRED TO PSUMC

            END-IF.

            MOVE WS-SUMMARY-LINE TO PSUMO.

            PERFORM 520-FORMAT-LINE
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > PLANFLE-INST-COUNT.

            IF WS-HELD-MSG NOT = SPACES

                MOVE WS-HELD-MSG TO OUTMSGO
                MOVE DFHGREEN TO OUTMSGC

            ELSE

                MOVE 'PAYMENT PLAN SHOWN' TO OUTMSGO
                MOVE DFHBLUE TO OUTMSGC

            END-IF.

            GO TO 550-SHOW-DONE.

       520-FORMAT-LINE.

            MOVE WS-LINE-SUB TO WS-IL-NUMBER.
            MOVE PLANFLE-INST-DUE-DATE (WS-LINE-SUB) TO WS-IL-DUE-DATE.
            MOVE PLANFLE-INST-AMOUNT (WS-LINE-SUB) TO WS-IL-AMOUNT.
            MOVE PLANFLE-INST-PAID (WS-LINE-SUB) TO WS-IL-PAID.
            MOVE DFHGREEN TO PLLINEC (WS-LINE-SUB).

            IF PLANFLE-INST-PAID-UP (WS-LINE-SUB)

                MOVE 'PAID' TO WS-IL-STATUS

            ELSE IF PLANFLE-INST-MISSED (WS-LINE-SUB)

                MOVE 'MISSED' TO WS-IL-STATUS
                MOVE DFHRED TO PLLINEC (WS-LINE-SUB)

            ELSE

                MOVE 'OPEN' TO WS-IL-STATUS

            END-IF.

            MOVE WS-INST-LINE TO PLLINEO (WS-LINE-SUB).

       530-SHOW-BREAK.

            EXEC CICS ENDBR FILE('PLANFLE') END-EXEC.

       540-NO-PLAN-SHOWN.

            MOVE 'NO PAYMENT PLAN ON FILE' TO OUTMSGO.
            MOVE DFHBLUE TO OUTMSGC.

       550-SHOW-DONE.

            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 900-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO PLNMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * The plan screen shows the student, so it is logged to VIEWLOG
      * through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' P A Y M E N T  P L A N' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            STUNUMC,
                            STUNAMC,
                            PTERMC,
                            PCNTC.
            MOVE DFHBMFSE TO FUNCA,
                             STUNUMA,
                             PTERMA,
                             PCNTA.

       840-ADD-30-DAYS.

            ADD 30 TO WS-DD-DDD.

            IF WS-DD-DDD > 365

                SUBTRACT 365 FROM WS-DD-DDD
                ADD 1 TO WS-DD-CYY

            END-IF.

      * Enroll and cancel both need a term.
       850-EDIT-TERM.

            MOVE PTERMI TO WS-TERM-CHECK.

            IF PTERML < 5 OR NOT WS-TC-TERM-OK
                    OR WS-TC-YEAR IS NOT NUMERIC

                MOVE LOW-VALUES TO PLNMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER TERM AND YEAR (EXAMPLE F2026)' TO OUTMSGO
                MOVE -1 TO PTERML
                GO TO 900-SEND-MAP

            END-IF.

       900-SEND-MAP.

            EXEC CICS SEND MAP('PLNMAP') MAPSET('MVMAPS') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV26') END-EXEC.

       950-STUDENT-NOT-FOUND.

            MOVE LOW-VALUES TO PLNMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       960-NO-CHARGES.

            MOVE LOW-VALUES TO PLNMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO CHARGES ON FILE FOR THAT TERM' TO OUTMSGO.
            MOVE -1 TO PTERML.
            GO TO 900-SEND-MAP.

       965-NOTHING-OWING.

            MOVE LOW-VALUES TO PLNMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NOTHING OWING ON THAT TERM' TO OUTMSGO.
            MOVE -1 TO PTERML.
            GO TO 900-SEND-MAP.

       970-ALREADY-ON-PLAN.

            MOVE LOW-VALUES TO PLNMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'THAT TERM IS ALREADY ON A PAYMENT PLAN' TO OUTMSGO.
            MOVE -1 TO PTERML.
            GO TO 900-SEND-MAP.

       980-NO-PLAN.

            MOVE LOW-VALUES TO PLNMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO OPEN PAYMENT PLAN FOR THAT TERM' TO OUTMSGO.
            MOVE -1 TO PTERML.
            GO TO 900-SEND-MAP.
