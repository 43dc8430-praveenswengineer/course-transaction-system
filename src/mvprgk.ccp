       AUTHOR. MICHAEL VALDRON.

      * TERM CALENDAR MAINTENANCE SCREEN.  MAINTAINS TERMCAL - THE
      * PER-TERM START DATE, ADD AND DROP DEADLINES, REFUND TIER
      * DATES AND FEE DUE DATE THE CLERKS USED TO ENFORCE FROM A
      * MEMO.  A=ADD A
      * TERM'S CALENDAR, C=CHANGE IT, AND A LOOKUP WITH NO FUNCTION
      * SHOWS WHAT IS ON FILE.  DATES ARE KEYED AS 7 DIGITS IN THE
      * SAME 0CYYDDD SHAPE EIBDATE STAMPS EVERYWHERE ELSE, SO THE
      * ENFORCEMENT COMPARES ARE PLAIN NUMERIC.  MVPRGE REFUSES
      * ENROLLMENT PAST THE ADD DEADLINE; MVPRGU RECORDS A DROP
      * PAST THE DROP DEADLINE AS A W; MVBRFND PRICES REFUNDS OFF
      * THE TIER DATES; MVBDUN DUNS BALANCES PAST THE FEE DUE DATE;
      * MVBCENS TAKES THE ENROLLMENT SNAPSHOT ON THE CENSUS DATE;
      * MVBGCHS CHASES GRADES STILL OUT PAST THE GRADE DUE DATE;
      * MVBATMG LAYS CLASS MEETINGS OUT OVER THE CLASS WEEKS.
      * REACHED FROM THE MENU (CHOICE T), GATED
      * THE SAME AS THE OTHER UPDATE-CLASS FUNCTIONS.

       ENVIRONMENT DIVISION.
       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

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

            MOVE LOW-VALUES TO CALMAPO.

            END-IF.

      * The nine dates must all be keyed, numeric, and in calendar
      * order - start first, then the add deadline, the refund tiers
      * stepping down, and the drop deadline not before the add.
      * The fee due date stands on its own; the census and grade due
      * dates only have to fall on or after the start.
       250-EDIT-DATES.

            IF CSTRDL < 7 OR CSTRDI IS NOT NUMERIC

            END-IF.

            IF CFDUDL < 7 OR CFDUDI IS NOT NUMERIC

                MOVE LOW-VALUES TO CALMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A 7-DIGIT FEE DUE DATE - 0CYYDDD'
                    TO OUTMSGO
                MOVE -1 TO CFDUDL
                GO TO 900-SEND-MAP

            END-IF.

            IF CCNSDL < 7 OR CCNSDI IS NOT NUMERIC

                MOVE LOW-VALUES TO CALMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A 7-DIGIT CENSUS DATE - 0CYYDDD'
                    TO OUTMSGO
                MOVE -1 TO CCNSDL
                GO TO 900-SEND-MAP

            END-IF.

            IF CGRDDL < 7 OR CGRDDI IS NOT NUMERIC

                MOVE LOW-VALUES TO CALMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A 7-DIGIT GRADE DUE DATE - 0CYYDDD'
                    TO OUTMSGO
                MOVE -1 TO CGRDDL
                GO TO 900-SEND-MAP

            END-IF.

      * Class weeks may be left blank - MVBATMG then runs the
      * meetings to the grade due date.
            IF CWEEKL > 0
                    AND (CWEEKL < 2 OR CWEEKI IS NOT NUMERIC)

                MOVE LOW-VALUES TO CALMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER CLASS WEEKS AS 2 DIGITS, OR BLANK'
                    TO OUTMSGO
                MOVE -1 TO CWEEKL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE CSTRDI TO TERMCAL-START-DATE.
            MOVE CADDDI TO TERMCAL-ADD-DEADLINE.
            MOVE CDRPDI TO TERMCAL-DROP-DEADLINE.
            MOVE CRF1DI TO TERMCAL-REFUND-DATE-1.
            MOVE CRF2DI TO TERMCAL-REFUND-DATE-2.
            MOVE CRF3DI TO TERMCAL-REFUND-DATE-3.
            MOVE CFDUDI TO TERMCAL-FEE-DUE-DATE.
            MOVE CCNSDI TO TERMCAL-CENSUS-DATE.
            MOVE CGRDDI TO TERMCAL-GRADE-DUE-DATE.
            PERFORM 260-MOVE-CLASS-WEEKS.

            IF TERMCAL-ADD-DEADLINE < TERMCAL-START-DATE
                    OR TERMCAL-DROP-DEADLINE < TERMCAL-ADD-DEADLINE

            END-IF.

            IF TERMCAL-CENSUS-DATE < TERMCAL-START-DATE

                MOVE LOW-VALUES TO CALMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'CENSUS DATE IS BEFORE THE TERM START'
                    TO OUTMSGO
                MOVE -1 TO CCNSDL
                GO TO 900-SEND-MAP

            END-IF.

            IF TERMCAL-GRADE-DUE-DATE < TERMCAL-START-DATE

                MOVE LOW-VALUES TO CALMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'GRADE DUE DATE IS BEFORE THE TERM START'
                    TO OUTMSGO
                MOVE -1 TO CGRDDL
                GO TO 900-SEND-MAP

            END-IF.

       260-MOVE-CLASS-WEEKS.

            IF CWEEKL > 0
                MOVE CWEEKI TO TERMCAL-CLASS-WEEKS
            ELSE
                MOVE ZERO TO TERMCAL-CLASS-WEEKS
            END-IF.

       300-ADD-CALENDAR.

            PERFORM 250-EDIT-DATES.
            MOVE CRF1DI TO TERMCAL-REFUND-DATE-1.
            MOVE CRF2DI TO TERMCAL-REFUND-DATE-2.
            MOVE CRF3DI TO TERMCAL-REFUND-DATE-3.
            MOVE CFDUDI TO TERMCAL-FEE-DUE-DATE.
            MOVE CCNSDI TO TERMCAL-CENSUS-DATE.
            MOVE CGRDDI TO TERMCAL-GRADE-DUE-DATE.
            PERFORM 260-MOVE-CLASS-WEEKS.

            EXEC CICS REWRITE FILE('TERMCAL')
                LENGTH(TERMCAL-LENGTH)
            MOVE TERMCAL-REFUND-DATE-1 TO CRF1DO.
            MOVE TERMCAL-REFUND-DATE-2 TO CRF2DO.
            MOVE TERMCAL-REFUND-DATE-3 TO CRF3DO.
            IF TERMCAL-FEE-DUE-DATE IS NUMERIC
                MOVE TERMCAL-FEE-DUE-DATE TO CFDUDO
            END-IF.
            IF TERMCAL-CENSUS-DATE IS NUMERIC
                MOVE TERMCAL-CENSUS-DATE TO CCNSDO
            END-IF.
            IF TERMCAL-GRADE-DUE-DATE IS NUMERIC
                MOVE TERMCAL-GRADE-DUE-DATE TO CGRDDO
            END-IF.
            IF TERMCAL-CLASS-WEEKS IS NUMERIC
                    AND TERMCAL-CLASS-WEEKS > ZERO
                MOVE TERMCAL-CLASS-WEEKS TO CWEEKO
            END-IF.
            MOVE DFHBLUE TO OUTMSGC.
            MOVE 'TERM CALENDAR SHOWN' TO OUTMSGO.
            MOVE -1 TO CTERML.
                            CDRPDC,
                            CRF1DC,
                            CRF2DC,
                            CRF3DC,
                            CFDUDC,
                            CCNSDC,
                            CGRDDC.
            MOVE DFHBMFSE TO FUNCA,
                             CTERMA,
                             CYEARA,
                             CDRPDA,
                             CRF1DA,
                             CRF2DA,
                             CRF3DA,
                             CFDUDA,
                             CCNSDA,
                             CGRDDA.

       900-SEND-MAP.

