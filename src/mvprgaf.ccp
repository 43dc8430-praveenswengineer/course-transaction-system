       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGAF.
       AUTHOR. MICHAEL VALDRON.

      * ANCILLARY FEE SCHEDULE SCREEN.  MAINTAINS ANCFEE - THE FEES
      * BILLED ON TOP OF COURSE TUITION (STUDENT UNION, HEALTH PLAN,
      * TECHNOLOGY, LAB FEES) THAT USED TO BE BILLED BY HAND.  EACH
      * FEE CODE CARRIES A RATE FROM AN EFFECTIVE TERM ON: THE
      * AMOUNT, PER TERM OR PER DESIGNATED LAB COURSE, WHO PAYS IT
      * (CAMPUS, PROGRAM, FEE CATEGORY, FULL/PART-TIME LOAD - BLANK
      * TAKES IN EVERYONE), WHETHER A STUDENT MAY OPT OUT, AND
      * WHETHER IT IS ELIGIBLE TUITION FOR THE T2202.  A=ADD A RATE,
      * C=CHANGE IT, AND A LOOKUP WITH NO FUNCTION SHOWS THE ENTRY
      * FOR THAT TERM OR, FAILING ONE, THE RATE IN FORCE THEN.  A NEW
      * RATE IS ADDED UNDER A LATER TERM RATHER THAN CHANGED, SO
      * PAST INVOICES STILL READ RIGHT; AN ENTRY WITH STATUS I ENDS
      * THE FEE FROM ITS TERM ON.
      *
      * O RECORDS A STUDENT'S OPT-OUT FOR A TERM ON OPTOUT (THE
      * HEALTH PLAN, WITH PROOF OF OTHER COVERAGE) - ONLY FOR A FEE
      * WHOSE RATE IN FORCE THAT TERM ALLOWS IT - AND R REMOVES ONE.
      * MVBTUI BILLS EVERY FEE THAT APPLIES AS ITS OWN INVOICE LINE
      * AND CHRGFLE RECORD, LESS THE STUDENT'S OPT-OUTS.
      * REACHED FROM THE MENU (CHOICE F), GATED THE SAME AS THE
      * OTHER UPDATE-CLASS FUNCTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPO'.
       COPY DFHBMSCA.
       COPY 'ANCFEEC'.
       COPY 'OPTOUTC'.
       COPY 'STUFILEC'.
       COPY 'PROGRECC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  The operator is stamped on every rate
      * and opt-out recorded.
       01 TS-OPR-NAME.
           05 TS-OPR-TERMID             PIC X(4).
           05 TS-OPR-ID                 PIC X(4) VALUE 'SGON'.

       01 TS-OPR-LENGTH                 PIC S9(4) COMP VALUE 23.

       01 TS-OPR-RECORD.
           05 TS-OPR-OPERATOR-ID        PIC X(8).
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).

      * The fee code and term keyed.
       01 WS-KEYED-KEY.
           05 WS-KEYED-CODE                 PIC X(4).
           05 WS-KEYED-TERM-YEAR            PIC X(5).

      * The rate as edited off the screen, held while the entry on
      * file is read for update.
       01 WS-FEE-HOLD                       PIC X(140).

      * The amount is keyed as 7 plain digits (dollars and cents, no
      * point) and redefined numeric once it has passed the edit.
       01 WS-FEE-DIGITS                     PIC X(7).
       01 WS-FEE-NUMERIC REDEFINES WS-FEE-DIGITS
                                            PIC 9(5)V99.

      * One Y/N flag keyed on the screen.
       01 WS-FLAG-IN                        PIC X.
           88 WS-FLAG-IN-VALID              VALUE 'Y' 'N'.

      * The lab courses as keyed - only the characters actually
      * keyed, so a subject alone comes through blank-filled.
       01 WS-LAB-KEYED.
           05 WS-LAB-IN                     PIC X(8) OCCURS 8.
       01 WS-LAB-SUB                        PIC 9 VALUE ZERO.
       01 WS-LAB-COUNT                      PIC 9 VALUE ZERO.

      * Terms in order - year, then W, S, F within it - to find the
      * rate in force for a term.
       01 WS-TERM-RANK-WORK.
           05 WS-TR-TERM-YEAR               PIC X(5).
           05 WS-TR-RANK                    PIC 9(5) VALUE ZERO.
       01 WS-KEYED-RANK                     PIC 9(5) VALUE ZERO.
       01 WS-BEST-RANK                      PIC 9(5) VALUE ZERO.
       01 WS-BEST-FEE                       PIC X(140).

       01 WS-BROWSE-KEY.
           05 WS-BR-CODE                    PIC X(4).
           05 WS-BR-TERM-YEAR               PIC X(5).

       01 WS-IN-FORCE-MSG.
           05 FILLER                        PIC X(25)
                                  VALUE 'NONE FOR TERM - IN FORCE '.
           05 FILLER                        PIC X(5) VALUE 'FROM '.
           05 WS-IF-TERM-YEAR               PIC X(5).

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

            EXEC CICS RECEIVE MAP('FEEMAP') MAPSET('MVMAPO')

            END-EXEC.

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

            MOVE LOW-VALUES TO FEEMAPO.

            MOVE 'A=ADD C=CHG O=OPT OUT R=UNDO BLANK=SHOW' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('FEEMAP') MAPSET('MVMAPO') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV36') END-EXEC.

       200-MAIN-LOGIC.

            IF FCODEL = 0 OR FCODEI = SPACES

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A FEE CODE' TO OUTMSGO
                MOVE -1 TO FCODEL
                GO TO 900-SEND-MAP

            ELSE IF FTERML = 0 OR (FTERMI NOT = 'F'
                    AND FTERMI NOT = 'W' AND FTERMI NOT = 'S')

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A TERM - F, W OR S' TO OUTMSGO
                MOVE -1 TO FTERML
                GO TO 900-SEND-MAP

            ELSE IF FYEARL < 4 OR FYEARI IS NOT NUMERIC

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A 4 DIGIT YEAR' TO OUTMSGO
                MOVE -1 TO FYEARL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE SPACES TO WS-KEYED-KEY.
            MOVE FCODEI (1:FCODEL) TO WS-KEYED-CODE.
            MOVE FTERMI TO WS-KEYED-TERM-YEAR (1:1).
            MOVE FYEARI TO WS-KEYED-TERM-YEAR (2:4).

            MOVE WS-KEYED-TERM-YEAR TO WS-TR-TERM-YEAR.
            PERFORM 280-TERM-RANK.
            MOVE WS-TR-RANK TO WS-KEYED-RANK.

            IF FUNCI = 'A' OR FUNCI = 'a'

                GO TO 300-ADD-FEE

            ELSE IF FUNCI = 'C' OR FUNCI = 'c'

                GO TO 400-CHANGE-FEE

            ELSE IF FUNCI = 'O' OR FUNCI = 'o'

                GO TO 600-OPT-OUT

            ELSE IF FUNCI = 'R' OR FUNCI = 'r'

                GO TO 650-REMOVE-OPT-OUT

            ELSE

                GO TO 500-SHOW-FEE

            END-IF.

      * The whole rate is edited from the screen into ANCFEE-RECORD
      * - a show puts every field up, so a change is keyed over
      * what was shown.
       250-EDIT-FEE.

            MOVE SPACES TO ANCFEE-RECORD.
            MOVE WS-KEYED-CODE TO ANCFEE-CODE.
            MOVE WS-KEYED-TERM-YEAR TO ANCFEE-EFF-TERM.

            IF FDESCL = 0 OR FDESCI = SPACES

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER A DESCRIPTION FOR THE INVOICE' TO OUTMSGO
                MOVE -1 TO FDESCL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE FDESCI (1:FDESCL) TO ANCFEE-DESC.

            IF FAMTL < 7 OR FAMTI IS NOT NUMERIC

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'AMOUNT MUST BE 7 DIGITS - EG 0004500'
                    TO OUTMSGO
                MOVE -1 TO FAMTL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE FAMTI TO WS-FEE-DIGITS.
            MOVE WS-FEE-NUMERIC TO ANCFEE-AMOUNT.

            IF FBASISL = 0 OR (FBASISI NOT = 'T' AND FBASISI NOT = 'C')

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'BASIS IS T (PER TERM) OR C (PER LAB)'
                    TO OUTMSGO
                MOVE -1 TO FBASISL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE FBASISI TO ANCFEE-BASIS.

            IF FCAMPL > 0

                MOVE FCAMPI (1:FCAMPL) TO ANCFEE-CAMPUS

            END-IF.

            IF FPROGL > 0 AND FPROGI NOT = SPACES

                MOVE FPROGI (1:FPROGL) TO ANCFEE-PROGRAM
                PERFORM 260-CHECK-PROGRAM THRU 265-EXIT

            END-IF.

            IF FCATL > 0 AND FCATI NOT = SPACE

                IF FCATI NOT = 'D' AND FCATI NOT = 'I'
                        AND FCATI NOT = 'E'

                    MOVE LOW-VALUES TO FEEMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'FEE CATEGORY IS D, I, E OR BLANK'
                        TO OUTMSGO
                    MOVE -1 TO FCATL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE FCATI TO ANCFEE-FEE-CAT

            END-IF.

            IF FLOADL > 0 AND FLOADI NOT = SPACE

                IF FLOADI NOT = 'F' AND FLOADI NOT = 'P'

                    MOVE LOW-VALUES TO FEEMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'LOAD IS F, P OR BLANK FOR BOTH' TO OUTMSGO
                    MOVE -1 TO FLOADL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE FLOADI TO ANCFEE-LOAD

            END-IF.

            MOVE 'N' TO WS-FLAG-IN.
            IF FOPTL > 0 AND FOPTI NOT = SPACE
                MOVE FOPTI TO WS-FLAG-IN
            END-IF.

            IF NOT WS-FLAG-IN-VALID

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'OPT-OUT-ABLE IS Y OR N' TO OUTMSGO
                MOVE -1 TO FOPTL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE WS-FLAG-IN TO ANCFEE-OPT-OUT-SW.

            MOVE 'N' TO WS-FLAG-IN.
            IF FTAXL > 0 AND FTAXI NOT = SPACE
                MOVE FTAXI TO WS-FLAG-IN
            END-IF.

            IF NOT WS-FLAG-IN-VALID

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'T2202 ELIGIBLE IS Y OR N' TO OUTMSGO
                MOVE -1 TO FTAXL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE WS-FLAG-IN TO ANCFEE-TAX-SW.

            MOVE 'A' TO ANCFEE-STATUS.

            IF FSTATL > 0 AND FSTATI NOT = SPACE

                IF FSTATI NOT = 'A' AND FSTATI NOT = 'I'

                    MOVE LOW-VALUES TO FEEMAPO
                    PERFORM 800-MOVE-ATTRIBUTES
                    MOVE 'STATUS IS A (ACTIVE) OR I (INACTIVE)'
                        TO OUTMSGO
                    MOVE -1 TO FSTATL
                    GO TO 900-SEND-MAP

                END-IF

                MOVE FSTATI TO ANCFEE-STATUS

            END-IF.

            PERFORM 270-GET-LAB-COURSES.

            IF ANCFEE-PER-COURSE AND WS-LAB-COUNT = ZERO

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'A PER-COURSE FEE NEEDS ITS LAB COURSES'
                    TO OUTMSGO
                MOVE -1 TO FLAB1L
                GO TO 900-SEND-MAP

            ELSE IF ANCFEE-PER-TERM AND WS-LAB-COUNT > ZERO

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'LAB COURSES ARE ONLY FOR BASIS C'
                    TO OUTMSGO
                MOVE -1 TO FBASISL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE EIBDATE TO ANCFEE-LAST-DATE.
            MOVE TS-OPR-OPERATOR-ID TO ANCFEE-LAST-OPERATOR.

       260-CHECK-PROGRAM.

            EXEC CICS HANDLE CONDITION NOTFND(265-NO-PROGRAM)
            END-EXEC.

            MOVE ANCFEE-PROGRAM TO PROGFILE-CODE.

            EXEC CICS READ FILE('PROGFILE') INTO(PROGFILE-RECORD)
                           RIDFLD(PROGFILE-CODE)
            END-EXEC.

            GO TO 265-EXIT.

       265-NO-PROGRAM.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO SUCH PROGRAM ON PROGFILE' TO OUTMSGO.
            MOVE -1 TO FPROGL.
            GO TO 900-SEND-MAP.

       265-EXIT.
            EXIT.

      * Only what was keyed in each lab course field is taken, so a
      * subject keyed alone carries a blank course number.
       270-GET-LAB-COURSES.

            MOVE SPACES TO WS-LAB-KEYED.
            MOVE ZERO TO WS-LAB-COUNT.

            IF FLAB1L > 0
                MOVE FLAB1I (1:FLAB1L) TO WS-LAB-IN (1)
            END-IF.
            IF FLAB2L > 0
                MOVE FLAB2I (1:FLAB2L) TO WS-LAB-IN (2)
            END-IF.
            IF FLAB3L > 0
                MOVE FLAB3I (1:FLAB3L) TO WS-LAB-IN (3)
            END-IF.
            IF FLAB4L > 0
                MOVE FLAB4I (1:FLAB4L) TO WS-LAB-IN (4)
            END-IF.
            IF FLAB5L > 0
                MOVE FLAB5I (1:FLAB5L) TO WS-LAB-IN (5)
            END-IF.
            IF FLAB6L > 0
                MOVE FLAB6I (1:FLAB6L) TO WS-LAB-IN (6)
            END-IF.
            IF FLAB7L > 0
                MOVE FLAB7I (1:FLAB7L) TO WS-LAB-IN (7)
            END-IF.
            IF FLAB8L > 0
                MOVE FLAB8I (1:FLAB8L) TO WS-LAB-IN (8)
            END-IF.

            PERFORM 275-TAKE-LAB-COURSE
                VARYING WS-LAB-SUB FROM 1 BY 1
                  UNTIL WS-LAB-SUB > 8.

      * Kept packed to the front, in the order keyed.
       275-TAKE-LAB-COURSE.

            IF WS-LAB-IN (WS-LAB-SUB) NOT = SPACES

                ADD 1 TO WS-LAB-COUNT
                MOVE WS-LAB-IN (WS-LAB-SUB)
                    TO ANCFEE-LAB-COURSE (WS-LAB-COUNT)

            END-IF.

      * A term's place in time: year times ten plus 1, 2, 3 for W,
      * S, F.
       280-TERM-RANK.

            MOVE ZERO TO WS-TR-RANK.

            IF WS-TR-TERM-YEAR (2:4) IS NUMERIC

                MOVE WS-TR-TERM-YEAR (2:4) TO WS-TR-RANK (1:4)

                IF WS-TR-TERM-YEAR (1:1) = 'W'
                    MOVE 1 TO WS-TR-RANK (5:1)
                ELSE IF WS-TR-TERM-YEAR (1:1) = 'S'
                    MOVE 2 TO WS-TR-RANK (5:1)
                ELSE
                    MOVE 3 TO WS-TR-RANK (5:1)
                END-IF

            END-IF.

      * The rate in force for the keyed term - the entry under the
      * keyed code with the latest effective term not after it.
      * Left in ANCFEE-RECORD; WS-BEST-RANK is zero when there is
      * none.
       290-FIND-IN-FORCE.

            MOVE ZERO TO WS-BEST-RANK.
            MOVE WS-KEYED-CODE TO WS-BR-CODE.
            MOVE LOW-VALUES TO WS-BR-TERM-YEAR.

            EXEC CICS HANDLE CONDITION NOTFND(299-EXIT)
                                       ENDFILE(298-END-BROWSE)
            END-EXEC.

            EXEC CICS STARTBR FILE('ANCFEE') RIDFLD(WS-BROWSE-KEY)
                              GTEQ
            END-EXEC.

       295-NEXT-RATE.

            EXEC CICS READNEXT FILE('ANCFEE') INTO(ANCFEE-RECORD)
                               LENGTH(ANCFEE-LENGTH)
                               RIDFLD(WS-BROWSE-KEY)
            END-EXEC.

            IF ANCFEE-CODE NOT = WS-KEYED-CODE

                GO TO 298-END-BROWSE

            END-IF.

            MOVE ANCFEE-EFF-TERM TO WS-TR-TERM-YEAR.
            PERFORM 280-TERM-RANK.

            IF WS-TR-RANK NOT > WS-KEYED-RANK
                    AND WS-TR-RANK > WS-BEST-RANK

                MOVE WS-TR-RANK TO WS-BEST-RANK
                MOVE ANCFEE-RECORD TO WS-BEST-FEE

            END-IF.

            GO TO 295-NEXT-RATE.

       298-END-BROWSE.

            EXEC CICS ENDBR FILE('ANCFEE') END-EXEC.

            IF WS-BEST-RANK > ZERO

                MOVE WS-BEST-FEE TO ANCFEE-RECORD

            END-IF.

       299-EXIT.
            EXIT.

       300-ADD-FEE.

            PERFORM 250-EDIT-FEE.

            EXEC CICS HANDLE CONDITION DUPREC(950-ALREADY-ON-FILE)
            END-EXEC.

            EXEC CICS WRITE FILE('ANCFEE') FROM(ANCFEE-RECORD)
                          LENGTH(ANCFEE-LENGTH)
                          RIDFLD(ANCFEE-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHGREEN TO OUTMSGC.
            MOVE 'FEE RATE ADDED!' TO OUTMSGO.
            GO TO 900-SEND-MAP.

       400-CHANGE-FEE.

            PERFORM 250-EDIT-FEE.

            MOVE ANCFEE-RECORD TO WS-FEE-HOLD.

            EXEC CICS HANDLE CONDITION NOTFND(960-NOT-ON-FILE)
            END-EXEC.

      * The rate just edited is held aside while the entry on file
      * is read for update, then laid back over it.
            EXEC CICS READ FILE('ANCFEE')
                       INTO (ANCFEE-RECORD)
                       LENGTH (ANCFEE-LENGTH)
                       RIDFLD (WS-KEYED-KEY)
                       UPDATE
            END-EXEC.

            MOVE WS-FEE-HOLD TO ANCFEE-RECORD.

            EXEC CICS REWRITE FILE('ANCFEE')
                LENGTH(ANCFEE-LENGTH)
                FROM(ANCFEE-RECORD)
            END-EXEC.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHGREEN TO OUTMSGC.
            MOVE 'FEE RATE UPDATED!' TO OUTMSGO.
            GO TO 900-SEND-MAP.

      * The entry for exactly that term, or else the rate in force
      * then, with the term it took effect shown in the message.
       500-SHOW-FEE.

            EXEC CICS HANDLE CONDITION NOTFND(510-SHOW-IN-FORCE)
            END-EXEC.

            EXEC CICS READ FILE('ANCFEE')
                       INTO (ANCFEE-RECORD)
                       LENGTH (ANCFEE-LENGTH)
                       RIDFLD (WS-KEYED-KEY)
            END-EXEC.

            PERFORM 550-FEE-TO-MAP.
            MOVE DFHBLUE TO OUTMSGC.
            MOVE 'FEE RATE SHOWN' TO OUTMSGO.
            MOVE -1 TO FCODEL.
            GO TO 900-SEND-MAP.

       510-SHOW-IN-FORCE.

            PERFORM 290-FIND-IN-FORCE THRU 299-EXIT.

            IF WS-BEST-RANK = ZERO

                GO TO 960-NOT-ON-FILE

            END-IF.

            PERFORM 550-FEE-TO-MAP.
            MOVE ANCFEE-EFF-TERM TO WS-IF-TERM-YEAR.
            MOVE DFHYELLO TO OUTMSGC.
            MOVE WS-IN-FORCE-MSG TO OUTMSGO.
            MOVE -1 TO FCODEL.
            GO TO 900-SEND-MAP.

       550-FEE-TO-MAP.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE ANCFEE-CODE TO FCODEO.
            MOVE ANCFEE-EFF-TERM (1:1) TO FTERMO.
            MOVE ANCFEE-EFF-TERM (2:4) TO FYEARO.
            MOVE ANCFEE-DESC TO FDESCO.
            MOVE ANCFEE-AMOUNT TO WS-FEE-NUMERIC.
            MOVE WS-FEE-DIGITS TO FAMTO.
            MOVE ANCFEE-BASIS TO FBASISO.
            MOVE ANCFEE-CAMPUS TO FCAMPO.
            MOVE ANCFEE-PROGRAM TO FPROGO.
            MOVE ANCFEE-FEE-CAT TO FCATO.
            MOVE ANCFEE-LOAD TO FLOADO.
            MOVE ANCFEE-OPT-OUT-SW TO FOPTO.
            MOVE ANCFEE-TAX-SW TO FTAXO.
            MOVE ANCFEE-STATUS TO FSTATO.
            MOVE ANCFEE-LAB-COURSE (1) TO FLAB1O.
            MOVE ANCFEE-LAB-COURSE (2) TO FLAB2O.
            MOVE ANCFEE-LAB-COURSE (3) TO FLAB3O.
            MOVE ANCFEE-LAB-COURSE (4) TO FLAB4O.
            MOVE ANCFEE-LAB-COURSE (5) TO FLAB5O.
            MOVE ANCFEE-LAB-COURSE (6) TO FLAB6O.
            MOVE ANCFEE-LAB-COURSE (7) TO FLAB7O.
            MOVE ANCFEE-LAB-COURSE (8) TO FLAB8O.

      * O - the student opted out of the fee for the keyed term.
      * The student must be on file and the rate in force that term
      * must be active and allow it.
       600-OPT-OUT.

            PERFORM 670-CHECK-STUDENT THRU 670-EXIT.

            IF ORSNL = 0 OR ORSNI = SPACES

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER WHAT WAS SEEN - EG PROOF OF COVER'
                    TO OUTMSGO
                MOVE -1 TO ORSNL
                GO TO 900-SEND-MAP

            END-IF.

            PERFORM 290-FIND-IN-FORCE THRU 299-EXIT.

            IF WS-BEST-RANK = ZERO OR NOT ANCFEE-ACTIVE

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'THAT FEE IS NOT BILLED IN THAT TERM'
                    TO OUTMSGO
                MOVE -1 TO FCODEL
                GO TO 900-SEND-MAP

            ELSE IF NOT ANCFEE-OPT-OUT-ALLOWED

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'THAT FEE CANNOT BE OPTED OUT OF' TO OUTMSGO
                MOVE -1 TO FCODEL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE SPACES TO OPTOUT-RECORD.
            MOVE STUFILE-STUDENT-NO TO OPTOUT-STUDENT-NO.
            MOVE WS-KEYED-TERM-YEAR TO OPTOUT-TERM-YEAR.
            MOVE WS-KEYED-CODE TO OPTOUT-FEE-CODE.
            MOVE ORSNI (1:ORSNL) TO OPTOUT-REASON.
            MOVE EIBDATE TO OPTOUT-DATE.
            MOVE TS-OPR-OPERATOR-ID TO OPTOUT-OPERATOR.

            EXEC CICS HANDLE CONDITION DUPREC(970-ALREADY-OPTED-OUT)
            END-EXEC.

            EXEC CICS WRITE FILE('OPTOUT') FROM(OPTOUT-RECORD)
                          LENGTH(OPTOUT-LENGTH)
                          RIDFLD(OPTOUT-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHGREEN TO OUTMSGC.
            MOVE 'OPT-OUT RECORDED!' TO OUTMSGO.
            MOVE -1 TO OSTUL.
            GO TO 900-SEND-MAP.

       650-REMOVE-OPT-OUT.

            PERFORM 670-CHECK-STUDENT THRU 670-EXIT.

            MOVE STUFILE-STUDENT-NO TO OPTOUT-STUDENT-NO.
            MOVE WS-KEYED-TERM-YEAR TO OPTOUT-TERM-YEAR.
            MOVE WS-KEYED-CODE TO OPTOUT-FEE-CODE.

            EXEC CICS HANDLE CONDITION NOTFND(980-NO-OPT-OUT)
            END-EXEC.

            EXEC CICS DELETE FILE('OPTOUT') RIDFLD(OPTOUT-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHGREEN TO OUTMSGC.
            MOVE 'OPT-OUT REMOVED - THE FEE WILL BE BILLED'
                TO OUTMSGO.
            MOVE -1 TO OSTUL.
            GO TO 900-SEND-MAP.

       670-CHECK-STUDENT.

            IF OSTUL < 7 OR OSTUI IS NOT NUMERIC

                MOVE LOW-VALUES TO FEEMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER THE 7 DIGIT STUDENT NUMBER' TO OUTMSGO
                MOVE -1 TO OSTUL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION NOTFND(675-NO-STUDENT)
            END-EXEC.

            MOVE OSTUI TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            GO TO 670-EXIT.

       675-NO-STUDENT.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'STUDENT NOT ON FILE' TO OUTMSGO.
            MOVE -1 TO OSTUL.
            GO TO 900-SEND-MAP.

       670-EXIT.
            EXIT.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO FEEMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' A N C I L L A R Y  F E E S' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            FCODEC,
                            FTERMC,
                            FYEARC,
                            FDESCC,
                            FAMTC,
                            FBASISC,
                            FCAMPC,
                            FPROGC,
                            FCATC,
                            FLOADC,
                            FOPTC,
                            FTAXC,
                            FSTATC,
                            FLAB1C,
                            FLAB2C,
                            FLAB3C,
                            FLAB4C,
                            FLAB5C,
                            FLAB6C,
                            FLAB7C,
                            FLAB8C,
                            OSTUC,
                            ORSNC.
            MOVE DFHBMFSE TO FUNCA,
                             FCODEA,
                             FTERMA,
                             FYEARA,
                             FDESCA,
                             FAMTA,
                             FBASISA,
                             FCAMPA,
                             FPROGA,
                             FCATA,
                             FLOADA,
                             FOPTA,
                             FTAXA,
                             FSTATA,
                             FLAB1A,
                             FLAB2A,
                             FLAB3A,
                             FLAB4A,
                             FLAB5A,
                             FLAB6A,
                             FLAB7A,
                             FLAB8A,
                             OSTUA,
                             ORSNA.

       900-SEND-MAP.

            EXEC CICS SEND MAP('FEEMAP') MAPSET('MVMAPO') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV36') END-EXEC.

       950-ALREADY-ON-FILE.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'THAT RATE IS ALREADY ON FILE - USE C' TO OUTMSGO.
            MOVE -1 TO FCODEL.
            GO TO 900-SEND-MAP.

       960-NOT-ON-FILE.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO RATE ON FILE FOR THAT FEE AND TERM' TO OUTMSGO.
            MOVE -1 TO FCODEL.
            GO TO 900-SEND-MAP.

       970-ALREADY-OPTED-OUT.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'ALREADY OPTED OUT FOR THAT TERM' TO OUTMSGO.
            MOVE -1 TO OSTUL.
            GO TO 900-SEND-MAP.

       980-NO-OPT-OUT.

            MOVE LOW-VALUES TO FEEMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO OPT-OUT ON FILE FOR THAT FEE/TERM' TO OUTMSGO.
            MOVE -1 TO OSTUL.
            GO TO 900-SEND-MAP.
