       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGEM.
       AUTHOR. MICHAEL VALDRON.

      * EMERGENCY NOTIFICATION SCREEN.  FOR THE CALL FROM SECURITY -
      * A BUILDING HAS LOST POWER, A CAMPUS IS CLOSING FOR WEATHER -
      * THE OPERATOR KEYS A CAMPUS, A BUILDING OR ONE ROOM IN IT, A
      * DATE (BLANK IS TODAY) AND A TIME WINDOW (BLANK FROM IS NOW,
      * BLANK TO IS THE END OF THE DAY).  THE CLASSES CAUGHT ARE THE
      * ACTIVE CATALOG ROWS WITH A ROOM (ROOM_ID) IN THAT BUILDING OR
      * ROOM - OR, FOR A WHOLE CAMPUS, EVERY ROW WITH THAT
      * CAMPUS_CODE - WHOSE MEET_DAYS TAKE IN THE DATE'S WEEKDAY AND
      * WHOSE MEET_START/MEET_END OVERLAP THE WINDOW.  A SECTION
      * MEETS IN ITS COURSE'S ROOM, ON ITS OWN SCHEDULE WHERE IT HAS
      * ONE AND THE COURSE ROW'S WHERE NOT (AS MVBATMG LAYS THEM
      * OUT); STUDENTS ENROLLED WITH NO SECTION SIT IN THE COURSE
      * ROW'S MEETINGS.  THE STUDENTS ARE THOSE WHOSE STUFILE SLOT
      * CARRIES THE COURSE AND SECTION IN THE TERM IN PROGRESS ON
      * THE DATE (THE TERMCAL TERM WITH THE LATEST START ON OR
      * BEFORE IT), READ OFF THE STUCRSE INDEX AS MVPRGIS READS ITS
      * CLASS LISTS.
      *
      * L LISTS THE CLASSES CAUGHT AND HOW MANY STUDENTS SIT IN
      * EACH.  R PRINTS THE INCIDENT TEAM'S ROSTER TO THE OPERATOR'S
      * SPOOL - EACH CLASS WITH ITS ROOM, TIMES AND INSTRUCTOR, EACH
      * STUDENT WITH THEIR PHONE AND EVERY EMERGENCY CONTACT ON THE
      * CONTACT FILE.  B, ACCEPTED ONLY AFTER AN L FOR THE SAME
      * PLACE AND TIME, BROADCASTS: EVERY STUDENT WITH A USABLE EMAIL
      * (ON FILE, CONSENT GIVEN, NOT BOUNCED) GETS AN URGENT EM ENTRY
      * ON NOTFFILE AND THE SAME LINE ON THE NTFU TRANSIENT DATA
      * QUEUE - THE MAIL GATEWAY'S URGENT FEED, SO IT GOES OUT NOW
      * RATHER THAN WITH MVBNTF'S NIGHTLY SWEEP.  EVERY OTHER STUDENT
      * AND EVERY INSTRUCTOR (INSTFILE CARRIES NO EMAIL) GOES ON A
      * PHONE LIST PRINTED BESIDE THE ROSTER.  A STUDENT IN TWO OF
      * THE CLASSES IS REACHED ONCE.  THE BROADCAST IS LOGGED ON
      * EMRGLOG - WHO SENT IT, WHERE AND WHEN FOR, AND TO HOW MANY,
      * WITH AN ENTRY PER PERSON REACHED.  EVERY STUDENT PRINTED IS
      * LOGGED TO VIEWLOG THROUGH MVPRGVW.
      *
      * REACHED FROM THE MENU (CHOICE N), GATED THE SAME AS THE
      * OTHER UPDATE-CLASS FUNCTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPI'.
       COPY DFHBMSCA.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

       COPY 'STUFILEC'.

       COPY 'CONTRECC'.

       COPY 'INSTRECC'.

       COPY 'ROOMRECC'.

       COPY 'TERMCALC'.

       COPY 'NOTFRECC'.

       COPY 'EMRGLOGC'.

       01 WS-SQL-CODE                       PIC 9(9)-.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-CAMPUS                PIC X(3).
           01 SQL-BUILDING              PIC X(4).
           01 SQL-ROOM-ID               PIC X(8).
           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).
           01 SQL-ROW-ROOM              PIC X(8).
           01 SQL-MEET-DAYS             PIC X(7).
           01 SQL-MEET-START            PIC S9(4) COMP.
           01 SQL-MEET-END              PIC S9(4) COMP.
           01 SQL-INSTRUCTOR-ID         PIC X(5).

           EXEC SQL END DECLARE SECTION END-EXEC.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  The operator id logged on every broadcast
      * comes from here.
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

      * Carried from one trip to the next: the place and time last
      * listed.  B sends only for exactly what the operator has just
      * seen listed, and only once.
       01 WS-EM-AREA.
           05 WS-EM-LISTED-CRITERIA         PIC X(26).
           05 WS-EM-LISTED-SW               PIC X.
               88 WS-EM-LISTED              VALUE 'Y'.
       01 WS-EM-LENGTH                      PIC S9(4) COMP VALUE 27.

      * This trip's place and time, laid out as the listed copy is.
       01 WS-CRITERIA.
           05 WS-CR-CAMPUS                  PIC X(3).
           05 WS-CR-BUILDING                PIC X(4).
           05 WS-CR-ROOM                    PIC X(4).
           05 WS-CR-DATE                    PIC 9(7).
           05 WS-CR-FROM                    PIC 9(4).
           05 WS-CR-TO                      PIC 9(4).

       01 WS-CR-DAY-LETTER                  PIC X.

       01 WS-MODE                           PIC X VALUE 'L'.
           88 WS-MODE-LIST                  VALUE 'L'.
           88 WS-MODE-ROSTER                VALUE 'R'.
           88 WS-MODE-BROADCAST             VALUE 'B'.

      * The broadcast's stamp - the key of its EMRGLOG entries and
      * of every NOTFFILE entry it queues.
       01 WS-BC-STAMP.
           05 WS-BC-DATE                    PIC 9(7).
           05 WS-BC-TIME                    PIC 9(7).

       01 WS-TIME-DIGITS                    PIC 9(7).
       01 WS-TIME-PARTS REDEFINES WS-TIME-DIGITS.
           05 FILLER                        PIC 9.
           05 WS-TP-HH                      PIC 99.
           05 WS-TP-MM                      PIC 99.
           05 WS-TP-SS                      PIC 99.

       01 WS-HHMM                           PIC X(4).
       01 WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HHMM-HH                    PIC 99.
           05 WS-HHMM-MM                    PIC 99.

      * Day number of the date, MVBSCHD's count from 1 January of
      * year 1 (a Monday), for the weekday letter.
       01 WS-DATE-WORK.
           05 WS-DW-DATE                    PIC 9(7) VALUE ZERO.
           05 WS-DW-PARTS REDEFINES WS-DW-DATE.
               10 FILLER                    PIC 9.
               10 WS-DW-C                   PIC 9.
               10 WS-DW-YY                  PIC 99.
               10 WS-DW-DDD                 PIC 999.
           05 WS-DW-YEAR                    PIC 9(4) VALUE ZERO.
           05 WS-DW-PRIOR-YEAR              PIC 9(4) VALUE ZERO.
           05 WS-DW-BY-4                    PIC 9(4) VALUE ZERO.
           05 WS-DW-BY-100                  PIC 9(4) VALUE ZERO.
           05 WS-DW-BY-400                  PIC 9(4) VALUE ZERO.
           05 WS-DW-ABS-DAY                 PIC 9(7) VALUE ZERO.

       01 WS-DOW-QUOTIENT                   PIC 9(7) VALUE ZERO.
       01 WS-DOW                            PIC 9(1) VALUE ZERO.

      * MEET_DAYS letters by day of the week, Monday first.
       01 WS-DAY-LETTER-VALUES.
           05 FILLER                        PIC X(7) VALUE 'MTWRFSU'.
       01 WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTER-VALUES.
           05 WS-DAY-LETTER                 PIC X OCCURS 7.

       01 WS-DAY-TALLY                      PIC 9(3) VALUE ZERO.

      * The term in progress on the date - latest TERMCAL start on
      * or before it.  Spaces when the calendar has no such term.
       01 WS-TERM-YEAR                      PIC X(5).
       01 WS-TERM-START                     PIC 9(7) VALUE ZERO.
       01 WS-TERM-KEY                       PIC X(5).

       01 WS-ROOM-KEY.
           05 WS-RK-BUILDING                PIC X(4).
           05 WS-RK-ROOM                    PIC X(4).

       01 WS-COURSE-KEY.
           05 WS-CRSKEY-COURSE              PIC X(8).
           05 WS-CRSKEY-STUDENT             PIC X(7).

       01 WS-CONTACT-KEY.
           05 WS-CT-STUDENT-NO              PIC X(7).
           05 WS-CT-SEQ                     PIC X(1).

      * STUFILE's seven course slots as a table, to pair each with
      * its STUFILE-SECTION.
       01 WS-SLOT-COURSES.
           05 WS-SLOT-COURSE                PIC X(8) OCCURS 7.
       01 WS-SLOT-SUB                       PIC 9.

       01 WS-IN-SECTION-SW                  PIC X VALUE 'N'.
           88 WS-IN-SECTION                 VALUE 'Y'.

       01 WS-SQL-END-SW                     PIC X VALUE 'N'.
           88 WS-SQL-END                    VALUE 'Y'.

       01 WS-CONTACT-FOUND-SW               PIC X VALUE 'N'.
           88 WS-CONTACT-FOUND              VALUE 'Y'.

       01 WS-SECTION-COUNT                  PIC 9(4) VALUE ZERO.
       01 WS-SECTION-STUDENTS               PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-COUNT                  PIC 9(5) VALUE ZERO.
       01 WS-INSTRUCTOR-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-EMAILED-COUNT                  PIC 9(5) VALUE ZERO.
       01 WS-PHONE-COUNT                    PIC 9(5) VALUE ZERO.
       01 WS-UNREACHED-COUNT                PIC 9(5) VALUE ZERO.
       01 WS-LINE-SUB                       PIC 9 VALUE ZERO.

       01 WS-REACHED                        PIC X(14).

      * Commarea for MVPRGVW, the view-logging service - every
      * student printed on the roster is logged to VIEWLOG.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGEM'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'P'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

      * The mail gateway's urgent feed - an extrapartition queue in
      * the same 80-byte layout MVBNTF writes NTFYOUT in.
       01 WS-URGENT-TD-QUEUE                PIC X(4) VALUE 'NTFU'.
       01 WS-URGENT-LENGTH                  PIC S9(4) COMP VALUE 80.

       01 WS-URGENT-LINE.
           05 WS-UL-STUDENT-NO              PIC X(7).
           05 WS-UL-EVENT                   PIC X(2).
           05 WS-UL-COURSE                  PIC X(8).
           05 WS-UL-EMAIL                   PIC X(40).
           05 WS-UL-DATE                    PIC 9(7).
           05 WS-UL-TIME                    PIC 9(6).
           05 FILLER                        PIC X(10) VALUE SPACES.

      * One class on the screen.
       01 WS-SCR-LINE.
           05 WS-SC-COURSE                  PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 WS-SC-SECTION                 PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 WS-SC-ROOM                    PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 WS-SC-DAYS                    PIC X(7).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 WS-SC-START                   PIC 9(4).
           05 FILLER                        PIC X(1) VALUE '-'.
           05 WS-SC-END                     PIC 9(4).
           05 FILLER                        PIC X(11)
                                  VALUE '  STUDENTS '.
           05 WS-SC-STUDENTS                PIC ZZZ9.

       01 WS-LIST-MSG.
           05 WS-LM-SECTIONS                PIC ZZZ9.
           05 FILLER                        PIC X(10)
                                  VALUE ' CLASSES, '.
           05 WS-LM-STUDENTS                PIC ZZZZ9.
           05 FILLER                        PIC X(21)
                                  VALUE ' SEATED - R/B ENABLED'.

       01 WS-COUNT-LINE.
           05 WS-CL-LABEL                   PIC X(24).
           05 WS-CL-COUNT                   PIC ZZZZ9.

       01 WS-ROSTER-TOKEN                   PIC X(8).
       01 WS-PHONE-TOKEN                    PIC X(8).

       01 WS-PRT-LINE                       PIC X(132).

      * Roster and phone list lines - built as separate 01 groups
      * and MOVEd into WS-PRT-LINE one at a time, the way MVPRGI
      * prints its record copy.
       01 WS-PRT-HEADING.
           05 WS-PH-TITLE                   PIC X(24).
           05 FILLER                        PIC X(8) VALUE 'CAMPUS '.
           05 WS-PH-CAMPUS                  PIC X(3).
           05 FILLER                        PIC X(11)
                                  VALUE '  BUILDING '.
           05 WS-PH-BUILDING                PIC X(4).
           05 FILLER                        PIC X(7) VALUE '  ROOM '.
           05 WS-PH-ROOM                    PIC X(4).
           05 FILLER                        PIC X(7) VALUE '  DATE '.
           05 WS-PH-DATE                    PIC 9(7).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PH-FROM                    PIC 9(4).
           05 FILLER                        PIC X(1) VALUE '-'.
           05 WS-PH-TO                      PIC 9(4).
           05 FILLER                        PIC X(10)
                                  VALUE '  SENT BY '.
           05 WS-PH-OPERATOR                PIC X(8).

       01 WS-PRT-SECTION-LINE.
           05 FILLER                        PIC X(7) VALUE 'CLASS: '.
           05 WS-PS-COURSE                  PIC X(8).
           05 FILLER                        PIC X(5) VALUE ' SEC '.
           05 WS-PS-SECTION                 PIC X(2).
           05 FILLER                        PIC X(7) VALUE '  ROOM '.
           05 WS-PS-ROOM                    PIC X(8).
           05 FILLER                        PIC X(7) VALUE '  DAYS '.
           05 WS-PS-DAYS                    PIC X(7).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PS-START                   PIC 9(4).
           05 FILLER                        PIC X(1) VALUE '-'.
           05 WS-PS-END                     PIC 9(4).

       01 WS-PRT-INSTR-LINE.
           05 FILLER                        PIC X(15)
                                  VALUE '  INSTRUCTOR: '.
           05 WS-PI-ID                      PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PI-NAME                    PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PI-PHONE.
               10 FILLER                    PIC X(1) VALUE '('.
               10 WS-PI-AREA                PIC X(3).
               10 FILLER                    PIC X(2) VALUE ') '.
               10 WS-PI-EXCH                PIC X(3).
               10 FILLER                    PIC X(1) VALUE '-'.
               10 WS-PI-NUM                 PIC X(4).

       01 WS-PRT-STUDENT-LINE.
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 WS-PT-STUDENT-NO              PIC X(7).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PT-NAME                    PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PT-PHONE.
               10 FILLER                    PIC X(1) VALUE '('.
               10 WS-PT-AREA                PIC X(3).
               10 FILLER                    PIC X(2) VALUE ') '.
               10 WS-PT-EXCH                PIC X(3).
               10 FILLER                    PIC X(1) VALUE '-'.
               10 WS-PT-NUM                 PIC X(4).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PT-REACHED                 PIC X(14).

       01 WS-PRT-CONTACT-LINE.
           05 FILLER                        PIC X(15)
                                  VALUE '      CONTACT: '.
           05 WS-PC-NAME                    PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PC-RELATION                PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PC-PHONE.
               10 FILLER                    PIC X(1) VALUE '('.
               10 WS-PC-AREA                PIC X(3).
               10 FILLER                    PIC X(2) VALUE ') '.
               10 WS-PC-EXCH                PIC X(3).
               10 FILLER                    PIC X(1) VALUE '-'.
               10 WS-PC-NUM                 PIC X(4).

      * Phone list - who to call, with the class they are in.
       01 WS-PRT-PHONE-LINE.
           05 WS-PP-WHO                     PIC X(10).
           05 WS-PP-ID                      PIC X(7).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PP-NAME                    PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PP-PHONE.
               10 FILLER                    PIC X(1) VALUE '('.
               10 WS-PP-AREA                PIC X(3).
               10 FILLER                    PIC X(2) VALUE ') '.
               10 WS-PP-EXCH                PIC X(3).
               10 FILLER                    PIC X(1) VALUE '-'.
               10 WS-PP-NUM                 PIC X(4).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PP-COURSE                  PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 WS-PP-SECTION                 PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-PP-ROOM                    PIC X(8).

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
            05 LK-TRANSFER                  PIC X(27).

       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF1(700-RETURN)
                                 PF9(600-EXIT-PROG)

            END-EXEC.

            EXEC CICS HANDLE CONDITION MAPFAIL(100-FIRST-TIME)
                                       QIDERR(700-RETURN)
            END-EXEC.

            IF EIBCALEN NOT = WS-EM-LENGTH

                GO TO 100-FIRST-TIME

            END-IF.

            MOVE LK-TRANSFER TO WS-EM-AREA.

            EXEC CICS RECEIVE MAP('EMRMAP') MAPSET('MVMAPI')

            END-EXEC.

      * No sign-on queue means no operator to log the broadcast
      * under - back to the menu, which puts the sign-on screen up.
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

            MOVE SPACES TO WS-EM-LISTED-CRITERIA.
            MOVE 'N' TO WS-EM-LISTED-SW.

            MOVE LOW-VALUES TO EMRMAPO.

            MOVE 'L=LIST  R=ROSTER  B=BROADCAST' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('EMRMAP') MAPSET('MVMAPI') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV35') COMMAREA(WS-EM-AREA)
                             LENGTH(WS-EM-LENGTH)
            END-EXEC.

       200-MAIN-LOGIC.

            IF ACTNI = 'L' OR ACTNI = 'l'

                MOVE 'L' TO WS-MODE

            ELSE IF ACTNI = 'R' OR ACTNI = 'r'

                MOVE 'R' TO WS-MODE

            ELSE IF ACTNI = 'B' OR ACTNI = 'b'

                MOVE 'B' TO WS-MODE

            ELSE

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER L=LIST, R=ROSTER OR B=BROADCAST'
                    TO OUTMSGO
                MOVE -1 TO ACTNL
                GO TO 900-SEND-MAP

            END-IF.

            PERFORM 250-EDIT-CRITERIA THRU 250-EXIT.

            IF WS-MODE-LIST

                GO TO 300-LIST-CLASSES

            ELSE IF WS-MODE-ROSTER

                GO TO 400-PRINT-ROSTER

            ELSE

                GO TO 500-BROADCAST

            END-IF.

      * The place, date and window keyed, with the blanks filled in.
      * A failed edit sends the screen back from here.
       250-EDIT-CRITERIA.

            MOVE SPACES TO WS-CRITERIA.

            IF ECAMPL > 0

                MOVE ECAMPI TO WS-CR-CAMPUS

            END-IF.

            IF EBLDGL > 0

                MOVE EBLDGI TO WS-CR-BUILDING

            END-IF.

            IF EROOML > 0

                MOVE EROOMI TO WS-CR-ROOM

            END-IF.

            IF WS-CR-CAMPUS = SPACES AND WS-CR-BUILDING = SPACES

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'KEY A CAMPUS, A BUILDING OR A ROOM' TO OUTMSGO
                MOVE -1 TO ECAMPL
                GO TO 900-SEND-MAP

            ELSE IF WS-CR-ROOM NOT = SPACES
                    AND WS-CR-BUILDING = SPACES

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'A ROOM NEEDS ITS BUILDING' TO OUTMSGO
                MOVE -1 TO EBLDGL
                GO TO 900-SEND-MAP

            END-IF.

            IF WS-CR-BUILDING NOT = SPACES

                PERFORM 260-CHECK-BUILDING THRU 260-EXIT

            END-IF.

            IF EDATEL = 0

                MOVE EIBDATE TO WS-CR-DATE

            ELSE IF EDATEI IS NOT NUMERIC

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'KEY THE DATE AS 0CYYDDD (EG 0126288)' TO OUTMSGO
                MOVE -1 TO EDATEL
                GO TO 900-SEND-MAP

            ELSE

                MOVE EDATEI TO WS-CR-DATE

            END-IF.

            MOVE WS-CR-DATE TO WS-DW-DATE.

            IF WS-DW-DDD = ZERO OR WS-DW-DDD > 366

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'KEY THE DATE AS 0CYYDDD (EG 0126288)' TO OUTMSGO
                MOVE -1 TO EDATEL
                GO TO 900-SEND-MAP

            END-IF.

            IF EFROML = 0

                MOVE EIBTIME TO WS-TIME-DIGITS
                MOVE WS-TP-HH TO WS-HHMM-HH
                MOVE WS-TP-MM TO WS-HHMM-MM

            ELSE

                MOVE EFROMI TO WS-HHMM

            END-IF.

            IF WS-HHMM IS NOT NUMERIC
                    OR WS-HHMM-HH > 23 OR WS-HHMM-MM > 59

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'KEY THE TIMES AS HHMM (EG 1330)' TO OUTMSGO
                MOVE -1 TO EFROML
                GO TO 900-SEND-MAP

            END-IF.

            MOVE WS-HHMM TO WS-CR-FROM.

            IF ETOL = 0

                MOVE '2359' TO WS-HHMM

            ELSE

                MOVE ETOI TO WS-HHMM

            END-IF.

            IF WS-HHMM IS NOT NUMERIC
                    OR WS-HHMM-HH > 23 OR WS-HHMM-MM > 59

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'KEY THE TIMES AS HHMM (EG 1330)' TO OUTMSGO
                MOVE -1 TO ETOL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE WS-HHMM TO WS-CR-TO.

            IF WS-CR-FROM NOT < WS-CR-TO

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE WINDOW MUST END AFTER IT STARTS' TO OUTMSGO
                MOVE -1 TO EFROML
                GO TO 900-SEND-MAP

            END-IF.

            PERFORM 270-DAY-LETTER.

            PERFORM 280-FIND-TERM THRU 280-EXIT.

            IF WS-TERM-YEAR = SPACES

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'NO TERM IN PROGRESS ON THAT DATE' TO OUTMSGO
                MOVE -1 TO EDATEL
                GO TO 900-SEND-MAP

            END-IF.

       250-EXIT.
            EXIT.

      * A room must be on ROOMFILE; a building must have at least
      * one room there.  A campus keyed with it must be the one
      * ROOMFILE puts the building on.
       260-CHECK-BUILDING.

            MOVE WS-CR-BUILDING TO WS-RK-BUILDING.

            IF WS-CR-ROOM NOT = SPACES

                MOVE WS-CR-ROOM TO WS-RK-ROOM

                EXEC CICS HANDLE CONDITION NOTFND(265-NOT-ON-FILE)
                END-EXEC

                EXEC CICS READ FILE('ROOMFILE') INTO(ROOMFILE-RECORD)
                               RIDFLD(WS-ROOM-KEY)
                END-EXEC

                GO TO 262-CHECK-CAMPUS

            END-IF.

            MOVE LOW-VALUES TO WS-RK-ROOM.

            EXEC CICS HANDLE CONDITION NOTFND(265-NOT-ON-FILE)
                                       ENDFILE(265-NOT-ON-FILE)
            END-EXEC.

            EXEC CICS STARTBR FILE('ROOMFILE') RIDFLD(WS-ROOM-KEY)
                              GTEQ
            END-EXEC.

            EXEC CICS READNEXT FILE('ROOMFILE') INTO(ROOMFILE-RECORD)
                               RIDFLD(WS-ROOM-KEY)
            END-EXEC.

            EXEC CICS ENDBR FILE('ROOMFILE') END-EXEC.

            IF ROOMFILE-BUILDING NOT = WS-CR-BUILDING

                GO TO 265-NOT-ON-FILE

            END-IF.

       262-CHECK-CAMPUS.

            IF WS-CR-CAMPUS NOT = SPACES
                    AND WS-CR-CAMPUS NOT = ROOMFILE-CAMPUS

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THAT BUILDING IS NOT ON THAT CAMPUS' TO OUTMSGO
                MOVE -1 TO ECAMPL
                GO TO 900-SEND-MAP

            END-IF.

            GO TO 260-EXIT.

       265-NOT-ON-FILE.

            MOVE LOW-VALUES TO EMRMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'BUILDING/ROOM IS NOT ON ROOMFILE' TO OUTMSGO.
            MOVE -1 TO EBLDGL.
            GO TO 900-SEND-MAP.

       260-EXIT.
            EXIT.

      * The date's day number, and from it the weekday letter the
      * MEET_DAYS are matched on.
       270-DAY-LETTER.

            COMPUTE WS-DW-YEAR = 1900 + WS-DW-C * 100 + WS-DW-YY.
            SUBTRACT 1 FROM WS-DW-YEAR GIVING WS-DW-PRIOR-YEAR.
            DIVIDE WS-DW-PRIOR-YEAR BY 4 GIVING WS-DW-BY-4.
            DIVIDE WS-DW-PRIOR-YEAR BY 100 GIVING WS-DW-BY-100.
            DIVIDE WS-DW-PRIOR-YEAR BY 400 GIVING WS-DW-BY-400.
            COMPUTE WS-DW-ABS-DAY = WS-DW-PRIOR-YEAR * 365
                + WS-DW-BY-4 - WS-DW-BY-100 + WS-DW-BY-400
                + WS-DW-DDD.

            DIVIDE WS-DW-ABS-DAY BY 7 GIVING WS-DOW-QUOTIENT
                REMAINDER WS-DOW.

            IF WS-DOW = ZERO

                MOVE 7 TO WS-DOW

            END-IF.

            MOVE WS-DAY-LETTER (WS-DOW) TO WS-CR-DAY-LETTER.

       280-FIND-TERM.

            MOVE SPACES TO WS-TERM-YEAR.
            MOVE ZERO TO WS-TERM-START.
            MOVE LOW-VALUES TO WS-TERM-KEY.

            EXEC CICS HANDLE CONDITION NOTFND(280-EXIT)
                                       ENDFILE(288-END-TERMS)
            END-EXEC.

            EXEC CICS STARTBR FILE('TERMCAL') RIDFLD(WS-TERM-KEY)
                              GTEQ
            END-EXEC.

       285-NEXT-TERM.

            EXEC CICS READNEXT FILE('TERMCAL') INTO(TERMCAL-RECORD)
                               LENGTH(TERMCAL-LENGTH)
                               RIDFLD(WS-TERM-KEY)
            END-EXEC.

            IF TERMCAL-START-DATE IS NUMERIC
                    AND TERMCAL-START-DATE NOT > WS-CR-DATE
                    AND TERMCAL-START-DATE > WS-TERM-START

                MOVE TERMCAL-START-DATE TO WS-TERM-START
                MOVE TERMCAL-TERM-YEAR TO WS-TERM-YEAR

            END-IF.

            GO TO 285-NEXT-TERM.

       288-END-TERMS.

            EXEC CICS ENDBR FILE('TERMCAL') END-EXEC.

       280-EXIT.
            EXIT.

      * L - the classes caught and how many sit in each.  What was
      * listed is kept, so a B for it can follow.
       300-LIST-CLASSES.

            MOVE LOW-VALUES TO EMRMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.

            PERFORM 600-FIND-CLASSES THRU 600-EXIT.

            IF WS-SECTION-COUNT = ZERO

                MOVE 'N' TO WS-EM-LISTED-SW
                MOVE DFHYELLO TO OUTMSGC
                MOVE 'NO CLASSES MEET THERE IN THAT WINDOW' TO OUTMSGO

            ELSE

                MOVE WS-CRITERIA TO WS-EM-LISTED-CRITERIA
                MOVE 'Y' TO WS-EM-LISTED-SW
                MOVE WS-SECTION-COUNT TO WS-LM-SECTIONS
                MOVE WS-STUDENT-COUNT TO WS-LM-STUDENTS
                MOVE WS-LIST-MSG TO OUTMSGO

            END-IF.

            MOVE -1 TO ACTNL.
            GO TO 900-SEND-MAP.

      * R - the incident team's roster, nothing sent.
       400-PRINT-ROSTER.

            MOVE LOW-VALUES TO EMRMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.

            PERFORM 650-OPEN-PRINT.

            PERFORM 600-FIND-CLASSES THRU 600-EXIT.

            PERFORM 690-CLOSE-PRINT.

            MOVE 'ROSTER PRINTED' TO OUTMSGO.
            MOVE -1 TO ACTNL.
            GO TO 900-SEND-MAP.

      * B - the broadcast itself, for exactly what was last listed.
       500-BROADCAST.

            IF NOT WS-EM-LISTED
                    OR WS-CRITERIA NOT = WS-EM-LISTED-CRITERIA

                MOVE LOW-VALUES TO EMRMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'LIST FIRST (L), THEN B TO SEND' TO OUTMSGO
                MOVE -1 TO ACTNL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE EIBDATE TO WS-BC-DATE.
            MOVE EIBTIME TO WS-BC-TIME.

            MOVE LOW-VALUES TO EMRMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.

            PERFORM 650-OPEN-PRINT.

            PERFORM 600-FIND-CLASSES THRU 600-EXIT.

            PERFORM 690-CLOSE-PRINT.

            PERFORM 560-LOG-BROADCAST.

      * Once sent, a second B needs a fresh L.
            MOVE 'N' TO WS-EM-LISTED-SW.

            PERFORM 570-SHOW-COUNTS.

            MOVE DFHTURQ TO OUTMSGC.
            MOVE 'BROADCAST SENT - ROSTER AND PHONE LIST PRINTED'
                TO OUTMSGO.
            MOVE -1 TO ACTNL.
            GO TO 900-SEND-MAP.

       560-LOG-BROADCAST.

            MOVE SPACES TO EMRGLOG-RECORD.
            MOVE WS-BC-DATE TO EMRGLOG-DATE.
            MOVE WS-BC-TIME TO EMRGLOG-TIME.
            MOVE EIBTRMID TO EMRGLOG-TERMID.
            MOVE 'B' TO EMRGLOG-TYPE.
            MOVE TS-OPR-OPERATOR-ID TO EMRGLOG-OPERATOR-ID.
            MOVE WS-CR-CAMPUS TO EMRGLOG-CAMPUS.
            MOVE WS-CR-BUILDING TO EMRGLOG-BUILDING.
            MOVE WS-CR-ROOM TO EMRGLOG-ROOM.
            MOVE WS-CR-DATE TO EMRGLOG-EVENT-DATE.
            MOVE WS-CR-FROM TO EMRGLOG-FROM-TIME.
            MOVE WS-CR-TO TO EMRGLOG-TO-TIME.
            MOVE WS-SECTION-COUNT TO EMRGLOG-SECTIONS.
            MOVE WS-STUDENT-COUNT TO EMRGLOG-STUDENTS.
            MOVE WS-INSTRUCTOR-COUNT TO EMRGLOG-INSTRUCTORS.
            MOVE WS-EMAILED-COUNT TO EMRGLOG-EMAILED.
            MOVE WS-PHONE-COUNT TO EMRGLOG-PHONE-LISTED.
            MOVE WS-UNREACHED-COUNT TO EMRGLOG-UNREACHABLE.

            EXEC CICS WRITE FILE('EMRGLOG') FROM(EMRGLOG-RECORD)
                          LENGTH(EMRGLOG-LENGTH) RIDFLD(EMRGLOG-KEY)
            END-EXEC.

       570-SHOW-COUNTS.

            MOVE SPACES TO EMLINEO (1), EMLINEO (2), EMLINEO (3),
                           EMLINEO (4), EMLINEO (5), EMLINEO (6),
                           EMLINEO (7), EMLINEO (8).

            MOVE 'CLASSES AFFECTED:' TO WS-CL-LABEL.
            MOVE WS-SECTION-COUNT TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EMLINEO (1).
            MOVE 'STUDENTS REACHED:' TO WS-CL-LABEL.
            MOVE WS-STUDENT-COUNT TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EMLINEO (2).
            MOVE 'INSTRUCTORS:' TO WS-CL-LABEL.
            MOVE WS-INSTRUCTOR-COUNT TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EMLINEO (3).
            MOVE 'URGENT EMAILS QUEUED:' TO WS-CL-LABEL.
            MOVE WS-EMAILED-COUNT TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EMLINEO (4).
            MOVE 'ON THE PHONE LIST:' TO WS-CL-LABEL.
            MOVE WS-PHONE-COUNT TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EMLINEO (5).
            MOVE 'NO EMAIL OR PHONE:' TO WS-CL-LABEL.
            MOVE WS-UNREACHED-COUNT TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO EMLINEO (6).

            IF WS-UNREACHED-COUNT > ZERO

                MOVE DFHRED TO EMLINEC (6)

            END-IF.

      * Every catalog row in the place keyed, its section's schedule
      * where it has one, in room order.  The weekday and window are
      * checked here rather than in the SELECT.
       600-FIND-CLASSES.

            MOVE ZERO TO WS-SECTION-COUNT, WS-STUDENT-COUNT,
                         WS-INSTRUCTOR-COUNT, WS-EMAILED-COUNT,
                         WS-PHONE-COUNT, WS-UNREACHED-COUNT,
                         WS-LINE-SUB.
            MOVE 'N' TO WS-SQL-END-SW.

            MOVE SPACES TO EMLINEO (1), EMLINEO (2), EMLINEO (3),
                           EMLINEO (4), EMLINEO (5), EMLINEO (6),
                           EMLINEO (7), EMLINEO (8).

      * A building keyed is matched on the room, wherever the
      * catalog row's campus says; a campus alone takes every row
      * on the campus, roomed or not.
            MOVE SPACES TO SQL-CAMPUS, SQL-BUILDING, SQL-ROOM-ID.

            IF WS-CR-BUILDING = SPACES

                MOVE WS-CR-CAMPUS TO SQL-CAMPUS

            ELSE IF WS-CR-ROOM = SPACES

                MOVE WS-CR-BUILDING TO SQL-BUILDING

            ELSE

                MOVE WS-CR-BUILDING TO SQL-ROOM-ID (1:4)
                MOVE WS-CR-ROOM TO SQL-ROOM-ID (5:4)

            END-IF.

            EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
            EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
            EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

            EXEC SQL DECLARE EMRCUR CURSOR FOR
                     SELECT C.COURSE_CODE, '  ' AS SECTION_NO,
                            C.ROOM_ID, C.MEET_DAYS,
                            C.MEET_START, C.MEET_END,
                            C.INSTRUCTOR_ID
                       FROM BILLM.COURSE_CODES C
                       WHERE C.ACTIVE_FLAG = 'Y'
                         AND (:SQL-CAMPUS = '   '
                              OR C.CAMPUS_CODE = :SQL-CAMPUS)
                         AND (:SQL-BUILDING = '    '
                              OR SUBSTR(C.ROOM_ID, 1, 4)
                                 = :SQL-BUILDING)
                         AND (:SQL-ROOM-ID = '        '
                              OR C.ROOM_ID = :SQL-ROOM-ID)
                     UNION ALL
                     SELECT S.COURSE_CODE, S.SECTION_NO,
                            C.ROOM_ID,
                            CASE WHEN S.MEET_END > 0
                                 THEN S.MEET_DAYS
                                 ELSE C.MEET_DAYS END,
                            CASE WHEN S.MEET_END > 0
                                 THEN S.MEET_START
                                 ELSE C.MEET_START END,
                            CASE WHEN S.MEET_END > 0
                                 THEN S.MEET_END
                                 ELSE C.MEET_END END,
                            CASE WHEN S.INSTRUCTOR_ID <> '     '
                                 THEN S.INSTRUCTOR_ID
                                 ELSE C.INSTRUCTOR_ID END
                       FROM BILLM.COURSE_SECTIONS S,
                            BILLM.COURSE_CODES C
                       WHERE S.COURSE_CODE = C.COURSE_CODE
                         AND S.ACTIVE_FLAG = 'Y'
                         AND C.ACTIVE_FLAG = 'Y'
                         AND (:SQL-CAMPUS = '   '
                              OR C.CAMPUS_CODE = :SQL-CAMPUS)
                         AND (:SQL-BUILDING = '    '
                              OR SUBSTR(C.ROOM_ID, 1, 4)
                                 = :SQL-BUILDING)
                         AND (:SQL-ROOM-ID = '        '
                              OR C.ROOM_ID = :SQL-ROOM-ID)
                     ORDER BY 3, 1, 2
            END-EXEC.

            EXEC SQL OPEN EMRCUR END-EXEC.

            PERFORM 610-ONE-CLASS THRU 610-EXIT
                UNTIL WS-SQL-END.

            EXEC SQL CLOSE EMRCUR END-EXEC.

       600-EXIT.
            EXIT.

       610-ONE-CLASS.

            EXEC SQL FETCH EMRCUR
                       INTO :SQL-COURSE-CODE, :SQL-SECTION-NO,
                            :SQL-ROW-ROOM, :SQL-MEET-DAYS,
                            :SQL-MEET-START, :SQL-MEET-END,
                            :SQL-INSTRUCTOR-ID
            END-EXEC.

            IF SQLCODE = 100

                MOVE 'Y' TO WS-SQL-END-SW
                GO TO 610-EXIT

            END-IF.

            IF SQL-MEET-END NOT > ZERO

                GO TO 610-EXIT

            END-IF.

            MOVE ZERO TO WS-DAY-TALLY.
            INSPECT SQL-MEET-DAYS TALLYING WS-DAY-TALLY
                FOR ALL WS-CR-DAY-LETTER.

            IF WS-DAY-TALLY = ZERO
                    OR SQL-MEET-START NOT < WS-CR-TO
                    OR SQL-MEET-END NOT > WS-CR-FROM

                GO TO 610-EXIT

            END-IF.

            ADD 1 TO WS-SECTION-COUNT.
            MOVE ZERO TO WS-SECTION-STUDENTS.

            IF NOT WS-MODE-LIST

                PERFORM 620-PRINT-CLASS-HEAD
                PERFORM 630-INSTRUCTOR THRU 630-EXIT

            END-IF.

            PERFORM 640-CLASS-STUDENTS THRU 640-EXIT.

            IF WS-LINE-SUB < 8

                ADD 1 TO WS-LINE-SUB
                MOVE SQL-COURSE-CODE TO WS-SC-COURSE
                MOVE SQL-SECTION-NO TO WS-SC-SECTION
                MOVE SQL-ROW-ROOM TO WS-SC-ROOM
                MOVE SQL-MEET-DAYS TO WS-SC-DAYS
                MOVE SQL-MEET-START TO WS-SC-START
                MOVE SQL-MEET-END TO WS-SC-END
                MOVE WS-SECTION-STUDENTS TO WS-SC-STUDENTS
                MOVE WS-SCR-LINE TO EMLINEO (WS-LINE-SUB)

            ELSE

                MOVE 'MORE CLASSES THAN FIT - R PRINTS THEM ALL'
                    TO EMLINEO (8)
                MOVE DFHYELLO TO EMLINEC (8)

            END-IF.

       610-EXIT.
            EXIT.

       620-PRINT-CLASS-HEAD.

            MOVE SPACES TO WS-PRT-LINE.
            PERFORM 660-WRITE-ROSTER.

            MOVE SQL-COURSE-CODE TO WS-PS-COURSE.
            MOVE SQL-SECTION-NO TO WS-PS-SECTION.
            MOVE SQL-ROW-ROOM TO WS-PS-ROOM.
            MOVE SQL-MEET-DAYS TO WS-PS-DAYS.
            MOVE SQL-MEET-START TO WS-PS-START.
            MOVE SQL-MEET-END TO WS-PS-END.
            MOVE WS-PRT-SECTION-LINE TO WS-PRT-LINE.
            PERFORM 660-WRITE-ROSTER.

      * The class's instructor, off INSTFILE.  There is no email on
      * the instructor master, so a broadcast puts every instructor
      * on the phone list - once, however many classes they have in
      * the window.
       630-INSTRUCTOR.

            IF SQL-INSTRUCTOR-ID = SPACES

                MOVE '  NO INSTRUCTOR ASSIGNED' TO WS-PRT-LINE
                PERFORM 660-WRITE-ROSTER
                GO TO 630-EXIT

            END-IF.

            MOVE SQL-INSTRUCTOR-ID TO INSTFILE-ID.

            EXEC CICS HANDLE CONDITION NOTFND(632-NOT-ON-INSTFILE)
            END-EXEC.

            EXEC CICS READ FILE('INSTFILE') INTO(INSTFILE-RECORD)
                           RIDFLD(INSTFILE-ID)
            END-EXEC.

            GO TO 634-PRINT-INSTRUCTOR.

       632-NOT-ON-INSTFILE.

            MOVE SQL-INSTRUCTOR-ID TO INSTFILE-ID.
            MOVE 'NOT ON INSTFILE' TO INSTFILE-NAME.
            MOVE SPACES TO INSTFILE-PHONE.

       634-PRINT-INSTRUCTOR.

            MOVE INSTFILE-ID TO WS-PI-ID.
            MOVE INSTFILE-NAME TO WS-PI-NAME.
            MOVE INSTFILE-AREA-CODE TO WS-PI-AREA.
            MOVE INSTFILE-EXCHANGE TO WS-PI-EXCH.
            MOVE INSTFILE-PHONE-NUM TO WS-PI-NUM.
            MOVE WS-PRT-INSTR-LINE TO WS-PRT-LINE.
            PERFORM 660-WRITE-ROSTER.

            IF NOT WS-MODE-BROADCAST

                GO TO 630-EXIT

            END-IF.

            MOVE SPACES TO EMRGLOG-RECORD.
            MOVE WS-BC-DATE TO EMRGLOG-DATE.
            MOVE WS-BC-TIME TO EMRGLOG-TIME.
            MOVE EIBTRMID TO EMRGLOG-TERMID.
            MOVE 'I' TO EMRGLOG-TYPE.
            MOVE INSTFILE-ID TO EMRGLOG-RECIP-ID.
            MOVE SQL-COURSE-CODE TO EMRGLOG-COURSE.
            MOVE SQL-SECTION-NO TO EMRGLOG-SECTION.
            MOVE SQL-ROW-ROOM TO EMRGLOG-ROOM-ID.

            IF INSTFILE-PHONE = SPACES

                MOVE 'N' TO EMRGLOG-HOW

            ELSE

                MOVE 'P' TO EMRGLOG-HOW

            END-IF.

      * Already on this broadcast's log - reached for an earlier
      * class.
            EXEC CICS HANDLE CONDITION DUPREC(630-EXIT)
            END-EXEC.

            EXEC CICS WRITE FILE('EMRGLOG') FROM(EMRGLOG-RECORD)
                          LENGTH(EMRGLOG-LENGTH) RIDFLD(EMRGLOG-KEY)
            END-EXEC.

            ADD 1 TO WS-INSTRUCTOR-COUNT.

            IF EMRGLOG-NOT-REACHED

                ADD 1 TO WS-UNREACHED-COUNT

            ELSE

                ADD 1 TO WS-PHONE-COUNT

            END-IF.

            MOVE SPACES TO WS-PRT-PHONE-LINE.
            MOVE 'INSTRUCTOR' TO WS-PP-WHO.
            MOVE INSTFILE-ID TO WS-PP-ID.
            MOVE INSTFILE-NAME TO WS-PP-NAME.
            MOVE WS-PI-PHONE TO WS-PP-PHONE.
            MOVE SQL-COURSE-CODE TO WS-PP-COURSE.
            MOVE SQL-SECTION-NO TO WS-PP-SECTION.
            MOVE SQL-ROW-ROOM TO WS-PP-ROOM.
            MOVE WS-PRT-PHONE-LINE TO WS-PRT-LINE.
            PERFORM 665-WRITE-PHONE.

       630-EXIT.
            EXIT.

      * The class list, off the STUCRSE course index the way
      * MVPRGIS's 350-LIST-CLASS reads it.
       640-CLASS-STUDENTS.

            MOVE SQL-COURSE-CODE TO WS-CRSKEY-COURSE.
            MOVE LOW-VALUES TO WS-CRSKEY-STUDENT.

            EXEC CICS HANDLE CONDITION NOTFND(640-EXIT)
                                       ENDFILE(648-END-STUDENTS)
            END-EXEC.

            EXEC CICS STARTBR FILE('STUCRSE')
                          RIDFLD(WS-COURSE-KEY)
                          GTEQ
            END-EXEC.

      * The handlers are set again each time round - the contact
      * and log writes below set their own.
       642-NEXT-STUDENT.

            EXEC CICS HANDLE CONDITION ENDFILE(648-END-STUDENTS)
            END-EXEC.

            EXEC CICS READNEXT FILE('STUCRSE')
                       INTO(STUFILE-RECORD)
                       RIDFLD(WS-COURSE-KEY)
                       LENGTH(STUFILE-LENGTH)
            END-EXEC.

            IF WS-CRSKEY-COURSE NOT = SQL-COURSE-CODE

                GO TO 648-END-STUDENTS

            END-IF.

            PERFORM 645-CHECK-IN-SECTION.

            IF NOT WS-IN-SECTION

                GO TO 642-NEXT-STUDENT

            END-IF.

            ADD 1 TO WS-SECTION-STUDENTS.

            IF WS-MODE-LIST

                ADD 1 TO WS-STUDENT-COUNT

            ELSE

                PERFORM 700-ONE-STUDENT THRU 700-EXIT

            END-IF.

            GO TO 642-NEXT-STUDENT.

       648-END-STUDENTS.

            EXEC CICS ENDBR FILE('STUCRSE') END-EXEC.

       640-EXIT.
            EXIT.

       645-CHECK-IN-SECTION.

            MOVE 'N' TO WS-IN-SECTION-SW.

            IF STUFILE-TERM-YEAR = WS-TERM-YEAR

                MOVE STUFILE-COURSES TO WS-SLOT-COURSES
                PERFORM 646-CHECK-ONE-SLOT
                    VARYING WS-SLOT-SUB FROM 1 BY 1
                      UNTIL WS-SLOT-SUB > 7

            END-IF.

       646-CHECK-ONE-SLOT.

            IF WS-SLOT-COURSE (WS-SLOT-SUB) = SQL-COURSE-CODE
                    AND STUFILE-SECTION (WS-SLOT-SUB) = SQL-SECTION-NO

                MOVE 'Y' TO WS-IN-SECTION-SW

            END-IF.

       650-OPEN-PRINT.

            EXEC CICS SPOOLOPEN OUTPUT
                           NODE('LOCAL')
                           USERID(EIBOPID)
                           CLASS('A')
                           TOKEN(WS-ROSTER-TOKEN)
            END-EXEC.

            MOVE WS-CR-CAMPUS TO WS-PH-CAMPUS.
            MOVE WS-CR-BUILDING TO WS-PH-BUILDING.
            MOVE WS-CR-ROOM TO WS-PH-ROOM.
            MOVE WS-CR-DATE TO WS-PH-DATE.
            MOVE WS-CR-FROM TO WS-PH-FROM.
            MOVE WS-CR-TO TO WS-PH-TO.
            MOVE TS-OPR-OPERATOR-ID TO WS-PH-OPERATOR.

            IF WS-MODE-BROADCAST

                MOVE 'EMERGENCY BROADCAST' TO WS-PH-TITLE

            ELSE

                MOVE 'EMERGENCY ROSTER' TO WS-PH-TITLE

            END-IF.

            MOVE WS-PRT-HEADING TO WS-PRT-LINE.
            PERFORM 660-WRITE-ROSTER.

            IF WS-MODE-BROADCAST

                EXEC CICS SPOOLOPEN OUTPUT
                               NODE('LOCAL')
                               USERID(EIBOPID)
                               CLASS('A')
                               TOKEN(WS-PHONE-TOKEN)
                END-EXEC

                MOVE 'EMERGENCY PHONE LIST' TO WS-PH-TITLE
                MOVE WS-PRT-HEADING TO WS-PRT-LINE
                PERFORM 665-WRITE-PHONE
                MOVE SPACES TO WS-PRT-LINE
                PERFORM 665-WRITE-PHONE

            END-IF.

       660-WRITE-ROSTER.

            EXEC CICS SPOOLWRITE TOKEN(WS-ROSTER-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

       665-WRITE-PHONE.

            EXEC CICS SPOOLWRITE TOKEN(WS-PHONE-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

       690-CLOSE-PRINT.

            MOVE SPACES TO WS-PRT-LINE.
            PERFORM 660-WRITE-ROSTER.

            MOVE 'CLASSES:' TO WS-CL-LABEL.
            MOVE WS-SECTION-COUNT TO WS-CL-COUNT.
            MOVE WS-COUNT-LINE TO WS-PRT-LINE.
            PERFORM 660-WRITE-ROSTER.

            IF WS-MODE-BROADCAST

                MOVE 'STUDENTS REACHED:' TO WS-CL-LABEL
                MOVE WS-STUDENT-COUNT TO WS-CL-COUNT
                MOVE WS-COUNT-LINE TO WS-PRT-LINE
                PERFORM 660-WRITE-ROSTER
                MOVE 'URGENT EMAILS QUEUED:' TO WS-CL-LABEL
                MOVE WS-EMAILED-COUNT TO WS-CL-COUNT
                MOVE WS-COUNT-LINE TO WS-PRT-LINE
                PERFORM 660-WRITE-ROSTER
                MOVE 'ON THE PHONE LIST:' TO WS-CL-LABEL
                MOVE WS-PHONE-COUNT TO WS-CL-COUNT
                MOVE WS-COUNT-LINE TO WS-PRT-LINE
                PERFORM 660-WRITE-ROSTER
                PERFORM 665-WRITE-PHONE
                MOVE 'NO EMAIL OR PHONE:' TO WS-CL-LABEL
                MOVE WS-UNREACHED-COUNT TO WS-CL-COUNT
                MOVE WS-COUNT-LINE TO WS-PRT-LINE
                PERFORM 660-WRITE-ROSTER
                PERFORM 665-WRITE-PHONE

                EXEC CICS SPOOLCLOSE TOKEN(WS-PHONE-TOKEN) END-EXEC

            ELSE

                MOVE 'STUDENTS SEATED:' TO WS-CL-LABEL
                MOVE WS-STUDENT-COUNT TO WS-CL-COUNT
                MOVE WS-COUNT-LINE TO WS-PRT-LINE
                PERFORM 660-WRITE-ROSTER

            END-IF.

            EXEC CICS SPOOLCLOSE TOKEN(WS-ROSTER-TOKEN) END-EXEC.

      * One student on the roster.  On a broadcast the student is
      * logged and reached first - email if usable, the phone list
      * if not - unless already reached for an earlier class.
       700-ONE-STUDENT.

            MOVE SPACES TO WS-REACHED.

            IF NOT WS-MODE-BROADCAST

                ADD 1 TO WS-STUDENT-COUNT
                GO TO 710-PRINT-STUDENT

            END-IF.

            MOVE SPACES TO EMRGLOG-RECORD.
            MOVE WS-BC-DATE TO EMRGLOG-DATE.
            MOVE WS-BC-TIME TO EMRGLOG-TIME.
            MOVE EIBTRMID TO EMRGLOG-TERMID.
            MOVE 'S' TO EMRGLOG-TYPE.
            MOVE STUFILE-STUDENT-NO TO EMRGLOG-RECIP-ID.
            MOVE SQL-COURSE-CODE TO EMRGLOG-COURSE.
            MOVE SQL-SECTION-NO TO EMRGLOG-SECTION.
            MOVE SQL-ROW-ROOM TO EMRGLOG-ROOM-ID.

            IF STUFILE-EMAIL NOT = SPACES
                    AND STUFILE-EMAIL-OK
                    AND NOT STUFILE-EMAIL-BOUNCED

                MOVE 'E' TO EMRGLOG-HOW

            ELSE IF STUFILE-PHONE NOT = SPACES

                MOVE 'P' TO EMRGLOG-HOW

            ELSE

                MOVE 'N' TO EMRGLOG-HOW

            END-IF.

            EXEC CICS HANDLE CONDITION DUPREC(705-ALREADY-REACHED)
            END-EXEC.

            EXEC CICS WRITE FILE('EMRGLOG') FROM(EMRGLOG-RECORD)
                          LENGTH(EMRGLOG-LENGTH) RIDFLD(EMRGLOG-KEY)
            END-EXEC.

            ADD 1 TO WS-STUDENT-COUNT.

            IF EMRGLOG-BY-EMAIL

                PERFORM 720-QUEUE-EMAIL THRU 720-EXIT
                ADD 1 TO WS-EMAILED-COUNT
                MOVE 'EMAIL QUEUED' TO WS-REACHED

            ELSE IF EMRGLOG-BY-PHONE

                PERFORM 730-PHONE-LIST-STUDENT
                ADD 1 TO WS-PHONE-COUNT
                MOVE 'PHONE LIST' TO WS-REACHED

            ELSE

                ADD 1 TO WS-UNREACHED-COUNT
                MOVE 'NO EMAIL/PHONE' TO WS-REACHED

            END-IF.

            GO TO 710-PRINT-STUDENT.

       705-ALREADY-REACHED.

            MOVE 'REACHED ABOVE' TO WS-REACHED.

       710-PRINT-STUDENT.

            MOVE STUFILE-STUDENT-NO TO WS-PT-STUDENT-NO.
            MOVE STUFILE-NAME TO WS-PT-NAME.
            MOVE STUFILE-AREA-CODE TO WS-PT-AREA.
            MOVE STUFILE-EXCHANGE TO WS-PT-EXCH.
            MOVE STUFILE-PHONE-NUM TO WS-PT-NUM.
            MOVE WS-REACHED TO WS-PT-REACHED.
            MOVE WS-PRT-STUDENT-LINE TO WS-PRT-LINE.
            PERFORM 660-WRITE-ROSTER.

            PERFORM 750-PRINT-CONTACTS THRU 750-EXIT.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       700-EXIT.
            EXIT.

      * The urgent EM entry on NOTFFILE, stamped with the broadcast,
      * and the same line straight to the gateway's urgent feed.
       720-QUEUE-EMAIL.

            MOVE SPACES TO NOTFFILE-RECORD.
            MOVE STUFILE-STUDENT-NO TO NOTFFILE-STUDENT-NO.
            MOVE WS-BC-DATE TO NOTFFILE-DATE.
            MOVE WS-BC-TIME TO NOTFFILE-TIME.
            MOVE 'EM' TO NOTFFILE-EVENT.
            MOVE SQL-COURSE-CODE TO NOTFFILE-COURSE.
            MOVE STUFILE-EMAIL TO NOTFFILE-EMAIL.

            EXEC CICS HANDLE CONDITION DUPREC(720-EXIT)
            END-EXEC.

            EXEC CICS WRITE FILE('NOTFFILE') FROM(NOTFFILE-RECORD)
                          LENGTH(NOTFFILE-LENGTH)
                          RIDFLD(NOTFFILE-KEY)
            END-EXEC.

            MOVE NOTFFILE-STUDENT-NO TO WS-UL-STUDENT-NO.
            MOVE NOTFFILE-EVENT TO WS-UL-EVENT.
            MOVE NOTFFILE-COURSE TO WS-UL-COURSE.
            MOVE NOTFFILE-EMAIL TO WS-UL-EMAIL.
            MOVE NOTFFILE-DATE TO WS-UL-DATE.
            MOVE NOTFFILE-TIME (1:6) TO WS-UL-TIME.

            EXEC CICS WRITEQ TD QUEUE(WS-URGENT-TD-QUEUE)
                          FROM(WS-URGENT-LINE)
                          LENGTH(WS-URGENT-LENGTH)
            END-EXEC.

       720-EXIT.
            EXIT.

       730-PHONE-LIST-STUDENT.

            MOVE SPACES TO WS-PRT-PHONE-LINE.
            MOVE 'STUDENT' TO WS-PP-WHO.
            MOVE STUFILE-STUDENT-NO TO WS-PP-ID.
            MOVE STUFILE-NAME TO WS-PP-NAME.
            MOVE '(' TO WS-PP-PHONE (1:1).
            MOVE STUFILE-AREA-CODE TO WS-PP-AREA.
            MOVE ') ' TO WS-PP-PHONE (5:2).
            MOVE STUFILE-EXCHANGE TO WS-PP-EXCH.
            MOVE '-' TO WS-PP-PHONE (10:1).
            MOVE STUFILE-PHONE-NUM TO WS-PP-NUM.
            MOVE SQL-COURSE-CODE TO WS-PP-COURSE.
            MOVE SQL-SECTION-NO TO WS-PP-SECTION.
            MOVE SQL-ROW-ROOM TO WS-PP-ROOM.
            MOVE WS-PRT-PHONE-LINE TO WS-PRT-LINE.
            PERFORM 665-WRITE-PHONE.

      * Every emergency contact on file for the student, under
      * their roster line.
       750-PRINT-CONTACTS.

            MOVE 'N' TO WS-CONTACT-FOUND-SW.
            MOVE STUFILE-STUDENT-NO TO WS-CT-STUDENT-NO.
            MOVE LOW-VALUES TO WS-CT-SEQ.

            EXEC CICS HANDLE CONDITION NOTFND(758-NO-CONTACT)
                                       ENDFILE(756-END-CONTACTS)
            END-EXEC.

            EXEC CICS STARTBR FILE('CONTACT')
                          RIDFLD(WS-CONTACT-KEY)
                          GTEQ
            END-EXEC.

       752-NEXT-CONTACT.

            EXEC CICS READNEXT FILE('CONTACT')
                       INTO(CONTACT-RECORD)
                       RIDFLD(WS-CONTACT-KEY)
                       LENGTH(CONTACT-LENGTH)
            END-EXEC.

            IF CONTACT-STUDENT-NO NOT = STUFILE-STUDENT-NO

                GO TO 756-END-CONTACTS

            END-IF.

            MOVE 'Y' TO WS-CONTACT-FOUND-SW.
            MOVE CONTACT-NAME TO WS-PC-NAME.
            MOVE CONTACT-RELATION TO WS-PC-RELATION.
            MOVE CONTACT-AREA-CODE TO WS-PC-AREA.
            MOVE CONTACT-EXCHANGE TO WS-PC-EXCH.
            MOVE CONTACT-PHONE-NUM TO WS-PC-NUM.
            MOVE WS-PRT-CONTACT-LINE TO WS-PRT-LINE.
            PERFORM 660-WRITE-ROSTER.

            GO TO 752-NEXT-CONTACT.

       756-END-CONTACTS.

            EXEC CICS ENDBR FILE('CONTACT') END-EXEC.

       758-NO-CONTACT.

            IF NOT WS-CONTACT-FOUND

                MOVE '      NO EMERGENCY CONTACT ON FILE'
                    TO WS-PRT-LINE
                PERFORM 660-WRITE-ROSTER

            END-IF.

       750-EXIT.
            EXIT.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO EMRMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' E M E R G E N C Y' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            ACTNC,
                            ECAMPC,
                            EBLDGC,
                            EROOMC,
                            EDATEC,
                            EFROMC,
                            ETOC.
            MOVE DFHBMFSE TO ACTNA,
                             ECAMPA,
                             EBLDGA,
                             EROOMA,
                             EDATEA,
                             EFROMA,
                             ETOA.

       900-SEND-MAP.

            EXEC CICS SEND MAP('EMRMAP') MAPSET('MVMAPI') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV35') COMMAREA(WS-EM-AREA)
                             LENGTH(WS-EM-LENGTH)
            END-EXEC.

      * Sent straight from here, with the cursor closed by the
      * error itself.
       999-SQL-ERROR.

            MOVE SQLCODE TO WS-SQL-CODE.
            MOVE LOW-VALUES TO EMRMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE WS-SQL-CODE TO OUTMSGO(1:11).
            MOVE 'SQL ERROR ON THE CATALOG' TO OUTMSGO(12:24).
            MOVE -1 TO ACTNL.

            EXEC CICS SEND MAP('EMRMAP') MAPSET('MVMAPI') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV35') COMMAREA(WS-EM-AREA)
                             LENGTH(WS-EM-LENGTH)
            END-EXEC.
