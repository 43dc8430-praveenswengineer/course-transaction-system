       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGIS.
       AUTHOR. MICHAEL VALDRON.

      * INSTRUCTOR SECTIONS SCREEN.  THE ONLY SCREEN AN INSTRUCTOR-
      * CLASS (LEVEL I) SIGN-ON EVER REACHES - MVPRGM SENDS IT HERE
      * INSTEAD OF THE MENU.  THE OPERATOR'S OPRFILE ENTRY NAMES THE
      * INSTFILE ID THEY TEACH AS, AND THE TOP OF THE SCREEN LISTS
      * THE SECTIONS ON BILLM.COURSE_SECTIONS WITH THAT INSTRUCTOR_ID
      * AND WHETHER EACH HAS BEEN SUBMITTED.
      *
      * KEYING ONE OF THOSE COURSE/SECTIONS BRINGS UP ITS LIVE CLASS
      * LIST - THE STUDENTS WHOSE STUFILE SLOT FOR THE COURSE CARRIES
      * THE SECTION IN THE TERM IN PROGRESS (THE TERMCAL TERM WITH
      * THE LATEST START DATE ON OR BEFORE TODAY) - TEN A PAGE
      * (PF8 NEXT, PF7 TOP), OR POSITIONED AT A STUDENT NUMBER.
      * EVERY STUDENT PUT ON A PAGE IS LOGGED TO VIEWLOG THROUGH
      * MVPRGVW.
      * FINAL GRADES KEYED IN THE GRADE COLUMN GO TO GRADFLE THROUGH
      * THE SAME EDITS AS MVPRGG - A VALID GRADE, THE ENROLLMENT
      * RE-CHECKED ON STUFILE, THE INCOMPLETE DEADLINE OFF TERMCAL.
      * UNTIL THE SECTION IS SUBMITTED THE INSTRUCTOR MAY CORRECT A
      * GRADE THEY KEYED THEMSELVES, BUT NOT ONE THE OFFICE POSTED.
      *
      * ACTION S SUBMITS THE SECTION - REFUSED WHILE ANY STUDENT ON
      * THE CLASS LIST IS STILL WITHOUT A GRADE - AND WRITES GRDSUBM.
      * FROM THEN ON THE GRADE COLUMN IS PROTECTED AND A CHANGE GOES
      * THROUGH MVPRGG'S CONTROLLED REPLACEMENT AT THE OFFICE.
      *
      * A COURSE/SECTION THE INSTRUCTOR DOES NOT TEACH, OR A STUDENT
      * NUMBER NOT ON THE CLASS LIST, IS REFUSED AND LOGGED TO SECLOG
      * AS EVENT X.  THE SAME IDLE LIMIT AS THE MENU APPLIES, AND
      * PF10 SIGNS OFF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPY'.
       COPY DFHBMSCA.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

       COPY 'OPRFILEC'.

       COPY 'INSTRECC'.

       COPY 'STUFILEC'.

       COPY 'GRADRECC'.

       COPY 'GSUBRECC'.

       COPY 'TERMCALC'.

       COPY 'SECLOGC'.

       01 WS-SQL-CODE                       PIC 9(9)-.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-INSTRUCTOR-ID         PIC X(5).
           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).
           01 SQL-COURSE-DESC           PIC X(17).
           01 SQL-OWN-COUNT             PIC S9(4) COMP.

           EXEC SQL END DECLARE SECTION END-EXEC.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  Only a level-I sign-on gets past the
      * first paragraph.
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

       01 WS-TS-ITEM-ONE                PIC S9(4) COMP VALUE 1.

      * Idle limit in seconds - kept the same as MVPRGM's, since an
      * instructor never passes back through the menu to be timed.
       01 WS-IDLE-LIMIT                 PIC 9(7) VALUE 1800.
       01 WS-IDLE-TIME                  PIC S9(7) VALUE ZERO.

       01 WS-TIME-DIGITS                PIC 9(7).
       01 WS-TIME-PARTS REDEFINES WS-TIME-DIGITS.
           05 FILLER                    PIC 9.
           05 WS-TP-HH                  PIC 99.
           05 WS-TP-MM                  PIC 99.
           05 WS-TP-SS                  PIC 99.

       01 WS-NOW-SECONDS                PIC 9(7) VALUE ZERO.
       01 WS-LAST-SECONDS               PIC 9(7) VALUE ZERO.

      * Carried from one trip to the next: the section being worked,
      * the term it is graded for, where the class list page starts,
      * the students on the page (so a grade keyed on a row can only
      * ever go to the student that row was built for), and where the
      * next page starts (spaces when there is none).
       01 WS-IS-AREA.
           05 WS-IS-COURSE                  PIC X(8).
           05 WS-IS-SECTION                 PIC X(2).
           05 WS-IS-TERM-YEAR               PIC X(5).
           05 WS-IS-FIRST-STUDENT           PIC X(7).
           05 WS-IS-NEXT-STUDENT            PIC X(7).
           05 WS-IS-ROW-COUNT               PIC 99.
           05 WS-IS-ROW-STUDENT             PIC X(7) OCCURS 10.
       01 WS-IS-LENGTH                      PIC S9(4) COMP VALUE 101.

      * Commarea for MVPRGVW, the view-logging service - every student
      * put on a class list page is logged to VIEWLOG as a browse.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGIS'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'B'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       01 WS-INSTRUCTOR-ID                  PIC X(5).
       01 WS-INSTRUCTOR-NAME                PIC X(20).

      * The term in progress - latest TERMCAL start on or before
      * today.  Spaces when the calendar has no such term.
       01 WS-TERM-YEAR                      PIC X(5).
       01 WS-TERM-START                     PIC 9(7) VALUE ZERO.
       01 WS-TERM-KEY                       PIC X(5).

       01 WS-COURSE-KEY.
           05 WS-CRSKEY-COURSE              PIC X(8).
           05 WS-CRSKEY-STUDENT             PIC X(7).

      * STUFILE's seven course slots as a table, to pair each with
      * its STUFILE-SECTION.
       01 WS-SLOT-COURSES.
           05 WS-SLOT-COURSE                PIC X(8) OCCURS 7.
       01 WS-SLOT-SUB                       PIC 9.

       01 WS-IN-SECTION-SW                  PIC X VALUE 'N'.
           88 WS-IN-SECTION                 VALUE 'Y'.

       01 WS-SUBMITTED-SW                   PIC X VALUE 'N'.
           88 WS-IS-SUBMITTED               VALUE 'Y'.

       01 WS-GRADE-IN                       PIC X(2).
           88 WS-GRADE-VALID                VALUE 'A+' 'A ' 'B+' 'B '
                                                  'C+' 'C ' 'D ' 'F '
                                                  'I ' 'W '.

       01 WS-INC-DEADLINE                   PIC 9(7) VALUE ZERO.
       01 WS-ID-YY                          PIC 9(2) VALUE ZERO.

       01 WS-LINE-SUB                       PIC 9 VALUE ZERO.
       01 WS-ROW-SUB                        PIC 99 VALUE ZERO.

      * A row that fails its edits - the status shown on it and the
      * message; the cursor goes back to its grade.
       01 WS-ERROR-ROW                      PIC 99 VALUE ZERO.
       01 WS-ROW-STATUS                     PIC X(12).
       01 WS-ROW-MSG                        PIC X(40).

       01 WS-SAVED-COUNT                    PIC 99 VALUE ZERO.
       01 WS-ENROLLED-COUNT                 PIC 9(3) VALUE ZERO.
       01 WS-GRADED-COUNT                   PIC 9(3) VALUE ZERO.
       01 WS-MISSING-COUNT                  PIC 9(3) VALUE ZERO.

       01 WS-SECT-LINE.
           05 WS-SL-COURSE                  PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 FILLER                        PIC X(4) VALUE 'SEC '.
           05 WS-SL-SECTION                 PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-SL-DESC                    PIC X(17).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-SL-STATUS                  PIC X(9).

       01 WS-SAVED-MSG.
           05 WS-SM-COUNT                   PIC Z9.
           05 FILLER                        PIC X(20)
                                  VALUE ' GRADE(S) RECORDED!'.

       01 WS-MISSING-MSG.
           05 WS-MM-COUNT                   PIC ZZ9.
           05 FILLER                        PIC X(33)
                     VALUE ' WITHOUT A GRADE - NOT SUBMITTED'.

       01 WS-SUBMIT-MSG.
           05 FILLER                        PIC X(20)
                                  VALUE 'SECTION SUBMITTED - '.
           05 WS-SB-COUNT                   PIC ZZ9.
           05 FILLER                        PIC X(7) VALUE ' GRADES'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
            05 LK-TRANSFER                  PIC X(101).

       PROCEDURE DIVISION.
       000-START-LOGIC.

            EXEC CICS HANDLE AID PF3(100-FIRST-TIME)
                                 PF7(230-TOP-OF-LIST)
                                 PF8(240-NEXT-PAGE)
                                 PF9(600-EXIT-PROG)
                                 PF10(690-SIGN-OFF)

            END-EXEC.

            EXEC CICS HANDLE CONDITION MAPFAIL(100-FIRST-TIME)
                          QIDERR(750-NOT-INSTRUCTOR)
            END-EXEC.

            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF NOT TS-OPR-IS-INSTRUCTOR

                GO TO 750-NOT-INSTRUCTOR

            END-IF.

            PERFORM 050-CHECK-SESSION THRU 055-CHECK-SESSION-EXIT.

            PERFORM 060-LOAD-INSTRUCTOR THRU 060-EXIT.

            PERFORM 070-FIND-TERM THRU 070-EXIT.

            IF EIBCALEN NOT = WS-IS-LENGTH

                GO TO 100-FIRST-TIME

            END-IF.

            MOVE LK-TRANSFER TO WS-IS-AREA.

            EXEC CICS RECEIVE MAP('INSMAP') MAPSET('MVMAPY')

            END-EXEC.

            GO TO 200-MAIN-LOGIC.

      * Same idle test MVPRGM's 260-CHECK-SESSION makes on every trip
      * through the menu - past the limit the sign-on queue goes and
      * the menu puts the sign-on screen back up.
       050-CHECK-SESSION.

            IF TS-OPR-LAST-DATE NOT = EIBDATE

                GO TO 052-SESSION-EXPIRED

            END-IF.

            MOVE EIBTIME TO WS-TIME-DIGITS.
            COMPUTE WS-NOW-SECONDS = WS-TP-HH * 3600
                + WS-TP-MM * 60 + WS-TP-SS.

            MOVE TS-OPR-LAST-TIME TO WS-TIME-DIGITS.
            COMPUTE WS-LAST-SECONDS = WS-TP-HH * 3600
                + WS-TP-MM * 60 + WS-TP-SS.

            COMPUTE WS-IDLE-TIME = WS-NOW-SECONDS - WS-LAST-SECONDS.

            IF WS-IDLE-TIME > WS-IDLE-LIMIT

                GO TO 052-SESSION-EXPIRED

            END-IF.

            MOVE EIBDATE TO TS-OPR-LAST-DATE.
            MOVE EIBTIME TO TS-OPR-LAST-TIME.

            EXEC CICS WRITEQ TS QUEUE(TS-OPR-NAME) FROM(TS-OPR-RECORD)
                                LENGTH(TS-OPR-LENGTH)
                                ITEM(WS-TS-ITEM-ONE)
                                REWRITE
            END-EXEC.

            GO TO 055-CHECK-SESSION-EXIT.

       052-SESSION-EXPIRED.

            EXEC CICS DELETEQ TS QUEUE(TS-OPR-NAME) END-EXEC.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       055-CHECK-SESSION-EXIT.
            EXIT.

      * The operator's OPRFILE entry names the instructor they sign
      * on as.  An id with no instructor linked, or one no longer on
      * INSTFILE, has nothing it may see.
       060-LOAD-INSTRUCTOR.

            EXEC CICS HANDLE CONDITION
                 NOTFND(760-NO-INSTRUCTOR-LINK)
            END-EXEC.

            EXEC CICS READ FILE('OPRFILE') INTO(OPRFILE-RECORD)
                           RIDFLD(TS-OPR-OPERATOR-ID)
            END-EXEC.

            IF OPRFILE-INSTRUCTOR-ID = SPACES
                    OR OPRFILE-INSTRUCTOR-ID = LOW-VALUES

                GO TO 760-NO-INSTRUCTOR-LINK

            END-IF.

            EXEC CICS READ FILE('INSTFILE') INTO(INSTFILE-RECORD)
                           LENGTH(INSTFILE-LENGTH)
                           RIDFLD(OPRFILE-INSTRUCTOR-ID)
            END-EXEC.

            MOVE INSTFILE-ID TO WS-INSTRUCTOR-ID.
            MOVE INSTFILE-NAME TO WS-INSTRUCTOR-NAME.

       060-EXIT.
            EXIT.

      * TERMCAL is keyed by term letter and year, which is not date
      * order, so the whole (small) file is read for the latest
      * start on or before today.
       070-FIND-TERM.

            MOVE SPACES TO WS-TERM-YEAR.
            MOVE ZERO TO WS-TERM-START.
            MOVE LOW-VALUES TO WS-TERM-KEY.

            EXEC CICS HANDLE CONDITION NOTFND(070-EXIT)
                                       ENDFILE(078-END-TERMS)
            END-EXEC.

            EXEC CICS STARTBR FILE('TERMCAL') RIDFLD(WS-TERM-KEY)
                              GTEQ
            END-EXEC.

       075-NEXT-TERM.

            EXEC CICS READNEXT FILE('TERMCAL') INTO(TERMCAL-RECORD)
                               LENGTH(TERMCAL-LENGTH)
                               RIDFLD(WS-TERM-KEY)
            END-EXEC.

            IF TERMCAL-START-DATE IS NUMERIC
                    AND TERMCAL-START-DATE NOT > EIBDATE
                    AND TERMCAL-START-DATE > WS-TERM-START

                MOVE TERMCAL-START-DATE TO WS-TERM-START
                MOVE TERMCAL-TERM-YEAR TO WS-TERM-YEAR

            END-IF.

            GO TO 075-NEXT-TERM.

       078-END-TERMS.

            EXEC CICS ENDBR FILE('TERMCAL') END-EXEC.

       070-EXIT.
            EXIT.

       100-FIRST-TIME.

            MOVE SPACES TO WS-IS-AREA.
            MOVE ZERO TO WS-IS-ROW-COUNT.
            MOVE WS-TERM-YEAR TO WS-IS-TERM-YEAR.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.

            IF WS-TERM-YEAR = SPACES

                MOVE DFHRED TO OUTMSGC
                MOVE 'NO TERM IN PROGRESS ON THE CALENDAR' TO OUTMSGO

            ELSE

                MOVE 'KEY A COURSE AND SECTION FOR ITS CLASS'
                    TO OUTMSGO

            END-IF.

            MOVE -1 TO CRSCDL.
            GO TO 900-SEND-MAP.

       200-MAIN-LOGIC.

            MOVE ZERO TO WS-ERROR-ROW.

            IF CRSCDL = 0 AND SECNOL = 0

                GO TO 100-FIRST-TIME

            ELSE IF CRSCDL < 8

                MOVE LOW-VALUES TO INSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'COURSE CODE MUST BE 8 CHARACTERS' TO OUTMSGO
                MOVE -1 TO CRSCDL
                GO TO 900-SEND-MAP

            ELSE IF SECNOL < 2

                MOVE LOW-VALUES TO INSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'KEY THE 2-CHARACTER SECTION NUMBER' TO OUTMSGO
                MOVE -1 TO SECNOL
                GO TO 900-SEND-MAP

            END-IF.

            IF CRSCDI NOT = WS-IS-COURSE
                    OR SECNOI NOT = WS-IS-SECTION

                GO TO 210-SELECT-SECTION

            END-IF.

            IF FINDSL > 0

                GO TO 250-FIND-STUDENT

            END-IF.

            IF ACTNL > 0 AND ACTNI NOT = 'S'

                MOVE LOW-VALUES TO INSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'ACTION IS S TO SUBMIT, OR LEAVE IT BLANK'
                    TO OUTMSGO
                MOVE -1 TO ACTNL
                GO TO 900-SEND-MAP

            END-IF.

            GO TO 400-SAVE-GRADES.

      * A newly keyed course/section must be one this instructor
      * teaches - anything else is refused and logged.
       210-SELECT-SECTION.

            IF WS-IS-TERM-YEAR = SPACES

                MOVE LOW-VALUES TO INSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'NO TERM IN PROGRESS ON THE CALENDAR' TO OUTMSGO
                MOVE -1 TO CRSCDL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE CRSCDI TO SQL-COURSE-CODE.
            MOVE SECNOI TO SQL-SECTION-NO.

            PERFORM 320-CHECK-OWN-SECTION.

            IF SQL-OWN-COUNT = 0

                PERFORM 950-LOG-REFUSAL THRU 950-EXIT
                MOVE LOW-VALUES TO INSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'NOT ONE OF YOUR SECTIONS - ATTEMPT LOGGED'
                    TO OUTMSGO
                MOVE -1 TO CRSCDL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE CRSCDI TO WS-IS-COURSE.
            MOVE SECNOI TO WS-IS-SECTION.
            MOVE LOW-VALUES TO WS-IS-FIRST-STUDENT.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE 'KEY GRADES AND PRESS ENTER - S SUBMITS' TO OUTMSGO.
            MOVE -1 TO CGRDL (1).
            GO TO 900-SEND-MAP.

       230-TOP-OF-LIST.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE LOW-VALUES TO WS-IS-FIRST-STUDENT.
            MOVE 'TOP OF THE CLASS LIST' TO OUTMSGO.
            MOVE -1 TO CGRDL (1).
            GO TO 900-SEND-MAP.

       240-NEXT-PAGE.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.

            IF WS-IS-NEXT-STUDENT = SPACES

                MOVE 'END OF THE CLASS LIST' TO OUTMSGO

            ELSE

                MOVE WS-IS-NEXT-STUDENT TO WS-IS-FIRST-STUDENT
                MOVE 'NEXT PAGE OF THE CLASS LIST' TO OUTMSGO

            END-IF.

            MOVE -1 TO CGRDL (1).
            GO TO 900-SEND-MAP.

      * Positions the class list at a student - who must be in the
      * section.  A number that is not is refused and logged the same
      * as a section that is not the instructor's.
       250-FIND-STUDENT.

            IF FINDSL < 7 OR FINDSI IS NOT NUMERIC

                MOVE LOW-VALUES TO INSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE 'THE STUDENT NUMBER MUST BE 7 DIGITS' TO OUTMSGO
                MOVE -1 TO FINDSL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(255-FIND-REFUSED)
            END-EXEC.

            MOVE FINDSI TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            PERFORM 420-CHECK-IN-SECTION.

            IF NOT WS-IN-SECTION

                GO TO 255-FIND-REFUSED

            END-IF.

            MOVE FINDSI TO WS-IS-FIRST-STUDENT.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE 'CLASS LIST FROM THE STUDENT KEYED' TO OUTMSGO.
            MOVE -1 TO CGRDL (1).
            GO TO 900-SEND-MAP.

       255-FIND-REFUSED.

            PERFORM 950-LOG-REFUSAL THRU 950-EXIT.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NOT IN THIS SECTION - ATTEMPT LOGGED' TO OUTMSGO.
            MOVE -1 TO FINDSL.
            GO TO 900-SEND-MAP.

      * The instructor's sections, with each one's grade status for
      * the term in progress.
       300-LIST-SECTIONS.

            MOVE WS-INSTRUCTOR-ID TO SQL-INSTRUCTOR-ID.

            EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
            EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
            EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

            EXEC SQL DECLARE INSCUR CURSOR FOR
                     SELECT S.COURSE_CODE, S.SECTION_NO,
                            C.COURSE_DESC
                       FROM BILLM.COURSE_SECTIONS S,
                            BILLM.COURSE_CODES C
                       WHERE S.INSTRUCTOR_ID = :SQL-INSTRUCTOR-ID
                         AND S.ACTIVE_FLAG = 'Y'
                         AND C.COURSE_CODE = S.COURSE_CODE
                       ORDER BY S.COURSE_CODE, S.SECTION_NO
            END-EXEC.

            EXEC SQL OPEN INSCUR END-EXEC.

            MOVE ZERO TO WS-LINE-SUB.

            PERFORM 310-FETCH-ONE-SECTION
                UNTIL SQLCODE = 100
                   OR WS-LINE-SUB = 6.

            EXEC SQL CLOSE INSCUR END-EXEC.

            IF WS-LINE-SUB = ZERO

                MOVE 'NO SECTIONS ARE ASSIGNED TO YOU' TO SECLNO (1)
                MOVE DFHYELLO TO SECLNC (1)

            END-IF.

       300-EXIT.
            EXIT.

       310-FETCH-ONE-SECTION.

            EXEC SQL FETCH INSCUR
                       INTO :SQL-COURSE-CODE, :SQL-SECTION-NO,
                            :SQL-COURSE-DESC
            END-EXEC.

            IF SQLCODE NOT = 100

                ADD 1 TO WS-LINE-SUB
                MOVE SQL-COURSE-CODE TO WS-SL-COURSE
                MOVE SQL-SECTION-NO TO WS-SL-SECTION
                MOVE SQL-COURSE-DESC TO WS-SL-DESC
                MOVE SQL-COURSE-CODE TO GRDSUBM-COURSE
                MOVE SQL-SECTION-NO TO GRDSUBM-SECTION
                PERFORM 440-CHECK-SUBMITTED THRU 440-EXIT

                IF WS-IS-SUBMITTED

                    MOVE 'SUBMITTED' TO WS-SL-STATUS

                ELSE

                    MOVE 'OPEN' TO WS-SL-STATUS

                END-IF

                MOVE WS-SECT-LINE TO SECLNO (WS-LINE-SUB)

                IF SQL-COURSE-CODE = WS-IS-COURSE
                        AND SQL-SECTION-NO = WS-IS-SECTION

                    MOVE DFHTURQ TO SECLNC (WS-LINE-SUB)

                END-IF

            END-IF.

       320-CHECK-OWN-SECTION.

            MOVE WS-INSTRUCTOR-ID TO SQL-INSTRUCTOR-ID.

            EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.

            EXEC SQL SELECT COUNT(*)
                       INTO :SQL-OWN-COUNT
                       FROM BILLM.COURSE_SECTIONS
                       WHERE COURSE_CODE = :SQL-COURSE-CODE
                         AND SECTION_NO = :SQL-SECTION-NO
                         AND INSTRUCTOR_ID = :SQL-INSTRUCTOR-ID
            END-EXEC.

      * One page of the class list, off the STUCRSE course index the
      * way MVPRGB's course browse reads it, keeping only students in
      * this section for the term.  An eleventh match is not shown -
      * it is where PF8 starts.
       350-LIST-CLASS.

            MOVE ZERO TO WS-IS-ROW-COUNT.
            MOVE SPACES TO WS-IS-NEXT-STUDENT.

            MOVE WS-IS-COURSE TO GRDSUBM-COURSE.
            MOVE WS-IS-SECTION TO GRDSUBM-SECTION.
            PERFORM 440-CHECK-SUBMITTED THRU 440-EXIT.

            MOVE WS-IS-COURSE TO WS-CRSKEY-COURSE.
            MOVE WS-IS-FIRST-STUDENT TO WS-CRSKEY-STUDENT.

            EXEC CICS HANDLE CONDITION NOTFND(350-EXIT)
                                       ENDFILE(358-END-CLASS)
            END-EXEC.

            EXEC CICS STARTBR FILE('STUCRSE')
                          RIDFLD(WS-COURSE-KEY)
                          GTEQ
            END-EXEC.

       352-NEXT-STUDENT.

            EXEC CICS READNEXT FILE('STUCRSE')
                       INTO(STUFILE-RECORD)
                       RIDFLD(WS-COURSE-KEY)
                       LENGTH(STUFILE-LENGTH)
            END-EXEC.

            IF WS-CRSKEY-COURSE NOT = WS-IS-COURSE

                GO TO 358-END-CLASS

            END-IF.

            PERFORM 420-CHECK-IN-SECTION.

            IF NOT WS-IN-SECTION

                GO TO 352-NEXT-STUDENT

            END-IF.

            IF WS-IS-ROW-COUNT = 10

                MOVE STUFILE-STUDENT-NO TO WS-IS-NEXT-STUDENT
                GO TO 358-END-CLASS

            END-IF.

            ADD 1 TO WS-IS-ROW-COUNT.
            MOVE WS-IS-ROW-COUNT TO WS-ROW-SUB.
            MOVE STUFILE-STUDENT-NO TO WS-IS-ROW-STUDENT (WS-ROW-SUB).

            PERFORM 360-SHOW-ROW THRU 360-EXIT.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

            GO TO 352-NEXT-STUDENT.

       358-END-CLASS.

            EXEC CICS ENDBR FILE('STUCRSE') END-EXEC.

       350-EXIT.
            EXIT.

       360-SHOW-ROW.

            MOVE STUFILE-STUDENT-NO TO CSTUO (WS-ROW-SUB).
            MOVE STUFILE-NAME TO CNAMO (WS-ROW-SUB).
            MOVE DFHBLUE TO CSTUC (WS-ROW-SUB),
                            CNAMC (WS-ROW-SUB),
                            CGRDC (WS-ROW-SUB).

            IF WS-IS-SUBMITTED

                MOVE DFHBMASK TO CGRDA (WS-ROW-SUB)

            ELSE

                MOVE DFHBMFSE TO CGRDA (WS-ROW-SUB)

            END-IF.

            EXEC CICS HANDLE CONDITION NOTFND(365-NO-GRADE)
            END-EXEC.

            MOVE STUFILE-STUDENT-NO TO GRADFLE-STUDENT-NO.
            MOVE WS-IS-COURSE TO GRADFLE-COURSE.
            MOVE WS-IS-TERM-YEAR TO GRADFLE-TERM-YEAR.

            EXEC CICS READ FILE('GRADFLE')
                       INTO (GRADFLE-RECORD)
                       LENGTH (GRADFLE-LENGTH)
                       RIDFLD (GRADFLE-KEY)
            END-EXEC.

            MOVE GRADFLE-GRADE TO CGRDO (WS-ROW-SUB).
            MOVE DFHGREEN TO CSTSC (WS-ROW-SUB).

            IF WS-IS-SUBMITTED

                MOVE 'SUBMITTED' TO CSTSO (WS-ROW-SUB)

            ELSE

                MOVE 'ON FILE' TO CSTSO (WS-ROW-SUB)

            END-IF.

            GO TO 360-EXIT.

       365-NO-GRADE.

            MOVE SPACES TO CGRDO (WS-ROW-SUB).
            MOVE DFHYELLO TO CSTSC (WS-ROW-SUB).
            MOVE 'NO GRADE' TO CSTSO (WS-ROW-SUB).

       360-EXIT.
            EXIT.

      * Keyed grades, row by row, stopping at the first that fails.
      * Rows before it are recorded.  Action S submits once every
      * keyed grade is in.
       400-SAVE-GRADES.

            MOVE WS-IS-COURSE TO GRDSUBM-COURSE.
            MOVE WS-IS-SECTION TO GRDSUBM-SECTION.
            PERFORM 440-CHECK-SUBMITTED THRU 440-EXIT.

            IF WS-IS-SUBMITTED

                MOVE LOW-VALUES TO INSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHYELLO TO OUTMSGC
                MOVE 'SUBMITTED - CHANGES GO THROUGH THE OFFICE'
                    TO OUTMSGO
                MOVE -1 TO CRSCDL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE ZERO TO WS-SAVED-COUNT.

            PERFORM 410-SAVE-ONE-GRADE THRU 410-EXIT
                VARYING WS-ROW-SUB FROM 1 BY 1
                  UNTIL WS-ROW-SUB > WS-IS-ROW-COUNT
                     OR WS-ERROR-ROW > 0.

            IF WS-ERROR-ROW > 0

                MOVE LOW-VALUES TO INSMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE DFHRED TO OUTMSGC
                MOVE WS-ROW-MSG TO OUTMSGO
                GO TO 900-SEND-MAP

            END-IF.

            IF ACTNI = 'S'

                GO TO 500-SUBMIT-SECTION

            END-IF.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.

            IF WS-SAVED-COUNT = ZERO

                MOVE 'NO GRADES CHANGED' TO OUTMSGO

            ELSE

                MOVE DFHGREEN TO OUTMSGC
                MOVE WS-SAVED-COUNT TO WS-SM-COUNT
                MOVE WS-SAVED-MSG TO OUTMSGO

            END-IF.

            MOVE -1 TO CGRDL (1).
            GO TO 900-SEND-MAP.

      * One row - the same grade edit and enrollment check MVPRGG
      * makes, against the student the row was built for.
       410-SAVE-ONE-GRADE.

            IF CGRDL (WS-ROW-SUB) = 0

                GO TO 410-EXIT

            END-IF.

            MOVE CGRDI (WS-ROW-SUB) TO WS-GRADE-IN.

            IF NOT WS-GRADE-VALID

                MOVE 'BAD GRADE' TO WS-ROW-STATUS
                MOVE 'ENTER A GRADE - A+ A B+ B C+ C D F I W'
                    TO WS-ROW-MSG
                MOVE WS-ROW-SUB TO WS-ERROR-ROW
                GO TO 410-EXIT

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(418-NOT-ENROLLED)
            END-EXEC.

            MOVE WS-IS-ROW-STUDENT (WS-ROW-SUB) TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            PERFORM 420-CHECK-IN-SECTION.

            IF NOT WS-IN-SECTION

                GO TO 418-NOT-ENROLLED

            END-IF.

            EXEC CICS HANDLE CONDITION DUPREC(415-REPLACE-OWN-GRADE)
            END-EXEC.

            MOVE WS-IS-ROW-STUDENT (WS-ROW-SUB) TO GRADFLE-STUDENT-NO.
            MOVE WS-IS-COURSE TO GRADFLE-COURSE.
            MOVE WS-IS-TERM-YEAR TO GRADFLE-TERM-YEAR.
            MOVE WS-GRADE-IN TO GRADFLE-GRADE.
            MOVE EIBDATE TO GRADFLE-DATE.
            MOVE EIBTIME TO GRADFLE-TIME.
            MOVE TS-OPR-OPERATOR-ID TO GRADFLE-OPERATOR-ID.

            PERFORM 430-SET-INC-DEADLINE THRU 430-EXIT.

            EXEC CICS WRITE FILE('GRADFLE') FROM(GRADFLE-RECORD)
                          LENGTH(GRADFLE-LENGTH) RIDFLD(GRADFLE-KEY)
            END-EXEC.

            ADD 1 TO WS-SAVED-COUNT.
            GO TO 410-EXIT.

      * A grade is already on file.  Unchanged, it is left alone; one
      * the instructor keyed may be corrected until submission; one
      * the office posted is not the instructor's to change.
       415-REPLACE-OWN-GRADE.

            EXEC CICS READ FILE('GRADFLE')
                       INTO (GRADFLE-RECORD)
                       LENGTH (GRADFLE-LENGTH)
                       RIDFLD (GRADFLE-KEY)
                       UPDATE
            END-EXEC.

            IF GRADFLE-GRADE = WS-GRADE-IN

                EXEC CICS UNLOCK FILE('GRADFLE') END-EXEC
                GO TO 410-EXIT

            END-IF.

            IF GRADFLE-OPERATOR-ID NOT = TS-OPR-OPERATOR-ID

                EXEC CICS UNLOCK FILE('GRADFLE') END-EXEC
                MOVE 'OFFICE GRADE' TO WS-ROW-STATUS
                MOVE 'GRADE POSTED BY THE OFFICE - ASK THEM'
                    TO WS-ROW-MSG
                MOVE WS-ROW-SUB TO WS-ERROR-ROW
                GO TO 410-EXIT

            END-IF.

            MOVE WS-GRADE-IN TO GRADFLE-GRADE.
            MOVE EIBDATE TO GRADFLE-DATE.
            MOVE EIBTIME TO GRADFLE-TIME.

            PERFORM 430-SET-INC-DEADLINE THRU 430-EXIT.

            EXEC CICS REWRITE FILE('GRADFLE')
                LENGTH(GRADFLE-LENGTH)
                FROM(GRADFLE-RECORD)
            END-EXEC.

            ADD 1 TO WS-SAVED-COUNT.
            GO TO 410-EXIT.

       418-NOT-ENROLLED.

            MOVE 'NOT ENROLLED' TO WS-ROW-STATUS.
            MOVE 'STUDENT NO LONGER IN THIS SECTION' TO WS-ROW-MSG.
            MOVE WS-ROW-SUB TO WS-ERROR-ROW.

       410-EXIT.
            EXIT.

      * Is the STUFILE record in storage in this section for the
      * term?  The course may sit in any of the seven slots; the
      * section that goes with it is in the parallel STUFILE-SECTION.
       420-CHECK-IN-SECTION.

            MOVE 'N' TO WS-IN-SECTION-SW.

            IF STUFILE-TERM-YEAR = WS-IS-TERM-YEAR

                MOVE STUFILE-COURSES TO WS-SLOT-COURSES
                PERFORM 425-CHECK-ONE-SLOT
                    VARYING WS-SLOT-SUB FROM 1 BY 1
                      UNTIL WS-SLOT-SUB > 7

            END-IF.

       425-CHECK-ONE-SLOT.

            IF WS-SLOT-COURSE (WS-SLOT-SUB) = WS-IS-COURSE
                    AND STUFILE-SECTION (WS-SLOT-SUB) = WS-IS-SECTION

                MOVE 'Y' TO WS-IN-SECTION-SW

            END-IF.

      * Same incomplete deadline MVPRGG sets - a year from the term
      * calendar's start, zero for any other grade or no calendar.
       430-SET-INC-DEADLINE.

            MOVE ZERO TO GRADFLE-INC-DEADLINE.

            IF WS-GRADE-IN NOT = 'I '

                GO TO 430-EXIT

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(430-EXIT)
            END-EXEC.

            MOVE WS-IS-TERM-YEAR TO TERMCAL-TERM-YEAR.

            EXEC CICS READ FILE('TERMCAL')
                       INTO (TERMCAL-RECORD)
                       LENGTH (TERMCAL-LENGTH)
                       RIDFLD (TERMCAL-TERM-YEAR)
            END-EXEC.

            MOVE TERMCAL-START-DATE TO WS-INC-DEADLINE.
            MOVE WS-INC-DEADLINE (3:2) TO WS-ID-YY.
            ADD 1 TO WS-ID-YY.
            MOVE WS-ID-YY TO WS-INC-DEADLINE (3:2).
            MOVE WS-INC-DEADLINE TO GRADFLE-INC-DEADLINE.

       430-EXIT.
            EXIT.

      * GRDSUBM-COURSE and -SECTION are set by the caller; the term
      * is always the one in progress.
       440-CHECK-SUBMITTED.

            MOVE 'N' TO WS-SUBMITTED-SW.

            EXEC CICS HANDLE CONDITION
                 NOTFND(440-EXIT)
            END-EXEC.

            MOVE WS-IS-TERM-YEAR TO GRDSUBM-TERM-YEAR.

            EXEC CICS READ FILE('GRDSUBM')
                       INTO (GRDSUBM-RECORD)
                       LENGTH (GRDSUBM-LENGTH)
                       RIDFLD (GRDSUBM-KEY)
            END-EXEC.

            MOVE 'Y' TO WS-SUBMITTED-SW.

       440-EXIT.
            EXIT.

      * Submission - every student in the section, not just the
      * page showing, must have a grade on file for the term.
       500-SUBMIT-SECTION.

            PERFORM 510-COUNT-CLASS THRU 510-EXIT.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE -1 TO ACTNL.

            IF WS-ENROLLED-COUNT = ZERO

                MOVE DFHRED TO OUTMSGC
                MOVE 'NO STUDENTS IN THIS SECTION TO SUBMIT'
                    TO OUTMSGO
                GO TO 900-SEND-MAP

            END-IF.

            IF WS-GRADED-COUNT < WS-ENROLLED-COUNT

                COMPUTE WS-MISSING-COUNT =
                    WS-ENROLLED-COUNT - WS-GRADED-COUNT
                MOVE WS-MISSING-COUNT TO WS-MM-COUNT
                MOVE DFHRED TO OUTMSGC
                MOVE WS-MISSING-MSG TO OUTMSGO
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION DUPREC(520-ALREADY-SUBMITTED)
            END-EXEC.

            MOVE SPACES TO GRDSUBM-RECORD.
            MOVE WS-IS-COURSE TO GRDSUBM-COURSE.
            MOVE WS-IS-SECTION TO GRDSUBM-SECTION.
            MOVE WS-IS-TERM-YEAR TO GRDSUBM-TERM-YEAR.
            MOVE WS-INSTRUCTOR-ID TO GRDSUBM-INSTRUCTOR-ID.
            MOVE TS-OPR-OPERATOR-ID TO GRDSUBM-OPERATOR-ID.
            MOVE EIBDATE TO GRDSUBM-DATE.
            MOVE EIBTIME TO GRDSUBM-TIME.
            MOVE WS-ENROLLED-COUNT TO GRDSUBM-ENROLLED.
            MOVE WS-GRADED-COUNT TO GRDSUBM-GRADED.

            EXEC CICS WRITE FILE('GRDSUBM') FROM(GRDSUBM-RECORD)
                          LENGTH(GRDSUBM-LENGTH) RIDFLD(GRDSUBM-KEY)
            END-EXEC.

            MOVE DFHGREEN TO OUTMSGC.
            MOVE WS-GRADED-COUNT TO WS-SB-COUNT.
            MOVE WS-SUBMIT-MSG TO OUTMSGO.
            GO TO 900-SEND-MAP.

       510-COUNT-CLASS.

            MOVE ZERO TO WS-ENROLLED-COUNT.
            MOVE ZERO TO WS-GRADED-COUNT.

            MOVE WS-IS-COURSE TO WS-CRSKEY-COURSE.
            MOVE LOW-VALUES TO WS-CRSKEY-STUDENT.

            EXEC CICS HANDLE CONDITION NOTFND(510-EXIT)
                                       ENDFILE(518-END-COUNT)
            END-EXEC.

            EXEC CICS STARTBR FILE('STUCRSE')
                          RIDFLD(WS-COURSE-KEY)
                          GTEQ
            END-EXEC.

       512-COUNT-NEXT.

            EXEC CICS READNEXT FILE('STUCRSE')
                       INTO(STUFILE-RECORD)
                       RIDFLD(WS-COURSE-KEY)
                       LENGTH(STUFILE-LENGTH)
            END-EXEC.

            IF WS-CRSKEY-COURSE NOT = WS-IS-COURSE

                GO TO 518-END-COUNT

            END-IF.

            PERFORM 420-CHECK-IN-SECTION.

            IF WS-IN-SECTION

                ADD 1 TO WS-ENROLLED-COUNT
                PERFORM 515-CHECK-GRADED THRU 515-EXIT

            END-IF.

            GO TO 512-COUNT-NEXT.

       515-CHECK-GRADED.

            EXEC CICS HANDLE CONDITION NOTFND(515-EXIT)
            END-EXEC.

            MOVE STUFILE-STUDENT-NO TO GRADFLE-STUDENT-NO.
            MOVE WS-IS-COURSE TO GRADFLE-COURSE.
            MOVE WS-IS-TERM-YEAR TO GRADFLE-TERM-YEAR.

            EXEC CICS READ FILE('GRADFLE')
                       INTO (GRADFLE-RECORD)
                       LENGTH (GRADFLE-LENGTH)
                       RIDFLD (GRADFLE-KEY)
            END-EXEC.

            ADD 1 TO WS-GRADED-COUNT.

       515-EXIT.
            EXIT.

       518-END-COUNT.

            EXEC CICS ENDBR FILE('STUCRSE') END-EXEC.

       510-EXIT.
            EXIT.

       520-ALREADY-SUBMITTED.

            MOVE DFHYELLO TO OUTMSGC.
            MOVE 'THIS SECTION IS ALREADY SUBMITTED' TO OUTMSGO.
            GO TO 900-SEND-MAP.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

      * Sign-off the same as the menu's - logged, the queue deleted,
      * and the menu puts the sign-on screen back up.
       690-SIGN-OFF.

            MOVE SPACES TO SECLOG-RECORD.
            MOVE TS-OPR-OPERATOR-ID TO SECLOG-OPERATOR-ID.
            MOVE EIBDATE TO SECLOG-DATE.
            MOVE EIBTIME TO SECLOG-TIME.
            MOVE 'O' TO SECLOG-EVENT.
            MOVE EIBTRMID TO SECLOG-TERMID.

            EXEC CICS WRITE FILE('SECLOG') FROM(SECLOG-RECORD)
                          LENGTH(SECLOG-LENGTH) RIDFLD(SECLOG-KEY)
            END-EXEC.

            EXEC CICS DELETEQ TS QUEUE(TS-OPR-NAME) END-EXEC.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * No sign-on queue, or not an instructor sign-on - back to the
      * menu, which puts up the sign-on screen or the menu itself.
       750-NOT-INSTRUCTOR.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * A level-I id with no instructor behind it can see nothing.
      * The session is ended so the next ENTER is a fresh sign-on.
       760-NO-INSTRUCTOR-LINK.

            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO INSTRUCTOR ON THIS ID - SEE THE OFFICE'
                TO OUTMSGO.

            EXEC CICS DELETEQ TS QUEUE(TS-OPR-NAME) END-EXEC.

            EXEC CICS SEND MAP('INSMAP') MAPSET('MVMAPY') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV01') END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE 'I N S T R U C T O R' TO MTITLEO.
            MOVE WS-INSTRUCTOR-NAME TO INSTNMO.
            MOVE WS-IS-TERM-YEAR TO TRMYRO.
            MOVE DFHBLUE TO MTITLEC,
                            INSTNMC,
                            TRMYRC,
                            CRSCDC,
                            SECNOC,
                            ACTNC,
                            FINDSC.
            MOVE DFHBMFSE TO CRSCDA,
                             SECNOA,
                             ACTNA,
                             FINDSA.

      * Every screen carries the section list and, with a section
      * chosen, its class list page - rebuilt fresh each trip.  A row
      * that failed its edits shows why, with the cursor on it.
       900-SEND-MAP.

            PERFORM 300-LIST-SECTIONS THRU 300-EXIT.

            IF WS-IS-COURSE NOT = SPACES

                MOVE WS-IS-COURSE TO CRSCDO
                MOVE WS-IS-SECTION TO SECNOO
                PERFORM 350-LIST-CLASS THRU 350-EXIT

            END-IF.

            IF WS-ERROR-ROW > 0

                MOVE WS-ROW-STATUS TO CSTSO (WS-ERROR-ROW)
                MOVE DFHRED TO CSTSC (WS-ERROR-ROW)
                MOVE -1 TO CGRDL (WS-ERROR-ROW)

            END-IF.

            EXEC CICS SEND MAP('INSMAP') MAPSET('MVMAPY') ERASE CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV33') COMMAREA(WS-IS-AREA)
                             LENGTH(WS-IS-LENGTH)
            END-EXEC.

      * Refused access - the instructor's id, terminal and time go to
      * the security log as event X.  A second refusal in the same
      * second is moved on a second rather than lost.
       950-LOG-REFUSAL.

            MOVE SPACES TO SECLOG-RECORD.
            MOVE TS-OPR-OPERATOR-ID TO SECLOG-OPERATOR-ID.
            MOVE EIBDATE TO SECLOG-DATE.
            MOVE EIBTIME TO SECLOG-TIME.
            MOVE 'X' TO SECLOG-EVENT.
            MOVE EIBTRMID TO SECLOG-TERMID.

            EXEC CICS HANDLE CONDITION DUPREC(955-NEXT-SECOND)
            END-EXEC.

       952-WRITE-REFUSAL.

            EXEC CICS WRITE FILE('SECLOG') FROM(SECLOG-RECORD)
                          LENGTH(SECLOG-LENGTH) RIDFLD(SECLOG-KEY)
            END-EXEC.

            GO TO 950-EXIT.

       955-NEXT-SECOND.

            ADD 1 TO SECLOG-TIME.
            GO TO 952-WRITE-REFUSAL.

       950-EXIT.
            EXIT.

      * Sent straight from here - 900-SEND-MAP would only run the
      * failing cursor again.
       999-SQL-ERROR.

            MOVE SQLCODE TO WS-SQL-CODE.
            MOVE LOW-VALUES TO INSMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE WS-SQL-CODE TO OUTMSGO(1:11).
            MOVE 'SQL ERROR ON SECTIONS' TO OUTMSGO(12:21).
            MOVE -1 TO CRSCDL.

            EXEC CICS SEND MAP('INSMAP') MAPSET('MVMAPY') ERASE CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV33') COMMAREA(WS-IS-AREA)
                             LENGTH(WS-IS-LENGTH)
            END-EXEC.
