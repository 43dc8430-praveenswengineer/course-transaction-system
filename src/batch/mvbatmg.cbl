       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBATMG.
       AUTHOR.        M VALDRON.

      * CLASS MEETING CALENDAR.  LAYS OUT EVERY DAY EACH COURSE
      * SECTION MEETS IN A TERM ONTO ATTMEET (COPY ATMEETC), SO
      * ATTENDANCE CAN BE TAKEN AND COUNTED PER MEETING.  THE DAYS
      * ARE THE SECTION'S MEET_DAYS LETTERS (MTWRFSU) ON
      * BILLM.COURSE_SECTIONS, FALLING BACK TO THE COURSE ROW'S
      * SCHEDULE WHERE THE SECTION CARRIES NONE (AS MVPRGCC DOES),
      * AND THE COURSE ROW ITSELF FOR STUDENTS ENROLLED WITH NO
      * SECTION.  A ROW WITH NO SCHEDULE (MEET_END ZERO) GETS NO
      * MEETINGS AND IS LISTED.
      *
      * THE MEETINGS RUN FROM THE TERMCAL START DATE FOR THE TERM'S
      * CLASS WEEKS; WHERE THE CALENDAR HAS NO CLASS WEEKS KEYED
      * THEY RUN TO THE GRADE DUE DATE INSTEAD.
      *
      * RUN ONCE THE TERM'S CALENDAR AND SECTIONS ARE SET, AND AGAIN
      * WHENEVER A SCHEDULE CHANGES: A RERUN LAYS EACH SECTION'S
      * MEETINGS AFTER TODAY OUT AFRESH AND LEAVES THOSE ALREADY
      * PAST (AND THEIR ATTENDANCE) ALONE.
      *
      * DATE ARITHMETIC IS MVBSCHD'S DAY NUMBER COUNTED FROM
      * 1 JANUARY OF YEAR 1, WHICH WAS A MONDAY.
      *
      * CONTROL CARD: TERM/YEAR COLS 1-5.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERMCAL ASSIGN TO TERMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERMCAL-TERM-YEAR
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT ATTMEET ASSIGN TO ATTMEET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTMEET-KEY
               FILE STATUS IS WS-ATTMEET-STATUS.

           SELECT ATMG-RPT ASSIGN TO ATMGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-TERM-YEAR             PIC X(5).
           05  FILLER                   PIC X(75).

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  ATTMEET
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'ATMEETC'.

       FD  ATMG-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ATMG-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-ATTMEET-STATUS           PIC XX          VALUE SPACES.
           88  WS-ATTMEET-OK                           VALUE '00'.
           88  WS-ATTMEET-DUPKEY                       VALUE '22'.

       01  WS-SWITCHES.
           05  WS-SQL-END-SWITCH        PIC X          VALUE 'N'.
               88  WS-SQL-END                           VALUE 'Y'.
           05  WS-MEET-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-MEET-EOF                          VALUE 'Y'.
           05  WS-LEAP-SWITCH           PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                         VALUE 'Y'.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.

       01  WS-RUN-TERM-YEAR            PIC X(5)        VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-SECTION-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-NO-SCHEDULE-COUNT     PIC 9(07)      VALUE ZERO.
           05  WS-WRITTEN-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-KEPT-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-CLEARED-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-SECTION-MEETINGS      PIC 9(03)      VALUE ZERO.
           05  WS-DAY-TALLY             PIC 9(03)      VALUE ZERO.

      * Work fields for 150-ABSOLUTE-DAY and 160-NEXT-DAY: a 0CYYDDD
      * date in WS-DW-DATE, its day number out.
       01  WS-DATE-WORK.
           05  WS-DW-DATE               PIC 9(7)       VALUE ZERO.
           05  WS-DW-PARTS REDEFINES WS-DW-DATE.
               10  FILLER               PIC 9.
               10  WS-DW-C              PIC 9.
               10  WS-DW-YY             PIC 99.
               10  WS-DW-DDD            PIC 999.
           05  WS-DW-YEAR               PIC 9(4)       VALUE ZERO.
           05  WS-DW-PRIOR-YEAR         PIC 9(4)       VALUE ZERO.
           05  WS-DW-BY-4               PIC 9(4)       VALUE ZERO.
           05  WS-DW-BY-100             PIC 9(4)       VALUE ZERO.
           05  WS-DW-BY-400             PIC 9(4)       VALUE ZERO.
           05  WS-DW-ABS-DAY            PIC 9(7)       VALUE ZERO.

       01  WS-LEAP-WORK.
           05  WS-LW-QUOTIENT           PIC 9(4)       VALUE ZERO.
           05  WS-LW-REM-4              PIC 9(3)       VALUE ZERO.
           05  WS-LW-REM-100            PIC 9(3)       VALUE ZERO.
           05  WS-LW-REM-400            PIC 9(3)       VALUE ZERO.
           05  WS-LW-YEAR-DAYS          PIC 9(3)       VALUE ZERO.

       01  WS-DOW-QUOTIENT             PIC 9(7)        VALUE ZERO.
       01  WS-DOW                      PIC 9(1)        VALUE ZERO.
       01  WS-START-ABS-DAY            PIC 9(7)        VALUE ZERO.
       01  WS-END-ABS-DAY              PIC 9(7)        VALUE ZERO.
       01  WS-TERM-DAYS                PIC 9(3)        VALUE ZERO.

      * MEET_DAYS letters by day of the week, Monday first - the
      * same order as MVBSCHD's day names.
       01  WS-DAY-LETTER-VALUES.
           05  FILLER                   PIC X(7)   VALUE 'MTWRFSU'.
       01  WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTER-VALUES.
           05  WS-DAY-LETTER            PIC X      OCCURS 7.

      * Every day of the term with its day letter, built once and
      * laid against each section's MEET_DAYS.
       01  WS-CALENDAR.
           05  WS-CAL-ENTRY OCCURS 371.
               10  WS-CAL-DATE          PIC 9(7).
               10  WS-CAL-LETTER        PIC X.
           05  WS-CAL-SUB               PIC 9(3)       VALUE ZERO.

       01  WS-FIRST-MEETING            PIC 9(7)        VALUE ZERO.
       01  WS-LAST-MEETING             PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBATMG'.
           05  FILLER                   PIC X(33)  VALUE
               'CLASS MEETING CALENDAR - TERM'.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(5)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(17)  VALUE
               'CLASSES RUN FROM '.
           05  WS-H2-START              PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE ' TO '.
           05  WS-H2-END                PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H2-BASIS              PIC X(30).

       01  WS-HEADING-3.
           05  FILLER                   PIC X(13)  VALUE 'COURSE   SEC'.
           05  FILLER                   PIC X(10)  VALUE 'DAYS'.
           05  FILLER                   PIC X(12)  VALUE 'TIMES'.
           05  FILLER                   PIC X(10)  VALUE 'MEETINGS'.
           05  FILLER                   PIC X(10)  VALUE 'FIRST'.
           05  FILLER                   PIC X(10)  VALUE 'LAST'.

       01  WS-DETAIL-LINE.
           05  WS-DL-COURSE             PIC X(8).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-SECTION            PIC X(2).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DAYS               PIC X(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-START              PIC 9(4).
           05  FILLER                   PIC X      VALUE '-'.
           05  WS-DL-END                PIC 9(4).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-MEETINGS           PIC ZZ9.
           05  FILLER                   PIC X(7)   VALUE SPACES.
           05  WS-DL-FIRST              PIC 9(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-LAST               PIC 9(7).

       01  WS-NO-SCHEDULE-LINE.
           05  WS-NS-COURSE             PIC X(8).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-NS-SECTION            PIC X(2).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(40)  VALUE
               'NO MEETING SCHEDULE - NO MEETINGS'.

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).
           01 SQL-MEET-DAYS             PIC X(7).
           01 SQL-MEET-START            PIC S9(4) COMP.
           01 SQL-MEET-END              PIC S9(4) COMP.

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).

           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   MOVE SPACES TO CC-TERM-YEAR
           END-READ.
           MOVE CC-TERM-YEAR TO WS-RUN-TERM-YEAR.
           CLOSE CONTROL-CARD.

           IF WS-RUN-TERM-YEAR = SPACES
               DISPLAY 'MVBATMG - NO TERM ON THE CONTROL CARD'
               STOP RUN
           END-IF.

           PERFORM 100-BUILD-CALENDAR.

           OPEN I-O ATTMEET.
           IF NOT WS-ATTMEET-OK
               DISPLAY 'MVBATMG - ATTMEET OPEN FAILED, STATUS '
                   WS-ATTMEET-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ATMG-RPT.

           MOVE WS-RUN-TERM-YEAR TO WS-H1-TERM-YEAR.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE WS-HEADING-2 TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE SPACES TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE WS-HEADING-3 TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE SPACES TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

      * Every course row (the meetings of students enrolled with no
      * section) and every section row, the section's own schedule
      * where it has one and the course row's where it has not.
           EXEC SQL DECLARE MTGCUR CURSOR FOR
                    SELECT C.COURSE_CODE, '  ' AS SECTION_NO,
                           C.MEET_DAYS, C.MEET_START, C.MEET_END
                      FROM BILLM.COURSE_CODES C
                      WHERE C.ACTIVE_FLAG = 'Y'
                    UNION ALL
                    SELECT S.COURSE_CODE, S.SECTION_NO,
                           CASE WHEN S.MEET_END > 0
                                THEN S.MEET_DAYS
                                ELSE C.MEET_DAYS END,
                           CASE WHEN S.MEET_END > 0
                                THEN S.MEET_START
                                ELSE C.MEET_START END,
                           CASE WHEN S.MEET_END > 0
                                THEN S.MEET_END
                                ELSE C.MEET_END END
                      FROM BILLM.COURSE_SECTIONS S,
                           BILLM.COURSE_CODES C
                      WHERE S.COURSE_CODE = C.COURSE_CODE
                        AND S.ACTIVE_FLAG = 'Y'
                    ORDER BY 1, 2
           END-EXEC.

           EXEC SQL OPEN MTGCUR END-EXEC.

           PERFORM 200-ONE-SECTION THRU 200-EXIT
               UNTIL WS-SQL-END.

           EXEC SQL CLOSE MTGCUR END-EXEC.

           MOVE SPACES TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE 'SECTIONS LAID OUT:' TO WS-TL-LABEL.
           MOVE WS-SECTION-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE 'WITH NO SCHEDULE:' TO WS-TL-LABEL.
           MOVE WS-NO-SCHEDULE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE 'MEETINGS WRITTEN:' TO WS-TL-LABEL.
           MOVE WS-WRITTEN-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE 'PAST MEETINGS KEPT:' TO WS-TL-LABEL.
           MOVE WS-KEPT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.
           MOVE 'FUTURE MEETINGS CLEARED:' TO WS-TL-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.

           CLOSE ATTMEET.
           CLOSE ATMG-RPT.

           DISPLAY 'MVBATMG - TERM:              ' WS-RUN-TERM-YEAR.
           DISPLAY 'MVBATMG - SECTIONS:          ' WS-SECTION-COUNT.
           DISPLAY 'MVBATMG - NO SCHEDULE:       '
               WS-NO-SCHEDULE-COUNT.
           DISPLAY 'MVBATMG - MEETINGS WRITTEN:  ' WS-WRITTEN-COUNT.

           STOP RUN.

      * Every day from the term start through the last day of the
      * class weeks (or the grade due date), with its day letter.
       100-BUILD-CALENDAR.
           OPEN INPUT TERMCAL.
           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBATMG - TERMCAL OPEN FAILED, STATUS '
                   WS-TERMCAL-STATUS
               STOP RUN
           END-IF.

           MOVE WS-RUN-TERM-YEAR TO TERMCAL-TERM-YEAR.
           READ TERMCAL RECORD.
           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBATMG - NO TERMCAL CALENDAR FOR '
                   WS-RUN-TERM-YEAR
               CLOSE TERMCAL
               STOP RUN
           END-IF.
           CLOSE TERMCAL.

           MOVE TERMCAL-START-DATE TO WS-DW-DATE.
           PERFORM 150-ABSOLUTE-DAY.
           MOVE WS-DW-ABS-DAY TO WS-START-ABS-DAY.

           IF TERMCAL-CLASS-WEEKS IS NUMERIC
                   AND TERMCAL-CLASS-WEEKS > ZERO
               COMPUTE WS-TERM-DAYS = TERMCAL-CLASS-WEEKS * 7
               MOVE 'OVER THE TERMCAL CLASS WEEKS' TO WS-H2-BASIS
           ELSE IF TERMCAL-GRADE-DUE-DATE IS NUMERIC
                   AND TERMCAL-GRADE-DUE-DATE > TERMCAL-START-DATE
               MOVE TERMCAL-GRADE-DUE-DATE TO WS-DW-DATE
               PERFORM 150-ABSOLUTE-DAY
               MOVE WS-DW-ABS-DAY TO WS-END-ABS-DAY
               COMPUTE WS-TERM-DAYS =
                   WS-END-ABS-DAY - WS-START-ABS-DAY + 1
               MOVE 'TO THE GRADE DUE DATE' TO WS-H2-BASIS
           ELSE
               DISPLAY 'MVBATMG - ' WS-RUN-TERM-YEAR
                   ' HAS NO CLASS WEEKS OR GRADE DUE DATE ON TERMCAL'
               STOP RUN
           END-IF.

           IF WS-TERM-DAYS > 371
               MOVE 371 TO WS-TERM-DAYS
           END-IF.

           MOVE TERMCAL-START-DATE TO WS-DW-DATE.
           MOVE WS-START-ABS-DAY TO WS-DW-ABS-DAY.

           PERFORM 120-ONE-CALENDAR-DAY
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-TERM-DAYS.

           MOVE TERMCAL-START-DATE TO WS-H2-START.
           MOVE WS-CAL-DATE (WS-TERM-DAYS) TO WS-H2-END.

       120-ONE-CALENDAR-DAY.
           MOVE WS-DW-DATE TO WS-CAL-DATE (WS-CAL-SUB).

           DIVIDE WS-DW-ABS-DAY BY 7 GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW.
           IF WS-DOW = ZERO
               MOVE 7 TO WS-DOW
           END-IF.
           MOVE WS-DAY-LETTER (WS-DOW) TO WS-CAL-LETTER (WS-CAL-SUB).

           PERFORM 160-NEXT-DAY.
           ADD 1 TO WS-DW-ABS-DAY.

      * Day number of the 0CYYDDD date in WS-DW-DATE: every day in
      * the whole years before it, leap days included, plus its day
      * of the year.
       150-ABSOLUTE-DAY.
           COMPUTE WS-DW-YEAR = 1900 + WS-DW-C * 100 + WS-DW-YY.
           SUBTRACT 1 FROM WS-DW-YEAR GIVING WS-DW-PRIOR-YEAR.
           DIVIDE WS-DW-PRIOR-YEAR BY 4 GIVING WS-DW-BY-4.
           DIVIDE WS-DW-PRIOR-YEAR BY 100 GIVING WS-DW-BY-100.
           DIVIDE WS-DW-PRIOR-YEAR BY 400 GIVING WS-DW-BY-400.
           COMPUTE WS-DW-ABS-DAY = WS-DW-PRIOR-YEAR * 365
               + WS-DW-BY-4 - WS-DW-BY-100 + WS-DW-BY-400
               + WS-DW-DDD.

      * Steps WS-DW-DATE on a day, over the year end when the day
      * of the year runs past the year's length.
       160-NEXT-DAY.
           COMPUTE WS-DW-YEAR = 1900 + WS-DW-C * 100 + WS-DW-YY.

           MOVE 'N' TO WS-LEAP-SWITCH.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-4.
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-100.
           DIVIDE WS-DW-YEAR BY 400 GIVING WS-LW-QUOTIENT
               REMAINDER WS-LW-REM-400.
           IF WS-LW-REM-4 = ZERO
                   AND (WS-LW-REM-100 NOT = ZERO
                        OR WS-LW-REM-400 = ZERO)
               SET WS-LEAP-YEAR TO TRUE
           END-IF.

           IF WS-LEAP-YEAR
               MOVE 366 TO WS-LW-YEAR-DAYS
           ELSE
               MOVE 365 TO WS-LW-YEAR-DAYS
           END-IF.

           IF WS-DW-DDD < WS-LW-YEAR-DAYS
               ADD 1 TO WS-DW-DDD
           ELSE
               MOVE 1 TO WS-DW-DDD
               IF WS-DW-YY = 99
                   MOVE ZERO TO WS-DW-YY
                   ADD 1 TO WS-DW-C
               ELSE
                   ADD 1 TO WS-DW-YY
               END-IF
           END-IF.

       200-ONE-SECTION.
           EXEC SQL FETCH MTGCUR
                      INTO :SQL-COURSE-CODE, :SQL-SECTION-NO,
                           :SQL-MEET-DAYS, :SQL-MEET-START,
                           :SQL-MEET-END
           END-EXEC.

           IF SQLCODE = 100
               SET WS-SQL-END TO TRUE
               GO TO 200-EXIT
           END-IF.

           IF SQL-MEET-END NOT > ZERO OR SQL-MEET-DAYS = SPACES
               ADD 1 TO WS-NO-SCHEDULE-COUNT
               MOVE SQL-COURSE-CODE TO WS-NS-COURSE
               MOVE SQL-SECTION-NO TO WS-NS-SECTION
               MOVE WS-NO-SCHEDULE-LINE TO ATMG-RPT-LINE
               WRITE ATMG-RPT-LINE
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.

           PERFORM 300-CLEAR-FUTURE THRU 300-EXIT.

           MOVE ZERO TO WS-SECTION-MEETINGS.
           MOVE ZERO TO WS-FIRST-MEETING.
           MOVE ZERO TO WS-LAST-MEETING.

           PERFORM 400-ONE-DAY
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-TERM-DAYS.

           MOVE SQL-COURSE-CODE TO WS-DL-COURSE.
           MOVE SQL-SECTION-NO TO WS-DL-SECTION.
           MOVE SQL-MEET-DAYS TO WS-DL-DAYS.
           MOVE SQL-MEET-START TO WS-DL-START.
           MOVE SQL-MEET-END TO WS-DL-END.
           MOVE WS-SECTION-MEETINGS TO WS-DL-MEETINGS.
           MOVE WS-FIRST-MEETING TO WS-DL-FIRST.
           MOVE WS-LAST-MEETING TO WS-DL-LAST.
           MOVE WS-DETAIL-LINE TO ATMG-RPT-LINE.
           WRITE ATMG-RPT-LINE.

       200-EXIT.
           EXIT.

      * The section's meetings after today come off, to be laid out
      * again from the schedule as it now stands.
       300-CLEAR-FUTURE.
           MOVE 'N' TO WS-MEET-EOF-SWITCH.
           MOVE WS-RUN-TERM-YEAR TO ATTMEET-TERM-YEAR.
           MOVE SQL-COURSE-CODE TO ATTMEET-COURSE.
           MOVE SQL-SECTION-NO TO ATTMEET-SECTION.
           MOVE WS-RUN-DATE TO ATTMEET-DATE.

           START ATTMEET KEY IS GREATER THAN ATTMEET-KEY
               INVALID KEY
                   GO TO 300-EXIT
           END-START.

           PERFORM 320-CLEAR-ONE-MEETING
               UNTIL WS-MEET-EOF.

       300-EXIT.
           EXIT.

       320-CLEAR-ONE-MEETING.
           READ ATTMEET NEXT RECORD
               AT END
                   SET WS-MEET-EOF TO TRUE
           END-READ.

           IF WS-MEET-EOF
               CONTINUE
           ELSE IF ATTMEET-TERM-YEAR NOT = WS-RUN-TERM-YEAR
                   OR ATTMEET-COURSE NOT = SQL-COURSE-CODE
                   OR ATTMEET-SECTION NOT = SQL-SECTION-NO
               SET WS-MEET-EOF TO TRUE
           ELSE
               DELETE ATTMEET RECORD
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.

      * A day whose letter is in the MEET_DAYS is a meeting.  One
      * already on file is a meeting already past, kept as it was.
       400-ONE-DAY.
           MOVE ZERO TO WS-DAY-TALLY.
           INSPECT SQL-MEET-DAYS TALLYING WS-DAY-TALLY
               FOR ALL WS-CAL-LETTER (WS-CAL-SUB).

           IF WS-DAY-TALLY > ZERO
               ADD 1 TO WS-SECTION-MEETINGS
               IF WS-FIRST-MEETING = ZERO
                   MOVE WS-CAL-DATE (WS-CAL-SUB) TO WS-FIRST-MEETING
               END-IF
               MOVE WS-CAL-DATE (WS-CAL-SUB) TO WS-LAST-MEETING

               MOVE SPACES TO ATTMEET-RECORD
               MOVE WS-RUN-TERM-YEAR TO ATTMEET-TERM-YEAR
               MOVE SQL-COURSE-CODE TO ATTMEET-COURSE
               MOVE SQL-SECTION-NO TO ATTMEET-SECTION
               MOVE WS-CAL-DATE (WS-CAL-SUB) TO ATTMEET-DATE
               MOVE WS-CAL-LETTER (WS-CAL-SUB) TO ATTMEET-DAY
               MOVE SQL-MEET-START TO ATTMEET-START
               MOVE SQL-MEET-END TO ATTMEET-END
               MOVE WS-SECTION-MEETINGS TO ATTMEET-MEET-NO

               WRITE ATTMEET-RECORD
               IF WS-ATTMEET-OK
                   ADD 1 TO WS-WRITTEN-COUNT
               ELSE IF WS-ATTMEET-DUPKEY
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   DISPLAY 'MVBATMG - ATTMEET WRITE FAILED, STATUS '
                       WS-ATTMEET-STATUS ' FOR ' SQL-COURSE-CODE
                       ' ' SQL-SECTION-NO
               END-IF
           END-IF.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBATMG - SQL ERROR: ' WS-SQL-CODE.
           STOP RUN.
