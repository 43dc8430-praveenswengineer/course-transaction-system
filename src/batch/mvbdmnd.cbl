       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBDMND.
       AUTHOR.        M VALDRON.

      * COURSE DEMAND AND SECTION-PLANNING REPORT FOR THE CHAIRS.
      * WALKS EVERY ACTIVE CATALOG COURSE AND SECTION (THE SAME
      * COURSE-ROW/SECTION-ROW SPLIT MVBTCH USES, SO THE ROLLUP SEATS
      * ARE NOT COUNTED TWICE) AND PRINTS, FOR THE TERM:
      *
      *   CAPACITY, SEATS_TAKEN AND FILL RATE OFF THE CATALOG;
      *   THE DEMAND HISTORY OFF DMNDFLE - WAITLIST JOINS (BY THE
      *     SECTION ASKED FOR), OFFERS MADE, CONFIRMED, DECLINED AND
      *     EXPIRED - AND THE UNMET DEMAND, THE JOINS THAT NEVER
      *     BECAME A CONFIRMED SEAT;
      *   THE SAME TERM LAST YEAR - ENROLLMENT COUNTED OFF THE
      *     TERMARC IMAGES (AND ANY STUFILE RECORD STILL ON THAT
      *     TERM), AND LAST YEAR'S JOINS OFF DMNDFLE;
      *   A RECOMMENDATION - ADD SECTIONS WHERE THE UNMET DEMAND
      *     REACHES THE ADD THRESHOLD (ENOUGH SECTIONS OF THE
      *     COURSE'S AVERAGE SIZE TO SEAT IT), CANCEL OR MERGE WHERE
      *     THE FILL RATE IS UNDER THE LOW-FILL THRESHOLD.
      *
      * A CAPACITY OF ZERO IS THE USUAL NO-LIMIT CATALOG ROW AND HAS
      * NO FILL RATE.  SEATS_TAKEN IS THE CATALOG'S CURRENT COUNT,
      * SO THE REPORT IS MEANT FOR THE TERM IN PROGRESS.
      *
      * SCHEDULED A WEEK AFTER CENSUS: IN THE CYCLE (NO TERM ON THE
      * CARD) THE TERM IS THE ONE WITH THE LATEST TERMCAL CENSUS
      * DATE ON OR BEFORE TODAY, AND THE RUN IS POSTED TO CYCCTL.  A
      * CARD NAMING A TERM IS AN OUT-OF-CYCLE RUN AND SKIPS THE
      * CYCCTL BOOKKEEPING.
      *
      * SYSIN CARD: TERM 1, YEAR 2-5, ADD THRESHOLD (UNMET STUDENTS)
      * 7-9, LOW-FILL THRESHOLD (PERCENT) 11-13.  BLANK THRESHOLDS
      * TAKE 010 AND 050.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERMCAL ASSIGN TO TERMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERMCAL-TERM-YEAR
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT DMNDFLE ASSIGN TO DMNDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DMNDFLE-KEY
               FILE STATUS IS WS-DMNDFLE-STATUS.

           SELECT TERMARC ASSIGN TO TERMARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TERMARC-KEY
               FILE STATUS IS WS-TERMARC-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT PLAN-RPT ASSIGN TO DMNDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD.
           05  PC-TERM                  PIC X(1).
           05  PC-YEAR                  PIC X(4).
           05  FILLER                   PIC X.
           05  PC-ADD-THRESHOLD         PIC X(3).
           05  FILLER                   PIC X.
           05  PC-LOW-FILL              PIC X(3).
           05  FILLER                   PIC X(67).

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  DMNDFLE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'DMNDRECC'.

       FD  TERMARC
           RECORD CONTAINS 314 CHARACTERS.
       COPY 'TERMARCC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  PLAN-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PLAN-RPT-LINE               PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - the planning run stands on its own, so the
      * job carries no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBDMND'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-DMNDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-DMNDFLE-OK                           VALUE '00'.

       01  WS-TERMARC-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMARC-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-FIRST-GROUP-SWITCH    PIC X          VALUE 'Y'.
               88  WS-FIRST-GROUP                       VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X          VALUE 'N'.
               88  WS-ENTRY-FOUND                       VALUE 'Y'.
       01  WS-REQUEST-RUN-SW           PIC X           VALUE 'N'.
           88  WS-REQUEST-RUN                           VALUE 'Y'.

       01  WS-PARM-TERM-YEAR           PIC X(5)        VALUE SPACES.
       01  WS-ADD-THRESHOLD            PIC 9(3)        VALUE 10.
       01  WS-LOW-FILL-PCT             PIC 9(3)        VALUE 50.

       01  WS-RUN-TERM-YEAR            PIC X(5)        VALUE SPACES.
       01  WS-CENSUS-DATE              PIC 9(7)        VALUE ZERO.
       01  WS-LY-TERM-YEAR             PIC X(5)        VALUE SPACES.
       01  WS-LY-YEAR                  PIC 9(4)        VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-COURSE-COUNT          PIC 9(05)      VALUE ZERO.
           05  WS-ADD-COUNT             PIC 9(05)      VALUE ZERO.
           05  WS-CANCEL-COUNT          PIC 9(05)      VALUE ZERO.
           05  WS-LY-READ-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-SLOT-SUB              PIC 9(01)      VALUE ZERO.

      * Last year's enrollment in the same term, one entry per
      * course - built from TERMARC before the catalog is walked,
      * then looked up course by course.
       01  WS-LY-TABLE.
           05  WS-LY-ENTRY              OCCURS 1000.
               10  WS-LY-COURSE         PIC X(8).
               10  WS-LY-ENROLLED       PIC 9(05).
           05  WS-LY-COUNT              PIC 9(04)      VALUE ZERO.
       01  WS-LY-SUB                   PIC 9(04)       VALUE ZERO.
       01  WS-WORK-COURSE              PIC X(8)        VALUE SPACES.

      * The course being totalled - demand off DMNDFLE (the course's
      * own entry plus each section's), seats off the catalog rows.
       01  WS-SAVE-COURSE              PIC X(8)        VALUE SPACES.
       01  WS-SAVE-DESC                PIC X(17)       VALUE SPACES.
       01  WS-COURSE-TOTALS.
           05  WS-CT-SECTIONS           PIC 9(03)      VALUE ZERO.
           05  WS-CT-CAPACITY           PIC 9(05)      VALUE ZERO.
           05  WS-CT-SEATS              PIC 9(05)      VALUE ZERO.
           05  WS-CT-JOINS              PIC 9(05)      VALUE ZERO.
           05  WS-CT-OFFERS             PIC 9(05)      VALUE ZERO.
           05  WS-CT-CONFIRMED          PIC 9(05)      VALUE ZERO.
           05  WS-CT-DECLINED           PIC 9(05)      VALUE ZERO.
           05  WS-CT-EXPIRED            PIC 9(05)      VALUE ZERO.
           05  WS-CT-LY-JOINS           PIC 9(05)      VALUE ZERO.
           05  WS-CT-LY-ENROLLED        PIC 9(05)      VALUE ZERO.

       01  WS-UNMET                    PIC S9(5)       VALUE ZERO.
       01  WS-FILL-PCT                 PIC 9(3)        VALUE ZERO.
       01  WS-AVG-SECTION              PIC 9(5)        VALUE ZERO.
       01  WS-SECTIONS-TO-ADD          PIC 9(3)        VALUE ZERO.
       01  WS-CALC-CAPACITY            PIC 9(5)        VALUE ZERO.
       01  WS-CALC-SEATS               PIC 9(5)        VALUE ZERO.
       01  WS-RECOMMEND                PIC X(30)       VALUE SPACES.

       01  WS-ADD-NOTE.
           05  FILLER                   PIC X(4)   VALUE 'ADD '.
           05  WS-AN-SECTIONS           PIC ZZ9.
           05  FILLER                   PIC X(23)  VALUE
               ' SECTION(S)'.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBDMND'.
           05  FILLER                   PIC X(36)  VALUE
               'COURSE DEMAND / SECTION PLANNING -'.
           05  FILLER                   PIC X(5)   VALUE 'TERM '.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'LAST YEAR '.
           05  WS-H1-LY-TERM-YEAR       PIC X(5).

       01  WS-HEADING-1B.
           05  FILLER                   PIC X(20)  VALUE SPACES.
           05  FILLER                   PIC X(26)  VALUE
               'ADD SECTIONS AT UNMET >= '.
           05  WS-H1B-ADD               PIC ZZ9.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(22)  VALUE
               'LOW FILL UNDER PCT '.
           05  WS-H1B-LOW               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(12)  VALUE 'COURSE  SEC'.
           05  FILLER                   PIC X(18)  VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(6)   VALUE '   CAP'.
           05  FILLER                   PIC X(6)   VALUE ' TAKEN'.
           05  FILLER                   PIC X(6)   VALUE '  FILL'.
           05  FILLER                   PIC X(6)   VALUE ' JOINS'.
           05  FILLER                   PIC X(6)   VALUE ' OFFRD'.
           05  FILLER                   PIC X(6)   VALUE '  CONF'.
           05  FILLER                   PIC X(6)   VALUE '  DECL'.
           05  FILLER                   PIC X(6)   VALUE '  EXPD'.
           05  FILLER                   PIC X(6)   VALUE ' UNMET'.
           05  FILLER                   PIC X(6)   VALUE ' LYENR'.
           05  FILLER                   PIC X(6)   VALUE ' LYJNS'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(14)  VALUE
               'RECOMMENDATION'.

      * One layout for the section lines and the course lines - the
      * counts print blank when zero, so a section line shows only
      * what belongs to the section.
       01  WS-DETAIL-LINE.
           05  WS-DL-COURSE             PIC X(8).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-SECTION            PIC X(3).
           05  WS-DL-DESC               PIC X(18).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-CAPACITY           PIC ZZZZZ.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-SEATS              PIC ZZZZ9.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-FILL               PIC X(5).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-JOINS              PIC ZZZZZ.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-OFFERS             PIC ZZZZZ.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-CONFIRMED          PIC ZZZZZ.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-DECLINED           PIC ZZZZZ.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-EXPIRED            PIC ZZZZZ.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-UNMET              PIC ZZZZZ.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-LY-ENROLLED        PIC ZZZZZ.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-DL-LY-JOINS           PIC ZZZZZ.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-RECOMMEND          PIC X(30).

       01  WS-FILL-EDIT.
           05  WS-FE-PCT                PIC ZZ9.
           05  FILLER                   PIC X      VALUE '%'.

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).
           01 SQL-COURSE-DESC           PIC X(17).
           01 SQL-CAPACITY              PIC S9(4) COMP.
           01 SQL-SEATS-TAKEN           PIC S9(4) COMP.

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   MOVE SPACES TO PARM-CARD-RECORD
           END-READ.
           CLOSE PARM-CARD.

           IF PC-TERM NOT = SPACE AND PC-YEAR IS NUMERIC
               MOVE PC-TERM TO WS-PARM-TERM-YEAR (1:1)
               MOVE PC-YEAR TO WS-PARM-TERM-YEAR (2:4)
               MOVE 'Y' TO WS-REQUEST-RUN-SW
           END-IF.
           IF PC-ADD-THRESHOLD IS NUMERIC
               MOVE PC-ADD-THRESHOLD TO WS-ADD-THRESHOLD
           END-IF.
           IF PC-LOW-FILL IS NUMERIC
               MOVE PC-LOW-FILL TO WS-LOW-FILL-PCT
           END-IF.

           IF NOT WS-REQUEST-RUN
               PERFORM 050-CYCLE-START
           ELSE
               ACCEPT WS-CYC-ACCEPT-DAY FROM DAY
               MOVE ZERO TO WS-CYC-BUS-DATE
               MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5)
               MOVE '1' TO WS-CYC-BUS-DATE (2:1)
           END-IF.

           OPEN INPUT TERMCAL.
           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBDMND - TERMCAL OPEN FAILED, STATUS '
                   WS-TERMCAL-STATUS
               STOP RUN
           END-IF.

           PERFORM 010-PICK-TERM THRU 010-EXIT.

           CLOSE TERMCAL.

           OPEN OUTPUT PLAN-RPT.

           IF WS-RUN-TERM-YEAR = SPACES
               MOVE WS-HEADING-1 TO PLAN-RPT-LINE
               WRITE PLAN-RPT-LINE
               MOVE SPACES TO PLAN-RPT-LINE
               WRITE PLAN-RPT-LINE
               MOVE 'NO TERM HAS REACHED ITS CENSUS DATE - NO PLAN'
                   TO PLAN-RPT-LINE
               WRITE PLAN-RPT-LINE
               GO TO 000-FINISH
           END-IF.

      * The same term a year earlier - the term letter with the
      * year one less.
           MOVE WS-RUN-TERM-YEAR (1:1) TO WS-LY-TERM-YEAR (1:1).
           IF WS-RUN-TERM-YEAR (2:4) IS NUMERIC
               MOVE WS-RUN-TERM-YEAR (2:4) TO WS-LY-YEAR
               SUBTRACT 1 FROM WS-LY-YEAR
               MOVE WS-LY-YEAR TO WS-LY-TERM-YEAR (2:4)
           END-IF.

           PERFORM 100-LOAD-LAST-YEAR.

           OPEN INPUT DMNDFLE.

           PERFORM 300-PRINT-HEADING.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           EXEC SQL DECLARE DMNDCUR CURSOR FOR
                    SELECT C.COURSE_CODE, '  ' AS SECTION_NO,
                           C.COURSE_DESC, C.CAPACITY, C.SEATS_TAKEN
                      FROM BILLM.COURSE_CODES C
                      WHERE C.ACTIVE_FLAG = 'Y'
                        AND NOT EXISTS
                            (SELECT 1
                               FROM BILLM.COURSE_SECTIONS S
                               WHERE S.COURSE_CODE = C.COURSE_CODE
                                 AND S.ACTIVE_FLAG = 'Y')
                    UNION ALL
                    SELECT S.COURSE_CODE, S.SECTION_NO,
                           C.COURSE_DESC, S.CAPACITY, S.SEATS_TAKEN
                      FROM BILLM.COURSE_SECTIONS S,
                           BILLM.COURSE_CODES C
                      WHERE S.COURSE_CODE = C.COURSE_CODE
                        AND C.ACTIVE_FLAG = 'Y'
                        AND S.ACTIVE_FLAG = 'Y'
                      ORDER BY 1, 2
           END-EXEC.

           EXEC SQL OPEN DMNDCUR END-EXEC.

           PERFORM 200-FETCH-ONE-ROW
               UNTIL SQLCODE = 100.

           EXEC SQL CLOSE DMNDCUR END-EXEC.

           IF NOT WS-FIRST-GROUP
               PERFORM 400-END-COURSE THRU 400-EXIT
           END-IF.

           CLOSE DMNDFLE.

       000-FINISH.
           MOVE SPACES TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.
           MOVE 'COURSES PLANNED:' TO WS-TL-LABEL.
           MOVE WS-COURSE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.
           MOVE 'ADD-SECTION RECOMMENDATIONS:' TO WS-TL-LABEL.
           MOVE WS-ADD-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.
           MOVE 'LOW-FILL RECOMMENDATIONS:' TO WS-TL-LABEL.
           MOVE WS-CANCEL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.

           CLOSE PLAN-RPT.

           IF NOT WS-REQUEST-RUN
               PERFORM 055-CYCLE-END
           END-IF.

           DISPLAY 'MVBDMND - TERM PLANNED:      ' WS-RUN-TERM-YEAR.
           DISPLAY 'MVBDMND - COURSES:           ' WS-COURSE-COUNT.
           DISPLAY 'MVBDMND - ADD SECTIONS:      ' WS-ADD-COUNT.
           DISPLAY 'MVBDMND - LOW FILL:          ' WS-CANCEL-COUNT.

           STOP RUN.

      * The card's term, or in the cycle the term whose census date
      * is the latest on or before today.
       010-PICK-TERM.
           IF WS-PARM-TERM-YEAR NOT = SPACES
               MOVE WS-PARM-TERM-YEAR TO WS-RUN-TERM-YEAR
               GO TO 010-EXIT
           END-IF.

           MOVE LOW-VALUES TO TERMCAL-TERM-YEAR.
           START TERMCAL KEY IS NOT LESS THAN TERMCAL-TERM-YEAR
           END-START.
           IF NOT WS-TERMCAL-OK
               GO TO 010-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 015-CHECK-ONE-TERM
               UNTIL WS-END-OF-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       010-EXIT.
           EXIT.

       015-CHECK-ONE-TERM.
           READ TERMCAL NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
                   AND TERMCAL-CENSUS-DATE IS NUMERIC
                   AND TERMCAL-CENSUS-DATE > WS-CENSUS-DATE
                   AND TERMCAL-CENSUS-DATE NOT > WS-CYC-BUS-DATE
               MOVE TERMCAL-CENSUS-DATE TO WS-CENSUS-DATE
               MOVE TERMCAL-TERM-YEAR TO WS-RUN-TERM-YEAR
           END-IF.

      * Last year's enrollment per course - every TERMARC image for
      * that term, and any STUFILE record that has never rolled off
      * it (the same source rule MVBMIN uses).
       100-LOAD-LAST-YEAR.
           OPEN INPUT TERMARC.
           IF WS-TERMARC-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 110-READ-TERMARC
               PERFORM 120-TALLY-ONE-TERMARC
                   UNTIL WS-END-OF-FILE
               CLOSE TERMARC
           END-IF.

           OPEN INPUT STUFILE.
           IF WS-STUFILE-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 130-READ-STUFILE
               PERFORM 140-TALLY-ONE-STUFILE
                   UNTIL WS-END-OF-FILE
               CLOSE STUFILE
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.

       110-READ-TERMARC.
           READ TERMARC NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       120-TALLY-ONE-TERMARC.
           IF TERMARC-TERM-YEAR = WS-LY-TERM-YEAR
               ADD 1 TO WS-LY-READ-COUNT
               PERFORM 150-TALLY-TERMARC-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 7
           END-IF.

           PERFORM 110-READ-TERMARC.

       130-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       140-TALLY-ONE-STUFILE.
           IF STUFILE-TERM-YEAR = WS-LY-TERM-YEAR
               ADD 1 TO WS-LY-READ-COUNT
               PERFORM 155-TALLY-STUFILE-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 7
           END-IF.

           PERFORM 130-READ-STUFILE.

      * Course slot n sits at 23 + 8n of the STUFILEC image.
       150-TALLY-TERMARC-SLOT.
           MOVE TERMARC-DATA (23 + WS-SLOT-SUB * 8:8)
               TO WS-WORK-COURSE.
           PERFORM 160-ADD-LY-COURSE.

       155-TALLY-STUFILE-SLOT.
           MOVE STUFILE-RECORD (23 + WS-SLOT-SUB * 8:8)
               TO WS-WORK-COURSE.
           PERFORM 160-ADD-LY-COURSE.

       160-ADD-LY-COURSE.
           IF WS-WORK-COURSE NOT = SPACES
                   AND WS-WORK-COURSE NOT = LOW-VALUES
               PERFORM 170-FIND-LY-ENTRY
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-LY-ENROLLED (WS-LY-SUB)
               ELSE IF WS-LY-COUNT < 1000
                   ADD 1 TO WS-LY-COUNT
                   MOVE WS-WORK-COURSE TO WS-LY-COURSE (WS-LY-COUNT)
                   MOVE 1 TO WS-LY-ENROLLED (WS-LY-COUNT)
               END-IF
           END-IF.

      * Linear lookup, as MVBFILL's tally does - a few hundred
      * courses at most.
       170-FIND-LY-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.

           PERFORM 175-COMPARE-LY-ENTRY
               VARYING WS-LY-SUB FROM 1 BY 1
               UNTIL WS-LY-SUB > WS-LY-COUNT
                  OR WS-ENTRY-FOUND.

           IF WS-ENTRY-FOUND
               COMPUTE WS-LY-SUB = WS-LY-SUB - 1
           END-IF.

       175-COMPARE-LY-ENTRY.
           IF WS-LY-COURSE (WS-LY-SUB) = WS-WORK-COURSE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       200-FETCH-ONE-ROW.
           EXEC SQL FETCH DMNDCUR
                      INTO :SQL-COURSE-CODE, :SQL-SECTION-NO,
                           :SQL-COURSE-DESC, :SQL-CAPACITY,
                           :SQL-SEATS-TAKEN
           END-EXEC.

           IF SQLCODE NOT = 100
               IF WS-FIRST-GROUP
                       OR SQL-COURSE-CODE NOT = WS-SAVE-COURSE
                   IF NOT WS-FIRST-GROUP
                       PERFORM 400-END-COURSE THRU 400-EXIT
                   END-IF
                   MOVE 'N' TO WS-FIRST-GROUP-SWITCH
                   PERFORM 220-START-COURSE
               END-IF

               IF SQL-SECTION-NO NOT = SPACES
                   PERFORM 240-PRINT-SECTION
               ELSE
                   ADD SQL-CAPACITY TO WS-CT-CAPACITY
                   ADD SQL-SEATS-TAKEN TO WS-CT-SEATS
               END-IF
           END-IF.

      * New course - its own DMNDFLE entry carries the offer counts
      * and any join not tied to a section; last year's figures ride
      * along for the course line.
       220-START-COURSE.
           MOVE SQL-COURSE-CODE TO WS-SAVE-COURSE.
           MOVE SQL-COURSE-DESC TO WS-SAVE-DESC.
           INITIALIZE WS-COURSE-TOTALS.
           ADD 1 TO WS-COURSE-COUNT.

           MOVE WS-RUN-TERM-YEAR TO DMNDFLE-TERM-YEAR.
           MOVE SQL-COURSE-CODE TO DMNDFLE-COURSE.
           MOVE SPACES TO DMNDFLE-SECTION.
           READ DMNDFLE RECORD.
           IF WS-DMNDFLE-OK
               MOVE DMNDFLE-JOINS TO WS-CT-JOINS
               MOVE DMNDFLE-OFFERS TO WS-CT-OFFERS
               MOVE DMNDFLE-CONFIRMED TO WS-CT-CONFIRMED
               MOVE DMNDFLE-DECLINED TO WS-CT-DECLINED
               MOVE DMNDFLE-EXPIRED TO WS-CT-EXPIRED
           END-IF.

           MOVE WS-LY-TERM-YEAR TO DMNDFLE-TERM-YEAR.
           MOVE SQL-COURSE-CODE TO DMNDFLE-COURSE.
           MOVE SPACES TO DMNDFLE-SECTION.
           READ DMNDFLE RECORD.
           IF WS-DMNDFLE-OK
               MOVE DMNDFLE-JOINS TO WS-CT-LY-JOINS
           END-IF.

           MOVE SQL-COURSE-CODE TO WS-WORK-COURSE.
           PERFORM 170-FIND-LY-ENTRY.
           IF WS-ENTRY-FOUND
               MOVE WS-LY-ENROLLED (WS-LY-SUB) TO WS-CT-LY-ENROLLED
           END-IF.

           MOVE SPACES TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.

      * One section of a sectioned course - its seats, fill and the
      * joins asked for it, flagged when the fill is low and nobody
      * was turned away from it.
       240-PRINT-SECTION.
           ADD 1 TO WS-CT-SECTIONS.
           ADD SQL-CAPACITY TO WS-CT-CAPACITY.
           ADD SQL-SEATS-TAKEN TO WS-CT-SEATS.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ZERO TO DMNDFLE-JOINS.
           MOVE WS-RUN-TERM-YEAR TO DMNDFLE-TERM-YEAR.
           MOVE SQL-COURSE-CODE TO DMNDFLE-COURSE.
           MOVE SQL-SECTION-NO TO DMNDFLE-SECTION.
           READ DMNDFLE RECORD.
           IF NOT WS-DMNDFLE-OK
               MOVE ZERO TO DMNDFLE-JOINS
           END-IF.
           ADD DMNDFLE-JOINS TO WS-CT-JOINS.
           MOVE DMNDFLE-JOINS TO WS-DL-JOINS.

           MOVE WS-LY-TERM-YEAR TO DMNDFLE-TERM-YEAR.
           READ DMNDFLE RECORD.
           IF WS-DMNDFLE-OK
               ADD DMNDFLE-JOINS TO WS-CT-LY-JOINS
               MOVE DMNDFLE-JOINS TO WS-DL-LY-JOINS
           END-IF.

           MOVE SQL-CAPACITY TO WS-CALC-CAPACITY.
           MOVE SQL-SEATS-TAKEN TO WS-CALC-SEATS.
           PERFORM 450-SET-FILL.

           MOVE SPACES TO WS-RECOMMEND.
           IF WS-CALC-CAPACITY > ZERO
                   AND WS-FILL-PCT < WS-LOW-FILL-PCT
                   AND WS-DL-JOINS = SPACES
               MOVE 'LOW FILL - CANCEL SECTION' TO WS-RECOMMEND
               ADD 1 TO WS-CANCEL-COUNT
           END-IF.

           MOVE SQL-COURSE-CODE TO WS-DL-COURSE.
           MOVE '-' TO WS-DL-SECTION (1:1).
           MOVE SQL-SECTION-NO TO WS-DL-SECTION (2:2).
           MOVE SQL-CAPACITY TO WS-DL-CAPACITY.
           MOVE SQL-SEATS-TAKEN TO WS-DL-SEATS.
           MOVE WS-RECOMMEND TO WS-DL-RECOMMEND.
           MOVE WS-DETAIL-LINE TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.

      * The course line - the whole course's demand against its
      * seats, last year alongside, and the course recommendation.
       400-END-COURSE.
           COMPUTE WS-UNMET = WS-CT-JOINS - WS-CT-CONFIRMED.
           IF WS-UNMET < ZERO
               MOVE ZERO TO WS-UNMET
           END-IF.

           MOVE WS-CT-CAPACITY TO WS-CALC-CAPACITY.
           MOVE WS-CT-SEATS TO WS-CALC-SEATS.
           PERFORM 450-SET-FILL.

           MOVE SPACES TO WS-RECOMMEND.

           IF WS-UNMET NOT < WS-ADD-THRESHOLD AND WS-UNMET > ZERO
               PERFORM 460-SET-ADD-NOTE
               ADD 1 TO WS-ADD-COUNT
           ELSE IF WS-CALC-CAPACITY > ZERO
                   AND WS-FILL-PCT < WS-LOW-FILL-PCT
               IF WS-CT-SECTIONS > 1
                   MOVE 'LOW FILL - DROP A SECTION' TO WS-RECOMMEND
               ELSE
                   MOVE 'LOW FILL - CANCEL OR MERGE' TO WS-RECOMMEND
               END-IF
               ADD 1 TO WS-CANCEL-COUNT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-SAVE-COURSE TO WS-DL-COURSE.
           IF WS-CT-SECTIONS > ZERO
               MOVE 'ALL' TO WS-DL-SECTION
           END-IF.
           MOVE WS-SAVE-DESC TO WS-DL-DESC.
           MOVE WS-CT-CAPACITY TO WS-DL-CAPACITY.
           MOVE WS-CT-SEATS TO WS-DL-SEATS.
           MOVE WS-CT-JOINS TO WS-DL-JOINS.
           MOVE WS-CT-OFFERS TO WS-DL-OFFERS.
           MOVE WS-CT-CONFIRMED TO WS-DL-CONFIRMED.
           MOVE WS-CT-DECLINED TO WS-DL-DECLINED.
           MOVE WS-CT-EXPIRED TO WS-DL-EXPIRED.
           MOVE WS-UNMET TO WS-DL-UNMET.
           MOVE WS-CT-LY-ENROLLED TO WS-DL-LY-ENROLLED.
           MOVE WS-CT-LY-JOINS TO WS-DL-LY-JOINS.
           MOVE WS-RECOMMEND TO WS-DL-RECOMMEND.
           MOVE WS-DETAIL-LINE TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.

       400-EXIT.
           EXIT.

      * Fill rate of WS-CALC-SEATS in WS-CALC-CAPACITY into the
      * detail line - a zero capacity is the no-limit row.
       450-SET-FILL.
           MOVE ZERO TO WS-FILL-PCT.
           IF WS-CALC-CAPACITY = ZERO
               MOVE ' N/L' TO WS-DL-FILL
           ELSE
               IF WS-CALC-SEATS > WS-CALC-CAPACITY
                   MOVE 100 TO WS-FILL-PCT
               ELSE
                   COMPUTE WS-FILL-PCT =
                       (WS-CALC-SEATS * 100) / WS-CALC-CAPACITY
               END-IF
               MOVE WS-FILL-PCT TO WS-FE-PCT
               MOVE WS-FILL-EDIT TO WS-DL-FILL
           END-IF.

      * Enough sections of the course's average size to seat the
      * unmet demand, rounded up - one section where the course has
      * no capacity to average.
       460-SET-ADD-NOTE.
           MOVE 1 TO WS-SECTIONS-TO-ADD.

           IF WS-CT-CAPACITY > ZERO
               IF WS-CT-SECTIONS > ZERO
                   COMPUTE WS-AVG-SECTION =
                       WS-CT-CAPACITY / WS-CT-SECTIONS
               ELSE
                   MOVE WS-CT-CAPACITY TO WS-AVG-SECTION
               END-IF
               IF WS-AVG-SECTION > ZERO
                   COMPUTE WS-SECTIONS-TO-ADD =
                       (WS-UNMET + WS-AVG-SECTION - 1) / WS-AVG-SECTION
               END-IF
           END-IF.

           MOVE WS-SECTIONS-TO-ADD TO WS-AN-SECTIONS.
           MOVE WS-ADD-NOTE TO WS-RECOMMEND.

       300-PRINT-HEADING.
           MOVE WS-RUN-TERM-YEAR TO WS-H1-TERM-YEAR.
           MOVE WS-LY-TERM-YEAR TO WS-H1-LY-TERM-YEAR.
           MOVE WS-HEADING-1 TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.
           MOVE WS-ADD-THRESHOLD TO WS-H1B-ADD.
           MOVE WS-LOW-FILL-PCT TO WS-H1B-LOW.
           MOVE WS-HEADING-1B TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.
           MOVE SPACES TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.
           MOVE WS-HEADING-2 TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.

      * Opens this job's entry on the cycle control file - no
      * predecessor check, just the start stamp and the double-run
      * guard.  An entry left IN-PROGRESS by an abend is taken over
      * so the rerun can go.
       050-CYCLE-START.
           ACCEPT WS-CYC-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-CYC-BUS-DATE.
           MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5).
           MOVE '1' TO WS-CYC-BUS-DATE (2:1).
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.

           OPEN I-O CYCCTL.
           IF NOT WS-CYCCTL-OK
               DISPLAY 'MVBDMND - CYCCTL OPEN FAILED, STATUS '
                   WS-CYCCTL-STATUS
               STOP RUN
           END-IF.

           MOVE WS-CYC-JOB-NAME TO CYCCTL-JOB-NAME.
           MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE.

           READ CYCCTL RECORD.

           IF WS-CYCCTL-NOTFND
               MOVE WS-CYC-JOB-NAME TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-START-TIME
               MOVE ZERO TO CYCCTL-END-TIME
               MOVE ZERO TO CYCCTL-RECORD-COUNT
               SET CYCCTL-IN-PROGRESS TO TRUE
               SET CYCCTL-NOT-PLANNED TO TRUE
               WRITE CYCCTL-RECORD
           ELSE IF CYCCTL-COMPLETE
               DISPLAY 'MVBDMND - ALREADY RAN FOR ' WS-CYC-BUS-DATE
                   ' - ENDING TO PREVENT A DOUBLE RUN'
               CLOSE CYCCTL
               STOP RUN
           ELSE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-START-TIME
               SET CYCCTL-IN-PROGRESS TO TRUE
               REWRITE CYCCTL-RECORD
           END-IF.

       055-CYCLE-END.
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-END-TIME.
           MOVE WS-COURSE-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBDMND - SQL ERROR: ' WS-SQL-CODE.
           CLOSE PLAN-RPT.
           STOP RUN.
