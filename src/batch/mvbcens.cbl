       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBCENS.
       AUTHOR.        M VALDRON.

      * CENSUS-DATE ENROLLMENT SNAPSHOT.  RUN FOR ONE TERM ON OR
      * AFTER ITS TERMCAL CENSUS DATE, IT FREEZES THE TERM'S
      * ENROLLMENT TO CENSFILE - ONE ENTRY PER STUDENT PER OCCUPIED
      * COURSE SLOT AND SECTION, WITH THE STUDENT'S PROGRAM, CAMPUS,
      * FEE CATEGORY AND STATUS AND THE COURSE'S CREDIT HOURS OFF
      * BILLM.COURSE_CODES (A ROW CARRYING NONE COUNTS THE STANDARD
      * 3, AS MVBLOAD DOES).  THE SLOTS COME OFF STUFILE WHILE THAT
      * IS STILL THE STUDENT'S TERM, OFF THE TERMARC IMAGE WHEN THE
      * TERM HAS ALREADY ROLLED FORWARD - THE SAME WAY MVBMIN FINDS
      * THEM.  EVERY COUNT ELSE IN THE SYSTEM IS LIVE; THIS ONE IS
      * NOT - A TERM ALREADY ON CENSFILE IS NEVER TAKEN AGAIN, SO
      * THE FIGURES REPORTED FOR IT DO NOT MOVE WITH LATER DROPS.
      * THE RUN ENDS WITHOUT WRITING ANYTHING BEFORE THE CENSUS DATE
      * OR WHEN THE TERM HAS NO CENSUS DATE ON TERMCAL.
      *
      * CONTROL CARD: TERM (F/W/S) COL 1, YEAR COLS 3-6.

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

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT TERMARC ASSIGN TO TERMARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERMARC-KEY
               FILE STATUS IS WS-TERMARC-STATUS.

           SELECT CENSFILE ASSIGN TO CENSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENSFILE-KEY
               FILE STATUS IS WS-CENSFILE-STATUS.

           SELECT CENSUS-RPT ASSIGN TO CENSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-TERM                  PIC X(1).
           05  FILLER                   PIC X(1).
           05  CC-YEAR                  PIC X(4).
           05  FILLER                   PIC X(74).

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  TERMARC
           RECORD CONTAINS 314 CHARACTERS.
       COPY 'TERMARCC'.

       FD  CENSFILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'CENSRECC'.

       FD  CENSUS-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CENSRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-TERMARC-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMARC-OK                           VALUE '00'.

       01  WS-CENSFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-CENSFILE-OK                          VALUE '00'.
           88  WS-CENSFILE-DUPLICATE                   VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-TERM-FOUND-SW         PIC X          VALUE 'N'.
               88  WS-TERM-FOUND                        VALUE 'Y'.
           05  WS-ARCHIVE-SW            PIC X          VALUE 'N'.
               88  WS-FROM-ARCHIVE                      VALUE 'Y'.

       01  WS-RUN-TERM-YEAR            PIC X(5)        VALUE SPACES.
       01  WS-CENSUS-DATE              PIC 9(7)        VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
           05  WS-SLOTS-TAKEN           PIC 9(01)      VALUE ZERO.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-STUDENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-ARCHIVE-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-ENROLL-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-CREDIT-TOTAL          PIC 9(07)      VALUE ZERO.
           05  WS-DEFAULT-CR-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-DUPLICATE-COUNT       PIC 9(07)      VALUE ZERO.

       01  WS-WORK-COURSE              PIC X(8)        VALUE SPACES.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBCENS'.
           05  FILLER                   PIC X(34)  VALUE
               'CENSUS ENROLLMENT SNAPSHOT - TERM'.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(15)  VALUE
               '  CENSUS DATE '.
           05  WS-H1-CENSUS-DATE        PIC 9(7).

       01  WS-DUPLICATE-LINE.
           05  FILLER                   PIC X(11)  VALUE 'DUPLICATE: '.
           05  WS-DU-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(1)   VALUE SPACE.
           05  WS-DU-COURSE             PIC X(8).
           05  FILLER                   PIC X(1)   VALUE SPACE.
           05  WS-DU-SECTION            PIC X(2).
           05  FILLER                   PIC X(34)  VALUE
               ' - SAME COURSE TWICE, TAKEN ONCE'.

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-CREDIT-HOURS          PIC S9(4) COMP.

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   DISPLAY 'MVBCENS - NO CONTROL CARD - ENDING'
                   CLOSE CONTROL-CARD
                   STOP RUN
           END-READ.
           CLOSE CONTROL-CARD.

           IF (CC-TERM NOT = 'F' AND CC-TERM NOT = 'W'
                   AND CC-TERM NOT = 'S')
                   OR CC-YEAR IS NOT NUMERIC
               DISPLAY 'MVBCENS - CONTROL CARD INVALID - ENDING'
               STOP RUN
           END-IF.

           MOVE CC-TERM TO WS-RUN-TERM-YEAR (1:1).
           MOVE CC-YEAR TO WS-RUN-TERM-YEAR (2:4).

           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).

           PERFORM 050-CHECK-CENSUS-DATE.

           OPEN I-O CENSFILE.
           IF NOT WS-CENSFILE-OK
               DISPLAY 'MVBCENS - CENSFILE OPEN FAILED, STATUS '
                   WS-CENSFILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 080-CHECK-NOT-TAKEN.

           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBCENS - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               CLOSE CENSFILE
               STOP RUN
           END-IF.

           OPEN INPUT TERMARC.
           OPEN OUTPUT CENSUS-RPT.

           MOVE WS-RUN-TERM-YEAR TO WS-H1-TERM-YEAR.
           MOVE WS-CENSUS-DATE TO WS-H1-CENSUS-DATE.
           MOVE WS-HEADING-1 TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.
           MOVE SPACES TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           PERFORM 100-READ-STUFILE.
           PERFORM 200-SNAP-ONE-STUDENT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 800-PRINT-TRAILERS.

           CLOSE STUFILE.
           CLOSE TERMARC.
           CLOSE CENSFILE.
           CLOSE CENSUS-RPT.

           DISPLAY 'MVBCENS - TERM ' WS-RUN-TERM-YEAR
               ' SNAPSHOT TAKEN'.
           DISPLAY 'MVBCENS - STUDENTS:        ' WS-STUDENT-COUNT.
           DISPLAY 'MVBCENS - ENROLLMENTS:     ' WS-ENROLL-COUNT.
           DISPLAY 'MVBCENS - CREDIT HOURS:    ' WS-CREDIT-TOTAL.

           STOP RUN.

      * The term's census date off TERMCAL - no snapshot without one,
      * and none before it.
       050-CHECK-CENSUS-DATE.
           OPEN INPUT TERMCAL.
           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBCENS - TERMCAL OPEN FAILED, STATUS '
                   WS-TERMCAL-STATUS
               STOP RUN
           END-IF.

           MOVE WS-RUN-TERM-YEAR TO TERMCAL-TERM-YEAR.

           READ TERMCAL RECORD.

           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBCENS - TERM ' WS-RUN-TERM-YEAR
                   ' NOT ON TERMCAL - ENDING'
               CLOSE TERMCAL
               STOP RUN
           END-IF.

           CLOSE TERMCAL.

           IF TERMCAL-CENSUS-DATE IS NOT NUMERIC
                   OR TERMCAL-CENSUS-DATE = ZERO
               DISPLAY 'MVBCENS - NO CENSUS DATE ON TERMCAL FOR '
                   WS-RUN-TERM-YEAR ' - ENDING'
               STOP RUN
           END-IF.

           MOVE TERMCAL-CENSUS-DATE TO WS-CENSUS-DATE.

           IF WS-RUN-DATE < WS-CENSUS-DATE
               DISPLAY 'MVBCENS - CENSUS DATE ' WS-CENSUS-DATE
                   ' NOT REACHED - ENDING'
               STOP RUN
           END-IF.

      * A term already on CENSFILE is frozen - the run ends rather
      * than add to or replace it.
       080-CHECK-NOT-TAKEN.
           MOVE LOW-VALUES TO CENSFILE-KEY.
           MOVE WS-RUN-TERM-YEAR TO CENSFILE-TERM-YEAR.

           START CENSFILE KEY IS NOT LESS THAN CENSFILE-KEY.

           IF WS-CENSFILE-OK
               READ CENSFILE NEXT RECORD
               IF WS-CENSFILE-OK
                       AND CENSFILE-TERM-YEAR = WS-RUN-TERM-YEAR
                   DISPLAY 'MVBCENS - TERM ' WS-RUN-TERM-YEAR
                       ' ALREADY TAKEN ON ' CENSFILE-CENSUS-DATE
                       ' - ENDING'
                   CLOSE CENSFILE
                   STOP RUN
               END-IF
           END-IF.

       100-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

      * The run term's slots for this student - the live record when
      * it still carries the term, else the TERMARC image laid over
      * the record area, else nothing: the student did not sit the
      * term.
       200-SNAP-ONE-STUDENT.
           MOVE 'N' TO WS-TERM-FOUND-SW.
           MOVE 'N' TO WS-ARCHIVE-SW.

           IF STUFILE-TERM-YEAR = WS-RUN-TERM-YEAR
               SET WS-TERM-FOUND TO TRUE
           ELSE
               MOVE STUFILE-STUDENT-NO TO TERMARC-STUDENT-NO
               MOVE WS-RUN-TERM-YEAR TO TERMARC-TERM-YEAR
               READ TERMARC RECORD
               IF WS-TERMARC-OK
                   MOVE TERMARC-DATA TO STUFILE-RECORD
                   SET WS-TERM-FOUND TO TRUE
                   SET WS-FROM-ARCHIVE TO TRUE
               END-IF
           END-IF.

           IF NOT WS-TERM-FOUND
               PERFORM 100-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           MOVE ZERO TO WS-SLOTS-TAKEN.

           PERFORM 220-SNAP-ONE-SLOT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 7.

           IF WS-SLOTS-TAKEN > ZERO
               ADD 1 TO WS-STUDENT-COUNT
               IF WS-FROM-ARCHIVE
                   ADD 1 TO WS-ARCHIVE-COUNT
               END-IF
           END-IF.

           PERFORM 100-READ-STUFILE.

       200-EXIT.
           EXIT.

       220-SNAP-ONE-SLOT.
           MOVE STUFILE-RECORD (23 + WS-COURSE-SUB * 8:8)
               TO WS-WORK-COURSE.

           IF WS-WORK-COURSE NOT = SPACES
                   AND WS-WORK-COURSE NOT = LOW-VALUES

               MOVE SPACES TO CENSFILE-RECORD
               MOVE WS-RUN-TERM-YEAR TO CENSFILE-TERM-YEAR
               MOVE STUFILE-STUDENT-NO TO CENSFILE-STUDENT-NO
               MOVE WS-WORK-COURSE TO CENSFILE-COURSE
               MOVE STUFILE-SECTION (WS-COURSE-SUB)
                   TO CENSFILE-SECTION
               MOVE STUFILE-PROGRAM TO CENSFILE-PROGRAM
               MOVE STUFILE-CAMPUS TO CENSFILE-CAMPUS
               MOVE STUFILE-FEE-CAT TO CENSFILE-FEE-CAT
               MOVE STUFILE-STATUS TO CENSFILE-STATUS
               MOVE STUFILE-COUNTRY TO CENSFILE-COUNTRY
               MOVE STUFILE-INTL-ADDR-SW TO CENSFILE-INTL-ADDR-SW
               MOVE WS-CENSUS-DATE TO CENSFILE-CENSUS-DATE

               PERFORM 240-CREDIT-HOURS

               WRITE CENSFILE-RECORD

               IF WS-CENSFILE-DUPLICATE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE STUFILE-STUDENT-NO TO WS-DU-STUDENT-NO
                   MOVE WS-WORK-COURSE TO WS-DU-COURSE
                   MOVE CENSFILE-SECTION TO WS-DU-SECTION
                   MOVE WS-DUPLICATE-LINE TO CENSRPT-LINE
                   WRITE CENSRPT-LINE
               ELSE IF NOT WS-CENSFILE-OK
                   DISPLAY 'MVBCENS - CENSFILE WRITE FAILED, STATUS '
                       WS-CENSFILE-STATUS ' FOR ' STUFILE-STUDENT-NO
               ELSE
                   ADD 1 TO WS-SLOTS-TAKEN
                   ADD 1 TO WS-ENROLL-COUNT
                   ADD CENSFILE-CREDIT-HOURS TO WS-CREDIT-TOTAL
               END-IF

           END-IF.

      * A catalog row carrying no credit hours, or a course no longer
      * on the catalog, counts the standard 3.
       240-CREDIT-HOURS.
           MOVE WS-WORK-COURSE TO SQL-COURSE-CODE.
           MOVE ZERO TO SQL-CREDIT-HOURS.

           EXEC SQL SELECT CREDIT_HOURS
                      INTO :SQL-CREDIT-HOURS
                      FROM BILLM.COURSE_CODES
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
           END-EXEC.

           IF SQLCODE = 100 OR SQL-CREDIT-HOURS NOT > ZERO
               MOVE 3 TO CENSFILE-CREDIT-HOURS
               ADD 1 TO WS-DEFAULT-CR-COUNT
           ELSE
               MOVE SQL-CREDIT-HOURS TO CENSFILE-CREDIT-HOURS
           END-IF.

       800-PRINT-TRAILERS.
           MOVE SPACES TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

           MOVE 'STUDENT RECORDS READ:' TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

           MOVE 'STUDENTS IN SNAPSHOT:' TO WS-TL-LABEL.
           MOVE WS-STUDENT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

           MOVE '  FROM TERM ARCHIVE:' TO WS-TL-LABEL.
           MOVE WS-ARCHIVE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

           MOVE 'COURSE ENROLLMENTS:' TO WS-TL-LABEL.
           MOVE WS-ENROLL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

           MOVE 'CREDIT HOURS:' TO WS-TL-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

           MOVE 'COURSES AT STANDARD 3 HOURS:' TO WS-TL-LABEL.
           MOVE WS-DEFAULT-CR-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

           MOVE 'DUPLICATE SLOTS SKIPPED:' TO WS-TL-LABEL.
           MOVE WS-DUPLICATE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO CENSRPT-LINE.
           WRITE CENSRPT-LINE.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBCENS - SQL ERROR: ' WS-SQL-CODE.
           DISPLAY 'MVBCENS - SNAPSHOT FOR ' WS-RUN-TERM-YEAR
               ' INCOMPLETE - DELETE ITS CENSFILE ENTRIES AND RERUN'.
           CLOSE STUFILE.
           CLOSE TERMARC.
           CLOSE CENSFILE.
           CLOSE CENSUS-RPT.
           STOP RUN.
