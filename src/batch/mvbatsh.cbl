       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBATSH.
       AUTHOR.        M VALDRON.

      * ATTENDANCE SHEET CUT.  THE SAME STUFILE EXPLODE AND SORT AS
      * MVBGSHT'S GRADE SHEETS, CROSSED WITH THE CLASS MEETINGS
      * MVBATMG LAID OUT ON ATTMEET: ONE PRE-FILLED ATTSHT LINE
      * (COPY ATSHRECC) PER STUDENT PER MEETING OF EACH COURSE
      * SECTION THEY SIT IN, IN THE DATES ASKED FOR, THE STATUS
      * COLUMN BLANK FOR THE INSTRUCTOR.  THE COMPLETED SHEETS COME
      * BACK THROUGH MVBATLD.
      *
      * SYSIN CARD (OPTIONAL): TERM/YEAR 1-5, FROM DATE 7-13, TO
      * DATE 15-21, DATES 0CYYDDD.  BLANK TERM CUTS EACH STUDENT'S
      * CURRENT TERM; BLANK FROM IS TODAY AND BLANK TO IS SIX DAYS
      * AFTER FROM - A WEEK OF SHEETS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT ATTMEET ASSIGN TO ATTMEET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTMEET-KEY
               FILE STATUS IS WS-ATTMEET-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT SHEET-FILE ASSIGN TO ATTSHT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  ATTMEET
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'ATMEETC'.

       FD  PARM-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD.
           05  PC-TERM-YEAR             PIC X(5).
           05  FILLER                   PIC X.
           05  PC-FROM-DATE             PIC X(7).
           05  FILLER                   PIC X.
           05  PC-TO-DATE               PIC X(7).
           05  FILLER                   PIC X(59).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-COURSE-CODE          PIC X(8).
           05  SW-SECTION              PIC X(2).
           05  SW-MEET-DATE            PIC 9(7).
           05  SW-STUDENT-NAME         PIC X(20).
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-TERM-YEAR            PIC X(5).

       FD  SHEET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'ATSHRECC'.

       WORKING-STORAGE SECTION.
       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-ATTMEET-STATUS           PIC XX          VALUE SPACES.
           88  WS-ATTMEET-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-MEET-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-MEET-EOF                          VALUE 'Y'.
           05  WS-LEAP-SWITCH           PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
           05  WS-DAY-SUB               PIC 9(01)      VALUE ZERO.
           05  WS-SHEET-COUNT           PIC 9(07)      VALUE ZERO.

       01  WS-COURSE-TABLE.
           05  WS-COURSE-ENTRY OCCURS 7.
               10  WS-CT-PART1          PIC X(4).
               10  WS-CT-PART2          PIC X(4).

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.

       01  WS-PARM-FIELDS.
           05  WS-PARM-TERM-YEAR        PIC X(5)       VALUE SPACES.
           05  WS-PARM-FROM-DATE        PIC 9(7)       VALUE ZERO.
           05  WS-PARM-TO-DATE          PIC 9(7)       VALUE ZERO.

       01  WS-SHEET-COURSE             PIC X(8)        VALUE SPACES.

      * Work fields for 160-NEXT-DAY: a 0CYYDDD date in WS-DW-DATE,
      * stepped on a day at a time.
       01  WS-DATE-WORK.
           05  WS-DW-DATE               PIC 9(7)       VALUE ZERO.
           05  WS-DW-PARTS REDEFINES WS-DW-DATE.
               10  FILLER               PIC 9.
               10  WS-DW-C              PIC 9.
               10  WS-DW-YY             PIC 99.
               10  WS-DW-DDD            PIC 999.
           05  WS-DW-YEAR               PIC 9(4)       VALUE ZERO.

       01  WS-LEAP-WORK.
           05  WS-LW-QUOTIENT           PIC 9(4)       VALUE ZERO.
           05  WS-LW-REM-4              PIC 9(3)       VALUE ZERO.
           05  WS-LW-REM-100            PIC 9(3)       VALUE ZERO.
           05  WS-LW-REM-400            PIC 9(3)       VALUE ZERO.
           05  WS-LW-YEAR-DAYS          PIC 9(3)       VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAINLINE.
           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).

           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   MOVE SPACES TO PARM-CARD-RECORD
           END-READ.
           CLOSE PARM-CARD.

           MOVE PC-TERM-YEAR TO WS-PARM-TERM-YEAR.

           IF PC-FROM-DATE IS NUMERIC
               MOVE PC-FROM-DATE TO WS-PARM-FROM-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PARM-FROM-DATE
           END-IF.

           IF PC-TO-DATE IS NUMERIC
               MOVE PC-TO-DATE TO WS-PARM-TO-DATE
           ELSE
               MOVE WS-PARM-FROM-DATE TO WS-DW-DATE
               PERFORM 160-NEXT-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 6
               MOVE WS-DW-DATE TO WS-PARM-TO-DATE
           END-IF.

           IF WS-PARM-TO-DATE < WS-PARM-FROM-DATE
               DISPLAY 'MVBATSH - TO DATE ' WS-PARM-TO-DATE
                   ' IS BEFORE FROM DATE ' WS-PARM-FROM-DATE
               STOP RUN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-COURSE-CODE SW-SECTION
                                SW-MEET-DATE SW-STUDENT-NAME
               INPUT PROCEDURE 100-EXPLODE-STUFILE
               OUTPUT PROCEDURE 200-WRITE-SHEETS.

           DISPLAY 'MVBATSH - MEETINGS FROM:     ' WS-PARM-FROM-DATE
               ' TO ' WS-PARM-TO-DATE.
           DISPLAY 'MVBATSH - SHEET LINES CUT:   ' WS-SHEET-COUNT.

           STOP RUN.

       100-EXPLODE-STUFILE.
           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBATSH - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ATTMEET.
           IF NOT WS-ATTMEET-OK
               DISPLAY 'MVBATSH - ATTMEET OPEN FAILED, STATUS '
                   WS-ATTMEET-STATUS
               STOP RUN
           END-IF.

           PERFORM 110-READ-STUFILE.
           PERFORM 120-EXPLODE-ONE-STUDENT THRU 120-EXPLODE-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE STUFILE.
           CLOSE ATTMEET.

       110-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       120-EXPLODE-ONE-STUDENT.
           IF NOT STUFILE-ST-ACTIVE
               PERFORM 110-READ-STUFILE
               GO TO 120-EXPLODE-EXIT
           END-IF.

           IF WS-PARM-TERM-YEAR NOT = SPACES
                   AND STUFILE-TERM-YEAR NOT = WS-PARM-TERM-YEAR
               PERFORM 110-READ-STUFILE
               GO TO 120-EXPLODE-EXIT
           END-IF.

           MOVE STUFILE-COURSE1-PART1 TO WS-CT-PART1 (1)
           MOVE STUFILE-COURSE1-PART2 TO WS-CT-PART2 (1)
           MOVE STUFILE-COURSE2-PART1 TO WS-CT-PART1 (2)
           MOVE STUFILE-COURSE2-PART2 TO WS-CT-PART2 (2)
           MOVE STUFILE-COURSE3-PART1 TO WS-CT-PART1 (3)
           MOVE STUFILE-COURSE3-PART2 TO WS-CT-PART2 (3)
           MOVE STUFILE-COURSE4-PART1 TO WS-CT-PART1 (4)
           MOVE STUFILE-COURSE4-PART2 TO WS-CT-PART2 (4)
           MOVE STUFILE-COURSE5-PART1 TO WS-CT-PART1 (5)
           MOVE STUFILE-COURSE5-PART2 TO WS-CT-PART2 (5)
           MOVE STUFILE-COURSE6-PART1 TO WS-CT-PART1 (6)
           MOVE STUFILE-COURSE6-PART2 TO WS-CT-PART2 (6)
           MOVE STUFILE-COURSE7-PART1 TO WS-CT-PART1 (7)
           MOVE STUFILE-COURSE7-PART2 TO WS-CT-PART2 (7)

           PERFORM 130-RELEASE-COURSE-SLOT THRU 130-RELEASE-EXIT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 7.

           PERFORM 110-READ-STUFILE.

       120-EXPLODE-EXIT.
           EXIT.

      * One sort record per meeting of the slot's section that
      * falls in the dates asked for.
       130-RELEASE-COURSE-SLOT.
           IF WS-CT-PART1 (WS-COURSE-SUB) = SPACES
               GO TO 130-RELEASE-EXIT
           END-IF.

           MOVE WS-CT-PART1 (WS-COURSE-SUB) TO WS-SHEET-COURSE (1:4).
           MOVE WS-CT-PART2 (WS-COURSE-SUB) TO WS-SHEET-COURSE (5:4).

           MOVE STUFILE-TERM-YEAR TO ATTMEET-TERM-YEAR.
           MOVE WS-SHEET-COURSE TO ATTMEET-COURSE.
           MOVE STUFILE-SECTION (WS-COURSE-SUB) TO ATTMEET-SECTION.
           MOVE WS-PARM-FROM-DATE TO ATTMEET-DATE.

           START ATTMEET KEY IS NOT LESS THAN ATTMEET-KEY
               INVALID KEY
                   GO TO 130-RELEASE-EXIT
           END-START.

           MOVE 'N' TO WS-MEET-EOF-SWITCH.
           PERFORM 140-RELEASE-ONE-MEETING
               UNTIL WS-MEET-EOF.

       130-RELEASE-EXIT.
           EXIT.

       140-RELEASE-ONE-MEETING.
           READ ATTMEET NEXT RECORD
               AT END
                   SET WS-MEET-EOF TO TRUE
           END-READ.

           IF WS-MEET-EOF
               CONTINUE
           ELSE IF ATTMEET-TERM-YEAR NOT = STUFILE-TERM-YEAR
                   OR ATTMEET-COURSE NOT = WS-SHEET-COURSE
                   OR ATTMEET-SECTION NOT =
                       STUFILE-SECTION (WS-COURSE-SUB)
                   OR ATTMEET-DATE > WS-PARM-TO-DATE
               SET WS-MEET-EOF TO TRUE
           ELSE
               MOVE WS-SHEET-COURSE TO SW-COURSE-CODE
               MOVE ATTMEET-SECTION TO SW-SECTION
               MOVE ATTMEET-DATE TO SW-MEET-DATE
               MOVE STUFILE-NAME TO SW-STUDENT-NAME
               MOVE STUFILE-STUDENT-NO TO SW-STUDENT-NO
               MOVE STUFILE-TERM-YEAR TO SW-TERM-YEAR
               RELEASE SORT-WORK-REC
           END-IF.

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

       200-WRITE-SHEETS.
           OPEN OUTPUT SHEET-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           PERFORM 210-WRITE-ONE-LINE
               UNTIL WS-END-OF-FILE.

           CLOSE SHEET-FILE.

       210-WRITE-ONE-LINE.
           MOVE SPACES TO ATTSHT-RECORD.
           MOVE SW-STUDENT-NO TO ATSH-STUDENT-NO.
           MOVE SW-STUDENT-NAME TO ATSH-NAME.
           MOVE SW-COURSE-CODE TO ATSH-COURSE.
           MOVE SW-SECTION TO ATSH-SECTION.
           MOVE SW-TERM-YEAR TO ATSH-TERM-YEAR.
           MOVE SW-MEET-DATE TO ATSH-DATE.
           MOVE SPACES TO ATSH-STATUS.
           WRITE ATTSHT-RECORD.
           ADD 1 TO WS-SHEET-COUNT.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.
