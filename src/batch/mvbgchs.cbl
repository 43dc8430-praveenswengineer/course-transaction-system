       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBGCHS.
       AUTHOR.        M VALDRON.

      * OUTSTANDING GRADE-SHEET CHASER.  AFTER EXAMS THE OFFICE
      * USED TO LEARN WHO HAD NOT HANDED IN GRADES ONLY WHEN MVBGPA
      * RAN WITH GAPS.  THIS JOB COMPARES EVERY ENROLLMENT FOR THE
      * TERM - THE STUFILE SLOTS WHILE IT IS STILL THE STUDENT'S
      * CURRENT TERM, THE TERMARC IMAGE ONCE IT HAS ROLLED (THE
      * SAME SOURCE RULE AS MVBMIN) - AGAINST GRADFLE, AND PRINTS:
      *
      *   GCHRPT  - THE CHASER, BY DEPARTMENT, INSTRUCTOR (NAME AND
      *             PHONE OFF INSTFILE) AND COURSE SECTION: EACH
      *             STUDENT STILL WITHOUT A GRADE, THEN THE
      *             SECTION'S ENROLLED/GRADED/MISSING, PERCENT
      *             COMPLETE AND DAYS PAST THE TERMCAL GRADE DUE
      *             DATE.
      *
      *   DEPTRPT - THE DEPARTMENT SUMMARY FOR THE CHAIRS - ONE LINE
      *             PER DEPARTMENT WITH THE SAME FIGURES ROLLED UP.
      *
      * AND CUTS THE GRDRMND REMINDER FEED (COPY GRMDRECC) - ONE
      * ENTRY PER SECTION STILL MISSING GRADES, TO ITS INSTRUCTOR.
      *
      * THE SECTION'S INSTRUCTOR IS THE INSTRUCTOR_ID ON
      * BILLM.COURSE_SECTIONS, FALLING BACK TO THE COURSE ROW'S
      * WHERE THE SECTION LEFT IT BLANK (AS MVBTCH DOES) AND TO THE
      * COURSE ROW FOR AN UNSECTIONED COURSE.  THE DEPARTMENT IS THE
      * INSTRUCTOR'S INSTFILE-DEPT.  FOR AN ARCHIVED TERM THIS IS
      * TODAY'S ASSIGNMENT, WHICH IS WHO THE OFFICE CHASES ANYWAY.
      *
      * IN THE NIGHTLY CYCLE (NO CARD, OR A CARD WITH NO TERM) THE
      * TERM CHASED IS THE ONE WITH THE LATEST TERMCAL GRADE DUE
      * DATE ON OR BEFORE TODAY, AND THE RUN IS POSTED TO CYCCTL.
      * A REQUEST-DRIVEN RUN FROM MVPRGR (REPORT CODE MVBGCHS) IS
      * OUT-OF-CYCLE AND SKIPS THE CYCCTL BOOKKEEPING, AS MVBROST'S
      * DOES.  DAY COUNTS USE THE USUAL CRUDE 365-DAY YEAR.
      *
      * SYSIN CARD (OPTIONAL, SAME SHAPE AS MVBROST'S): COURSE-FROM
      * 1-8, COURSE-TO 10-17, TERM 19, YEAR 20-23.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

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

           SELECT GRADFLE ASSIGN TO GRADFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRADFLE-KEY
               FILE STATUS IS WS-GRADFLE-STATUS.

           SELECT TERMCAL ASSIGN TO TERMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERMCAL-TERM-YEAR
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT INSTFILE ASSIGN TO INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INSTFILE-ID
               FILE STATUS IS WS-INSTFILE-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT CHASER-RPT ASSIGN TO GCHRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT DEPT-RPT ASSIGN TO DEPTRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMINDER-FILE ASSIGN TO GRDRMND
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
           05  PC-COURSE-FROM           PIC X(8).
           05  FILLER                   PIC X.
           05  PC-COURSE-TO             PIC X(8).
           05  FILLER                   PIC X.
           05  PC-TERM                  PIC X(1).
           05  PC-YEAR                  PIC X(4).
           05  FILLER                   PIC X(57).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  TERMARC
           RECORD CONTAINS 314 CHARACTERS.
       COPY 'TERMARCC'.

       FD  GRADFLE
           RECORD CONTAINS 51 CHARACTERS.
       COPY 'GRADRECC'.

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  INSTFILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY 'INSTRECC'.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-DEPT                 PIC X(4).
           05  SW-INSTRUCTOR-ID        PIC X(5).
           05  SW-COURSE               PIC X(8).
           05  SW-SECTION              PIC X(2).
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-STUDENT-NAME         PIC X(20).
           05  SW-GRADED-SW            PIC X.
               88  SW-GRADED                            VALUE 'Y'.

       FD  CHASER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  GCHRPT-LINE                 PIC X(132).

       FD  DEPT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DEPTRPT-LINE                PIC X(132).

       FD  REMINDER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'GRMDRECC'.

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - the chaser stands on its own, so the job
      * carries no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBGCHS'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-TERMARC-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMARC-OK                           VALUE '00'.

       01  WS-GRADFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADFLE-OK                           VALUE '00'.

       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-INSTFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-INSTFILE-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-TERM-FOUND-SW         PIC X          VALUE 'N'.
               88  WS-TERM-FOUND                        VALUE 'Y'.
           05  WS-FIRST-GROUP-SWITCH    PIC X          VALUE 'Y'.
               88  WS-FIRST-GROUP                       VALUE 'Y'.
           05  WS-CACHE-HIT-SW          PIC X          VALUE 'N'.
               88  WS-CACHE-HIT                         VALUE 'Y'.

      * Parameters for a request-driven run - the card MVBREQ cuts
      * from an MVPRGR screen request.  No card, or a blank one, is
      * the nightly cycle's run.
       01  WS-PARM-FIELDS.
           05  WS-PARM-COURSE-FROM      PIC X(8)       VALUE SPACES.
           05  WS-PARM-COURSE-TO        PIC X(8)       VALUE SPACES.
           05  WS-PARM-TERM-YEAR        PIC X(5)       VALUE SPACES.
       01  WS-REQUEST-RUN-SW           PIC X           VALUE 'N'.
           88  WS-REQUEST-RUN                           VALUE 'Y'.

       01  WS-RUN-TERM-YEAR            PIC X(5)        VALUE SPACES.
       01  WS-GRADE-DUE-DATE           PIC 9(7)        VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-STUDENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-RELEASED-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-REMINDER-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-SLOT-SUB              PIC 9(01)      VALUE ZERO.

      * Running totals at each break - section, instructor,
      * department and the whole run.
       01  WS-SECT-TOTALS.
           05  WS-SECT-ENROLLED         PIC 9(05)      VALUE ZERO.
           05  WS-SECT-GRADED           PIC 9(05)      VALUE ZERO.
       01  WS-INST-TOTALS.
           05  WS-INST-SECTIONS         PIC 9(05)      VALUE ZERO.
           05  WS-INST-ENROLLED         PIC 9(07)      VALUE ZERO.
           05  WS-INST-GRADED           PIC 9(07)      VALUE ZERO.
       01  WS-DEPT-TOTALS.
           05  WS-DEPT-INSTRUCTORS      PIC 9(05)      VALUE ZERO.
           05  WS-DEPT-INST-OUT         PIC 9(05)      VALUE ZERO.
           05  WS-DEPT-SECTIONS         PIC 9(05)      VALUE ZERO.
           05  WS-DEPT-COMPLETE         PIC 9(05)      VALUE ZERO.
           05  WS-DEPT-ENROLLED         PIC 9(07)      VALUE ZERO.
           05  WS-DEPT-GRADED           PIC 9(07)      VALUE ZERO.
       01  WS-RUN-TOTALS.
           05  WS-RUN-INSTRUCTORS       PIC 9(05)      VALUE ZERO.
           05  WS-RUN-INST-OUT          PIC 9(05)      VALUE ZERO.
           05  WS-RUN-SECTIONS          PIC 9(05)      VALUE ZERO.
           05  WS-RUN-COMPLETE          PIC 9(05)      VALUE ZERO.
           05  WS-RUN-ENROLLED          PIC 9(07)      VALUE ZERO.
           05  WS-RUN-GRADED            PIC 9(07)      VALUE ZERO.

       01  WS-MISSING                  PIC 9(07)       VALUE ZERO.
       01  WS-PCT-COMPLETE             PIC 9(03)       VALUE ZERO.

       01  WS-SAVE-DEPT                PIC X(4)        VALUE SPACES.
       01  WS-SAVE-INSTRUCTOR          PIC X(5)        VALUE SPACES.
       01  WS-SAVE-COURSE              PIC X(8)        VALUE SPACES.
       01  WS-SAVE-SECTION             PIC X(2)        VALUE SPACES.
       01  WS-SAVE-INST-NAME           PIC X(20)       VALUE SPACES.
       01  WS-SAVE-INST-PHONE          PIC X(10)       VALUE SPACES.

      * The record image whose slots are the enrollments - the live
      * STUFILE record, or the student's TERMARC image for a term
      * already rolled forward.  Course slot n sits at 23 + 8n and
      * its section at 268 + 2n, the STUFILEC positions.
       01  WS-TERM-IMAGE               PIC X(302)      VALUE SPACES.
       01  WS-IF-STUDENT-NO            PIC X(7)        VALUE SPACES.
       01  WS-IF-NAME                  PIC X(20)       VALUE SPACES.
       01  WS-WORK-COURSE              PIC X(8)        VALUE SPACES.
       01  WS-WORK-SECTION             PIC X(2)        VALUE SPACES.

      * Course section to instructor and department, remembered as
      * they are looked up - the same few hundred sections come round
      * once per enrolled student.  Past the table's end the lookup
      * just goes to DB2 every time.
       01  WS-SECT-CACHE.
           05  WS-SC-ENTRY              OCCURS 600.
               10  WS-SC-COURSE         PIC X(8).
               10  WS-SC-SECTION        PIC X(2).
               10  WS-SC-INSTRUCTOR     PIC X(5).
               10  WS-SC-DEPT           PIC X(4).
           05  WS-SC-COUNT              PIC 9(03)      VALUE ZERO.
       01  WS-SC-SUB                   PIC 9(03)       VALUE ZERO.
       01  WS-FOUND-INSTRUCTOR         PIC X(5)        VALUE SPACES.
       01  WS-FOUND-DEPT               PIC X(4)        VALUE SPACES.

       01  WS-DATE-DIGITS              PIC 9(7).
       01  WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05  FILLER                   PIC 99.
           05  WS-DP-YY                 PIC 99.
           05  WS-DP-DDD                PIC 999.

       01  WS-TODAY-DAYS               PIC S9(7)       VALUE ZERO.
       01  WS-DUE-DAYS                 PIC S9(7)       VALUE ZERO.
       01  WS-DAYS-LATE                PIC S9(5)       VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBGCHS'.
           05  FILLER                   PIC X(36)  VALUE
               'OUTSTANDING GRADE SHEETS - TERM'.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'GRADES DUE'.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-H1-DUE-DATE           PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-H1-LATE-NOTE          PIC X(30).

       01  WS-DEPT-HEADING.
           05  FILLER                   PIC X(12)  VALUE 'DEPARTMENT:'.
           05  WS-DH-DEPT               PIC X(20).

       01  WS-INST-HEADING.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(12)  VALUE 'INSTRUCTOR:'.
           05  WS-IH-ID                 PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-IH-NAME               PIC X(24).
           05  FILLER                   PIC X(7)   VALUE 'PHONE '.
           05  WS-IH-AREA               PIC X(3).
           05  FILLER                   PIC X      VALUE '-'.
           05  WS-IH-EXCHANGE           PIC X(3).
           05  FILLER                   PIC X      VALUE '-'.
           05  WS-IH-NUMBER             PIC X(4).

       01  WS-SECT-HEADING.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(8)   VALUE 'COURSE '.
           05  WS-SH-COURSE             PIC X(8).
           05  WS-SH-SECTION            PIC X(3).

       01  WS-MISSING-LINE.
           05  FILLER                   PIC X(8)   VALUE SPACES.
           05  FILLER                   PIC X(12)  VALUE 'NO GRADE:'.
           05  WS-ML-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-ML-NAME               PIC X(20).

       01  WS-SECT-TRAILER.
           05  FILLER                   PIC X(8)   VALUE SPACES.
           05  FILLER                   PIC X(9)   VALUE 'ENROLLED '.
           05  WS-ST-ENROLLED           PIC ZZZZ9.
           05  FILLER                   PIC X(9)   VALUE '  GRADED '.
           05  WS-ST-GRADED             PIC ZZZZ9.
           05  FILLER                   PIC X(10)  VALUE '  MISSING '.
           05  WS-ST-MISSING            PIC ZZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-ST-PCT                PIC ZZ9.
           05  FILLER                   PIC X(12)  VALUE '% COMPLETE'.
           05  WS-ST-LATE-NOTE          PIC X(30).

       01  WS-INST-TRAILER.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'SECTIONS '.
           05  WS-IT-SECTIONS           PIC ZZZZ9.
           05  FILLER                   PIC X(11)  VALUE '  ENROLLED '.
           05  WS-IT-ENROLLED           PIC ZZZZZZ9.
           05  FILLER                   PIC X(10)  VALUE '  MISSING '.
           05  WS-IT-MISSING            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-IT-PCT                PIC ZZ9.
           05  FILLER                   PIC X(10)  VALUE '% COMPLETE'.

      * Days-late wording for the heading and the section lines.
       01  WS-LATE-NOTE                PIC X(30)       VALUE SPACES.
       01  WS-LATE-DAYS-NOTE.
           05  WS-LN-DAYS               PIC ZZZ9.
           05  FILLER                   PIC X(26)  VALUE
               ' DAYS PAST GRADE DUE DATE'.
       01  WS-DUE-IN-NOTE.
           05  FILLER                   PIC X(7)   VALUE 'DUE IN '.
           05  WS-DN-DAYS               PIC ZZZ9.
           05  FILLER                   PIC X(19)  VALUE ' DAYS'.

       01  WS-DEPT-RPT-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBGCHS'.
           05  FILLER                   PIC X(36)  VALUE
               'GRADE SUBMISSION BY DEPT - TERM'.
           05  WS-DR1-TERM-YEAR         PIC X(5).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DR1-LATE-NOTE         PIC X(30).

       01  WS-DEPT-RPT-HEADING-2.
           05  FILLER                   PIC X(8)   VALUE 'DEPT'.
           05  FILLER                   PIC X(13)  VALUE 'INSTRUCTORS'.
           05  FILLER                   PIC X(13)  VALUE 'WITH GRADES'.
           05  FILLER                   PIC X(10)  VALUE 'SECTIONS'.
           05  FILLER                   PIC X(10)  VALUE 'COMPLETE'.
           05  FILLER                   PIC X(10)  VALUE 'ENROLLED'.
           05  FILLER                   PIC X(10)  VALUE 'GRADED'.
           05  FILLER                   PIC X(10)  VALUE 'MISSING'.
           05  FILLER                   PIC X(10)  VALUE 'PCT'.

       01  WS-DEPT-RPT-HEADING-3.
           05  FILLER                   PIC X(21)  VALUE SPACES.
           05  FILLER                   PIC X(13)  VALUE 'OUTSTANDING'.

       01  WS-DEPT-LINE.
           05  WS-DL-DEPT               PIC X(4).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-INSTRUCTORS        PIC ZZZZ9.
           05  FILLER                   PIC X(8)   VALUE SPACES.
           05  WS-DL-INST-OUT           PIC ZZZZ9.
           05  FILLER                   PIC X(8)   VALUE SPACES.
           05  WS-DL-SECTIONS           PIC ZZZZ9.
           05  FILLER                   PIC X(5)   VALUE SPACES.
           05  WS-DL-COMPLETE           PIC ZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-ENROLLED           PIC ZZZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-GRADED             PIC ZZZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-MISSING            PIC ZZZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-PCT                PIC ZZ9.
           05  FILLER                   PIC X      VALUE '%'.

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).
           01 SQL-INSTRUCTOR-ID         PIC X(5).

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-CARD-RECORD NOT = SPACES
                       MOVE PC-COURSE-FROM TO WS-PARM-COURSE-FROM
                       MOVE PC-COURSE-TO TO WS-PARM-COURSE-TO
                       MOVE PC-TERM TO WS-PARM-TERM-YEAR (1:1)
                       MOVE PC-YEAR TO WS-PARM-TERM-YEAR (2:4)
                       MOVE 'Y' TO WS-REQUEST-RUN-SW
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

           IF NOT WS-REQUEST-RUN
               PERFORM 050-CYCLE-START
           ELSE
               ACCEPT WS-CYC-ACCEPT-DAY FROM DAY
               MOVE ZERO TO WS-CYC-BUS-DATE
               MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5)
               MOVE '1' TO WS-CYC-BUS-DATE (2:1)
               ACCEPT WS-CYC-ACCEPT-TIME FROM TIME
           END-IF.

           MOVE WS-CYC-BUS-DATE TO WS-DATE-DIGITS.
           COMPUTE WS-TODAY-DAYS = WS-DP-YY * 365 + WS-DP-DDD.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           OPEN INPUT TERMCAL.
           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBGCHS - TERMCAL OPEN FAILED, STATUS '
                   WS-TERMCAL-STATUS
               STOP RUN
           END-IF.

           PERFORM 010-PICK-TERM THRU 010-EXIT.

           CLOSE TERMCAL.

           PERFORM 020-SET-LATE-NOTE.

           OPEN OUTPUT CHASER-RPT.
           OPEN OUTPUT DEPT-RPT.
           OPEN OUTPUT REMINDER-FILE.

           MOVE WS-RUN-TERM-YEAR TO WS-H1-TERM-YEAR.
           MOVE WS-GRADE-DUE-DATE TO WS-H1-DUE-DATE.
           MOVE WS-LATE-NOTE TO WS-H1-LATE-NOTE.
           MOVE WS-HEADING-1 TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.
           MOVE SPACES TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.

           MOVE WS-RUN-TERM-YEAR TO WS-DR1-TERM-YEAR.
           MOVE WS-LATE-NOTE TO WS-DR1-LATE-NOTE.
           MOVE WS-DEPT-RPT-HEADING-1 TO DEPTRPT-LINE.
           WRITE DEPTRPT-LINE.
           MOVE SPACES TO DEPTRPT-LINE.
           WRITE DEPTRPT-LINE.
           MOVE WS-DEPT-RPT-HEADING-2 TO DEPTRPT-LINE.
           WRITE DEPTRPT-LINE.
           MOVE WS-DEPT-RPT-HEADING-3 TO DEPTRPT-LINE.
           WRITE DEPTRPT-LINE.
           MOVE SPACES TO DEPTRPT-LINE.
           WRITE DEPTRPT-LINE.

           IF WS-RUN-TERM-YEAR = SPACES
               MOVE 'NO TERM HAS A GRADE DUE DATE YET - NOTHING TO DO'
                   TO GCHRPT-LINE
               WRITE GCHRPT-LINE
               GO TO 000-FINISH
           END-IF.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT SW-INSTRUCTOR-ID
                                SW-COURSE SW-SECTION SW-STUDENT-NO
               INPUT PROCEDURE 100-GATHER-ENROLLMENTS
               OUTPUT PROCEDURE 300-PRINT-CHASER.

       000-FINISH.
           MOVE SPACES TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.
           MOVE 'SECTIONS CHECKED:' TO WS-TL-LABEL.
           MOVE WS-RUN-SECTIONS TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.
           MOVE 'SECTIONS COMPLETE:' TO WS-TL-LABEL.
           MOVE WS-RUN-COMPLETE TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.
           MOVE 'ENROLLMENTS:' TO WS-TL-LABEL.
           MOVE WS-RUN-ENROLLED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.
           MOVE 'GRADES STILL MISSING:' TO WS-TL-LABEL.
           COMPUTE WS-MISSING = WS-RUN-ENROLLED - WS-RUN-GRADED.
           MOVE WS-MISSING TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.
           MOVE 'REMINDERS CUT:' TO WS-TL-LABEL.
           MOVE WS-REMINDER-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.

           MOVE 'ALL' TO WS-DL-DEPT.
           MOVE WS-RUN-INSTRUCTORS TO WS-DL-INSTRUCTORS.
           MOVE WS-RUN-INST-OUT TO WS-DL-INST-OUT.
           MOVE WS-RUN-SECTIONS TO WS-DL-SECTIONS.
           MOVE WS-RUN-COMPLETE TO WS-DL-COMPLETE.
           MOVE WS-RUN-ENROLLED TO WS-DL-ENROLLED.
           MOVE WS-RUN-GRADED TO WS-DL-GRADED.
           MOVE WS-MISSING TO WS-DL-MISSING.
           MOVE WS-RUN-ENROLLED TO WS-SECT-ENROLLED.
           MOVE WS-RUN-GRADED TO WS-SECT-GRADED.
           PERFORM 450-COMPUTE-PCT.
           MOVE WS-PCT-COMPLETE TO WS-DL-PCT.
           MOVE SPACES TO DEPTRPT-LINE.
           WRITE DEPTRPT-LINE.
           MOVE WS-DEPT-LINE TO DEPTRPT-LINE.
           WRITE DEPTRPT-LINE.

           CLOSE CHASER-RPT.
           CLOSE DEPT-RPT.
           CLOSE REMINDER-FILE.

           IF NOT WS-REQUEST-RUN
               PERFORM 055-CYCLE-END
           END-IF.

           DISPLAY 'MVBGCHS - TERM CHASED:       ' WS-RUN-TERM-YEAR.
           DISPLAY 'MVBGCHS - ENROLLMENTS:       ' WS-RUN-ENROLLED.
           DISPLAY 'MVBGCHS - GRADES MISSING:    ' WS-MISSING.
           DISPLAY 'MVBGCHS - REMINDERS CUT:     ' WS-REMINDER-COUNT.

           STOP RUN.

      * The term to chase - the card's when it names one, otherwise
      * the term whose grade due date is the latest on or before
      * today.  A term with no calendar (or one written before the
      * grade due date existed) is chased with no deadline.
       010-PICK-TERM.
           IF WS-PARM-TERM-YEAR NOT = SPACES
               MOVE WS-PARM-TERM-YEAR TO WS-RUN-TERM-YEAR
               MOVE WS-PARM-TERM-YEAR TO TERMCAL-TERM-YEAR
               READ TERMCAL RECORD
                   KEY IS TERMCAL-TERM-YEAR
               END-READ
               IF WS-TERMCAL-OK
                       AND TERMCAL-GRADE-DUE-DATE IS NUMERIC
                   MOVE TERMCAL-GRADE-DUE-DATE TO WS-GRADE-DUE-DATE
               END-IF
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
                   AND TERMCAL-GRADE-DUE-DATE IS NUMERIC
                   AND TERMCAL-GRADE-DUE-DATE > WS-GRADE-DUE-DATE
                   AND TERMCAL-GRADE-DUE-DATE NOT > WS-CYC-BUS-DATE
               MOVE TERMCAL-GRADE-DUE-DATE TO WS-GRADE-DUE-DATE
               MOVE TERMCAL-TERM-YEAR TO WS-RUN-TERM-YEAR
           END-IF.

      * Days late off the grade due date, worded once for the
      * headings and every section line.
       020-SET-LATE-NOTE.
           MOVE ZERO TO WS-DAYS-LATE.

           IF WS-GRADE-DUE-DATE = ZERO
               MOVE 'NO GRADE DUE DATE ON TERMCAL' TO WS-LATE-NOTE
           ELSE
               MOVE WS-GRADE-DUE-DATE TO WS-DATE-DIGITS
               COMPUTE WS-DUE-DAYS = WS-DP-YY * 365 + WS-DP-DDD
               COMPUTE WS-DAYS-LATE = WS-TODAY-DAYS - WS-DUE-DAYS
               IF WS-DAYS-LATE > ZERO
                   MOVE WS-DAYS-LATE TO WS-LN-DAYS
                   MOVE WS-LATE-DAYS-NOTE TO WS-LATE-NOTE
               ELSE IF WS-DAYS-LATE = ZERO
                   MOVE 'GRADES DUE TODAY' TO WS-LATE-NOTE
               ELSE
                   COMPUTE WS-DN-DAYS = ZERO - WS-DAYS-LATE
                   MOVE WS-DUE-IN-NOTE TO WS-LATE-NOTE
                   MOVE ZERO TO WS-DAYS-LATE
               END-IF
           END-IF.

       100-GATHER-ENROLLMENTS.
           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBGCHS - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TERMARC.
           OPEN INPUT GRADFLE.
           OPEN INPUT INSTFILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 110-READ-STUFILE.
           PERFORM 200-GATHER-ONE-STUDENT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE STUFILE.
           CLOSE TERMARC.
           CLOSE GRADFLE.

       110-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * The run term's course slots for this student - the live
      * record when it still carries the term, the TERMARC image
      * when the term has rolled forward, nothing when the student
      * never sat the term.
       200-GATHER-ONE-STUDENT.
           MOVE 'N' TO WS-TERM-FOUND-SW.

           IF STUFILE-TERM-YEAR = WS-RUN-TERM-YEAR
               MOVE STUFILE-RECORD TO WS-TERM-IMAGE
               SET WS-TERM-FOUND TO TRUE
           ELSE
               MOVE STUFILE-STUDENT-NO TO TERMARC-STUDENT-NO
               MOVE WS-RUN-TERM-YEAR TO TERMARC-TERM-YEAR
               READ TERMARC RECORD
               IF WS-TERMARC-OK
                   MOVE TERMARC-DATA TO WS-TERM-IMAGE
                   SET WS-TERM-FOUND TO TRUE
               END-IF
           END-IF.

           IF NOT WS-TERM-FOUND
               PERFORM 110-READ-STUFILE
               GO TO 200-EXIT
           END-IF.

           MOVE WS-TERM-IMAGE (4:7) TO WS-IF-STUDENT-NO.
           MOVE WS-TERM-IMAGE (11:20) TO WS-IF-NAME.
           ADD 1 TO WS-STUDENT-COUNT.

           PERFORM 220-GATHER-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

           PERFORM 110-READ-STUFILE.

       200-EXIT.
           EXIT.

       220-GATHER-ONE-SLOT.
           MOVE WS-TERM-IMAGE (23 + WS-SLOT-SUB * 8:8)
               TO WS-WORK-COURSE.
           MOVE WS-TERM-IMAGE (268 + WS-SLOT-SUB * 2:2)
               TO WS-WORK-SECTION.
           IF WS-WORK-SECTION = LOW-VALUES
               MOVE SPACES TO WS-WORK-SECTION
           END-IF.

           IF WS-WORK-COURSE NOT = SPACES
                   AND WS-WORK-COURSE NOT = LOW-VALUES
                   AND (WS-PARM-COURSE-FROM = SPACES
                        OR WS-WORK-COURSE NOT < WS-PARM-COURSE-FROM)
                   AND (WS-PARM-COURSE-TO = SPACES
                        OR WS-WORK-COURSE NOT > WS-PARM-COURSE-TO)

               PERFORM 230-FIND-INSTRUCTOR THRU 230-EXIT

               MOVE WS-FOUND-DEPT TO SW-DEPT
               MOVE WS-FOUND-INSTRUCTOR TO SW-INSTRUCTOR-ID
               MOVE WS-WORK-COURSE TO SW-COURSE
               MOVE WS-WORK-SECTION TO SW-SECTION
               MOVE WS-IF-STUDENT-NO TO SW-STUDENT-NO
               MOVE WS-IF-NAME TO SW-STUDENT-NAME

      * Any grade on file counts as handed in - a W or an I is the
      * instructor's answer as much as a letter grade is.
               MOVE WS-IF-STUDENT-NO TO GRADFLE-STUDENT-NO
               MOVE WS-WORK-COURSE TO GRADFLE-COURSE
               MOVE WS-RUN-TERM-YEAR TO GRADFLE-TERM-YEAR
               READ GRADFLE RECORD
               IF WS-GRADFLE-OK AND GRADFLE-GRADE NOT = SPACES
                   MOVE 'Y' TO SW-GRADED-SW
               ELSE
                   MOVE 'N' TO SW-GRADED-SW
               END-IF

               RELEASE SORT-WORK-REC
               ADD 1 TO WS-RELEASED-COUNT

           END-IF.

      * The section's instructor and department - off the cache
      * when this section has been seen before.
       230-FIND-INSTRUCTOR.
           MOVE 'N' TO WS-CACHE-HIT-SW.
           PERFORM 235-SEARCH-CACHE
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-COUNT OR WS-CACHE-HIT.

           IF WS-CACHE-HIT
               GO TO 230-EXIT
           END-IF.

           MOVE WS-WORK-COURSE TO SQL-COURSE-CODE.
           MOVE WS-WORK-SECTION TO SQL-SECTION-NO.
           MOVE SPACES TO SQL-INSTRUCTOR-ID.

           IF WS-WORK-SECTION NOT = SPACES
               EXEC SQL SELECT CASE WHEN S.INSTRUCTOR_ID <> '     '
                                    THEN S.INSTRUCTOR_ID
                                    ELSE C.INSTRUCTOR_ID END
                          INTO :SQL-INSTRUCTOR-ID
                          FROM BILLM.COURSE_SECTIONS S,
                               BILLM.COURSE_CODES C
                          WHERE S.COURSE_CODE = C.COURSE_CODE
                            AND S.COURSE_CODE = :SQL-COURSE-CODE
                            AND S.SECTION_NO = :SQL-SECTION-NO
               END-EXEC
           END-IF.

           IF WS-WORK-SECTION = SPACES OR SQLCODE = 100
               EXEC SQL SELECT INSTRUCTOR_ID
                          INTO :SQL-INSTRUCTOR-ID
                          FROM BILLM.COURSE_CODES
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
               END-EXEC
           END-IF.

           IF SQLCODE = 100
               MOVE SPACES TO SQL-INSTRUCTOR-ID
           END-IF.

           MOVE SQL-INSTRUCTOR-ID TO WS-FOUND-INSTRUCTOR.
           MOVE SPACES TO WS-FOUND-DEPT.

           IF WS-FOUND-INSTRUCTOR NOT = SPACES
               MOVE WS-FOUND-INSTRUCTOR TO INSTFILE-ID
               READ INSTFILE RECORD
               IF WS-INSTFILE-OK
                   MOVE INSTFILE-DEPT TO WS-FOUND-DEPT
               END-IF
           END-IF.

           IF WS-SC-COUNT < 600
               ADD 1 TO WS-SC-COUNT
               MOVE WS-WORK-COURSE TO WS-SC-COURSE (WS-SC-COUNT)
               MOVE WS-WORK-SECTION TO WS-SC-SECTION (WS-SC-COUNT)
               MOVE WS-FOUND-INSTRUCTOR
                   TO WS-SC-INSTRUCTOR (WS-SC-COUNT)
               MOVE WS-FOUND-DEPT TO WS-SC-DEPT (WS-SC-COUNT)
           END-IF.

       230-EXIT.
           EXIT.

       235-SEARCH-CACHE.
           IF WS-SC-COURSE (WS-SC-SUB) = WS-WORK-COURSE
                   AND WS-SC-SECTION (WS-SC-SUB) = WS-WORK-SECTION
               MOVE WS-SC-INSTRUCTOR (WS-SC-SUB) TO WS-FOUND-INSTRUCTOR
               MOVE WS-SC-DEPT (WS-SC-SUB) TO WS-FOUND-DEPT
               SET WS-CACHE-HIT TO TRUE
           END-IF.

       300-PRINT-CHASER.
           MOVE 'N' TO WS-EOF-SWITCH.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           PERFORM 310-PROCESS-SORTED-REC
               UNTIL WS-END-OF-FILE.

           IF NOT WS-FIRST-GROUP
               PERFORM 400-END-SECTION
               PERFORM 410-END-INSTRUCTOR
               PERFORM 420-END-DEPARTMENT
           END-IF.

           CLOSE INSTFILE.

      * Department, instructor, then course section - each break
      * closes the levels under it before the new heading prints.
       310-PROCESS-SORTED-REC.
           IF WS-FIRST-GROUP OR SW-DEPT NOT = WS-SAVE-DEPT
               IF NOT WS-FIRST-GROUP
                   PERFORM 400-END-SECTION
                   PERFORM 410-END-INSTRUCTOR
                   PERFORM 420-END-DEPARTMENT
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-SWITCH
               PERFORM 320-START-DEPARTMENT
               PERFORM 330-START-INSTRUCTOR
               PERFORM 340-START-SECTION
           ELSE IF SW-INSTRUCTOR-ID NOT = WS-SAVE-INSTRUCTOR
               PERFORM 400-END-SECTION
               PERFORM 410-END-INSTRUCTOR
               PERFORM 330-START-INSTRUCTOR
               PERFORM 340-START-SECTION
           ELSE IF SW-COURSE NOT = WS-SAVE-COURSE
                   OR SW-SECTION NOT = WS-SAVE-SECTION
               PERFORM 400-END-SECTION
               PERFORM 340-START-SECTION
           END-IF.

           ADD 1 TO WS-SECT-ENROLLED.

           IF SW-GRADED
               ADD 1 TO WS-SECT-GRADED
           ELSE
               MOVE SW-STUDENT-NO TO WS-ML-STUDENT-NO
               MOVE SW-STUDENT-NAME TO WS-ML-NAME
               MOVE WS-MISSING-LINE TO GCHRPT-LINE
               WRITE GCHRPT-LINE
           END-IF.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

       320-START-DEPARTMENT.
           MOVE SW-DEPT TO WS-SAVE-DEPT.
           INITIALIZE WS-DEPT-TOTALS.

           IF SW-DEPT = SPACES
               MOVE '(NO INSTRUCTOR/DEPT)' TO WS-DH-DEPT
           ELSE
               MOVE SW-DEPT TO WS-DH-DEPT
           END-IF.

           MOVE SPACES TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.
           MOVE WS-DEPT-HEADING TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.

      * Instructor heading with the name and phone off INSTFILE -
      * the phone is what the office rings when the sheet is late.
       330-START-INSTRUCTOR.
           MOVE SW-INSTRUCTOR-ID TO WS-SAVE-INSTRUCTOR.
           INITIALIZE WS-INST-TOTALS.
           ADD 1 TO WS-DEPT-INSTRUCTORS.
           ADD 1 TO WS-RUN-INSTRUCTORS.

           MOVE SW-INSTRUCTOR-ID TO WS-IH-ID.
           MOVE SPACES TO WS-SAVE-INST-NAME.
           MOVE SPACES TO WS-SAVE-INST-PHONE.

           IF SW-INSTRUCTOR-ID = SPACES
               MOVE 'NO INSTRUCTOR ASSIGNED' TO WS-SAVE-INST-NAME
           ELSE
               MOVE SW-INSTRUCTOR-ID TO INSTFILE-ID
               READ INSTFILE RECORD
               IF WS-INSTFILE-OK
                   MOVE INSTFILE-NAME TO WS-SAVE-INST-NAME
                   MOVE INSTFILE-PHONE TO WS-SAVE-INST-PHONE
               ELSE
                   MOVE 'NOT ON INSTRUCTOR MASTER'
                       TO WS-SAVE-INST-NAME
               END-IF
           END-IF.

           MOVE WS-SAVE-INST-NAME TO WS-IH-NAME.
           MOVE WS-SAVE-INST-PHONE (1:3) TO WS-IH-AREA.
           MOVE WS-SAVE-INST-PHONE (4:3) TO WS-IH-EXCHANGE.
           MOVE WS-SAVE-INST-PHONE (7:4) TO WS-IH-NUMBER.

           MOVE SPACES TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.
           MOVE WS-INST-HEADING TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.

       340-START-SECTION.
           MOVE SW-COURSE TO WS-SAVE-COURSE.
           MOVE SW-SECTION TO WS-SAVE-SECTION.
           INITIALIZE WS-SECT-TOTALS.

           MOVE SW-COURSE TO WS-SH-COURSE.
           IF SW-SECTION = SPACES
               MOVE SPACES TO WS-SH-SECTION
           ELSE
               MOVE '-' TO WS-SH-SECTION (1:1)
               MOVE SW-SECTION TO WS-SH-SECTION (2:2)
           END-IF.

           MOVE WS-SECT-HEADING TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.

      * Section trailer - the figures, and a reminder to the
      * instructor when anything is still out.
       400-END-SECTION.
           COMPUTE WS-MISSING = WS-SECT-ENROLLED - WS-SECT-GRADED.
           PERFORM 450-COMPUTE-PCT.

           MOVE WS-SECT-ENROLLED TO WS-ST-ENROLLED.
           MOVE WS-SECT-GRADED TO WS-ST-GRADED.
           MOVE WS-MISSING TO WS-ST-MISSING.
           MOVE WS-PCT-COMPLETE TO WS-ST-PCT.

           IF WS-MISSING > ZERO
               MOVE WS-LATE-NOTE TO WS-ST-LATE-NOTE
               PERFORM 460-WRITE-REMINDER THRU 460-EXIT
           ELSE
               MOVE SPACES TO WS-ST-LATE-NOTE
               ADD 1 TO WS-DEPT-COMPLETE
               ADD 1 TO WS-RUN-COMPLETE
           END-IF.

           MOVE WS-SECT-TRAILER TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.

           ADD 1 TO WS-INST-SECTIONS.
           ADD WS-SECT-ENROLLED TO WS-INST-ENROLLED.
           ADD WS-SECT-GRADED TO WS-INST-GRADED.
           ADD 1 TO WS-DEPT-SECTIONS.
           ADD WS-SECT-ENROLLED TO WS-DEPT-ENROLLED.
           ADD WS-SECT-GRADED TO WS-DEPT-GRADED.
           ADD 1 TO WS-RUN-SECTIONS.
           ADD WS-SECT-ENROLLED TO WS-RUN-ENROLLED.
           ADD WS-SECT-GRADED TO WS-RUN-GRADED.

       410-END-INSTRUCTOR.
           MOVE WS-INST-ENROLLED TO WS-SECT-ENROLLED.
           MOVE WS-INST-GRADED TO WS-SECT-GRADED.
           PERFORM 450-COMPUTE-PCT.
           COMPUTE WS-MISSING = WS-INST-ENROLLED - WS-INST-GRADED.

           IF WS-MISSING > ZERO
               ADD 1 TO WS-DEPT-INST-OUT
               ADD 1 TO WS-RUN-INST-OUT
           END-IF.

           MOVE WS-INST-SECTIONS TO WS-IT-SECTIONS.
           MOVE WS-INST-ENROLLED TO WS-IT-ENROLLED.
           MOVE WS-MISSING TO WS-IT-MISSING.
           MOVE WS-PCT-COMPLETE TO WS-IT-PCT.
           MOVE WS-INST-TRAILER TO GCHRPT-LINE.
           WRITE GCHRPT-LINE.

      * One line on the chairs' summary per department.
       420-END-DEPARTMENT.
           MOVE WS-DEPT-ENROLLED TO WS-SECT-ENROLLED.
           MOVE WS-DEPT-GRADED TO WS-SECT-GRADED.
           PERFORM 450-COMPUTE-PCT.
           COMPUTE WS-MISSING = WS-DEPT-ENROLLED - WS-DEPT-GRADED.

           IF WS-SAVE-DEPT = SPACES
               MOVE '----' TO WS-DL-DEPT
           ELSE
               MOVE WS-SAVE-DEPT TO WS-DL-DEPT
           END-IF.
           MOVE WS-DEPT-INSTRUCTORS TO WS-DL-INSTRUCTORS.
           MOVE WS-DEPT-INST-OUT TO WS-DL-INST-OUT.
           MOVE WS-DEPT-SECTIONS TO WS-DL-SECTIONS.
           MOVE WS-DEPT-COMPLETE TO WS-DL-COMPLETE.
           MOVE WS-DEPT-ENROLLED TO WS-DL-ENROLLED.
           MOVE WS-DEPT-GRADED TO WS-DL-GRADED.
           MOVE WS-MISSING TO WS-DL-MISSING.
           MOVE WS-PCT-COMPLETE TO WS-DL-PCT.
           MOVE WS-DEPT-LINE TO DEPTRPT-LINE.
           WRITE DEPTRPT-LINE.

      * Percent of WS-SECT-ENROLLED graded - the caller loads the
      * pair for whichever level it is totalling.
       450-COMPUTE-PCT.
           IF WS-SECT-ENROLLED = ZERO
               MOVE 100 TO WS-PCT-COMPLETE
           ELSE
               COMPUTE WS-PCT-COMPLETE =
                   (WS-SECT-GRADED * 100) / WS-SECT-ENROLLED
           END-IF.

      * The reminder to the section's instructor - late once the
      * grade due date has passed.  A section nobody is assigned to
      * has no one to remind; the office sees it on the report.
       460-WRITE-REMINDER.
           IF WS-SAVE-INSTRUCTOR = SPACES
               GO TO 460-EXIT
           END-IF.

           MOVE SPACES TO GRDRMND-RECORD.
           MOVE WS-SAVE-INSTRUCTOR TO GRMD-INSTRUCTOR-ID.
           MOVE WS-CYC-BUS-DATE TO GRMD-DATE.
           MOVE WS-RUN-TIME TO GRMD-TIME.
           IF WS-DAYS-LATE > ZERO
               MOVE 'GL' TO GRMD-EVENT
           ELSE
               MOVE 'GR' TO GRMD-EVENT
           END-IF.
           MOVE WS-SAVE-COURSE TO GRMD-COURSE.
           MOVE WS-SAVE-SECTION TO GRMD-SECTION.
           MOVE WS-RUN-TERM-YEAR TO GRMD-TERM-YEAR.
           MOVE WS-SECT-ENROLLED TO GRMD-ENROLLED.
           MOVE WS-MISSING TO GRMD-MISSING.
           MOVE WS-GRADE-DUE-DATE TO GRMD-DUE-DATE.
           MOVE WS-DAYS-LATE TO GRMD-DAYS-LATE.
           MOVE WS-SAVE-INST-NAME TO GRMD-INST-NAME.
           MOVE WS-SAVE-INST-PHONE TO GRMD-INST-PHONE.

           WRITE GRDRMND-RECORD.
           ADD 1 TO WS-REMINDER-COUNT.

       460-EXIT.
           EXIT.

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
               DISPLAY 'MVBGCHS - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBGCHS - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-RELEASED-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBGCHS - SQL ERROR: ' WS-SQL-CODE.
           STOP RUN.
