       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBEVS.
       AUTHOR.        M VALDRON.

      * COURSE EVALUATION RESULTS, RUN AT TERM CLOSE.  CLOSES THE
      * TERM'S SURVEY ON EVSECT - THE MVPRGY KIOSK AND THE MVBEVL
      * WEB-RETURN LOAD TAKE NO MORE ANSWERS - AND PRINTS THE
      * RESULTS THREE WAYS: BY COURSE SECTION, BY INSTRUCTOR AND BY
      * DEPARTMENT, EACH WITH INVITATIONS, RESPONSES, THE RESPONSE
      * RATE AND THE AVERAGE RATING ON EVERY EVQTEXTC QUESTION
      * (UNANSWERED QUESTIONS COUNT IN NO AVERAGE).
      *
      * NO AVERAGE IS RELEASED UNTIL MVBGPA HAS RUN FOR THE TERM,
      * SO NOTHING AN INSTRUCTOR SEES CAN BEAR ON A GRADE: THE JOB
      * LOOKS FOR THE TERM'S STANDINGS ON STANDFLE, AND UNTIL IT
      * FINDS THEM THE REPORT CARRIES THE RESPONSE COUNTS AND RATES
      * ONLY.  THE FIRST RUN THAT FINDS THEM MARKS THE RESULTS
      * RELEASED ON EVSECT; RUN AGAIN AFTER MVBGPA FOR THE FULL
      * REPORT.
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

           SELECT EVSECT ASSIGN TO EVSECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVSECT-KEY
               FILE STATUS IS WS-EVSECT-STATUS.

           SELECT EVRESP ASSIGN TO EVRESP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVRESP-KEY
               FILE STATUS IS WS-EVRESP-STATUS.

           SELECT STANDFLE ASSIGN TO STANDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STANDFLE-KEY
               FILE STATUS IS WS-STANDFLE-STATUS.

           SELECT INSTFILE ASSIGN TO INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INSTFILE-ID
               FILE STATUS IS WS-INSTFILE-STATUS.

           SELECT EVS-RPT ASSIGN TO EVSRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-TERM-YEAR             PIC X(5).
           05  FILLER                   PIC X(75).

       FD  EVSECT
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'EVSECTC'.

       FD  EVRESP
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'EVRESPC'.

       FD  STANDFLE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'STANDREC'.

       FD  INSTFILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY 'INSTRECC'.

       FD  EVS-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  EVS-RPT-LINE                PIC X(132).

      * One entry per section per rollup - 1 INSTRUCTOR, 2
      * DEPARTMENT - carrying the section's counts and answer totals.
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-ROLLUP               PIC X.
           05  SW-VALUE                PIC X(5).
           05  SW-DEPT                 PIC X(4).
           05  SW-TOTALS.
               10  SW-INVITED          PIC 9(7).
               10  SW-RESPONSES        PIC 9(7).
               10  SW-QUESTION OCCURS 8.
                   15  SW-SUM          PIC 9(9).
                   15  SW-COUNT        PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-EVSECT-STATUS            PIC XX          VALUE SPACES.
           88  WS-EVSECT-OK                            VALUE '00'.

       01  WS-EVRESP-STATUS            PIC XX          VALUE SPACES.
           88  WS-EVRESP-OK                            VALUE '00'.

       01  WS-STANDFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-STANDFLE-OK                          VALUE '00'.

       01  WS-INSTFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-INSTFILE-OK                          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-RESP-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-RESP-EOF                          VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-SORT-EOF                          VALUE 'Y'.
           05  WS-RELEASE-SWITCH        PIC X          VALUE 'N'.
               88  WS-RESULTS-RELEASED                  VALUE 'Y'.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.

       01  WS-RUN-TERM-YEAR            PIC X(5)        VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-SECTION-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-RESPONSE-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-INVITED-COUNT         PIC 9(07)      VALUE ZERO.

       01  WS-Q-SUB                    PIC 9           VALUE ZERO.
       01  WS-LAST-ROLLUP              PIC X           VALUE SPACE.
       01  WS-LAST-VALUE               PIC X(5)        VALUE SPACES.
       01  WS-LAST-DEPT                PIC X(4)        VALUE SPACES.
       01  WS-AVERAGE                  PIC 9V9         VALUE ZERO.

      * The figures one report line prints - a section's as it is
      * read, or an instructor's or department's as the sorted
      * entries are added up.  Laid out as SW-TOTALS.
       01  WS-TOTALS.
           05  WS-TOT-INVITED           PIC 9(7).
           05  WS-TOT-RESPONSES         PIC 9(7).
           05  WS-TOT-QUESTION OCCURS 8.
               10  WS-TOT-SUM           PIC 9(9).
               10  WS-TOT-COUNT         PIC 9(7).

       COPY 'EVQTEXTC'.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBEVS'.
           05  FILLER                   PIC X(37)  VALUE
               'COURSE EVALUATION RESULTS - TERM'.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(5)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-RELEASE.
           05  WS-HR-TEXT               PIC X(80).

       01  WS-QUESTION-LINE.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X      VALUE 'Q'.
           05  WS-QL-NUMBER             PIC 9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-QL-TEXT               PIC X(40).

       01  WS-SECTION-TITLE.
           05  FILLER                   PIC X(4)   VALUE '*** '.
           05  WS-ST-TITLE              PIC X(40).

       01  WS-COLUMN-HEADING.
           05  WS-CH-LABEL              PIC X(32).
           05  FILLER                   PIC X(21)  VALUE
               'INVITED  RESP  RATE'.
           05  FILLER                   PIC X(40)  VALUE
               ' Q1   Q2   Q3   Q4   Q5   Q6   Q7   Q8'.

       01  WS-RESULT-LINE.
           05  WS-RL-LABEL              PIC X(32).
           05  WS-RL-INVITED            PIC ZZZZZZ9.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-RL-RESPONSES          PIC ZZZZZ9.
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-RL-RATE               PIC ZZZ9.
           05  FILLER                   PIC X(2)   VALUE '% '.
           05  WS-RL-AVERAGES           PIC X(40).
           05  WS-RL-AVERAGE-TABLE REDEFINES WS-RL-AVERAGES.
               10  WS-RL-AVG-ENTRY OCCURS 8.
                   15  WS-RL-AVG        PIC X(3).
                   15  FILLER           PIC X(2).

       01  WS-AVERAGE-EDIT             PIC 9.9.

      * Label layouts - a section, an instructor, a department.
       01  WS-SECTION-LABEL.
           05  WS-SL-COURSE             PIC X(8).
           05  WS-SL-SECTION            PIC X(3).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-INSTRUCTOR         PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-DEPT               PIC X(4).
           05  FILLER                   PIC X(8)   VALUE SPACES.

       01  WS-INSTRUCTOR-LABEL.
           05  WS-IL-INSTRUCTOR         PIC X(5).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-IL-NAME               PIC X(20).
           05  FILLER                   PIC X      VALUE SPACE.
           05  WS-IL-DEPT               PIC X(4).
           05  FILLER                   PIC X      VALUE SPACE.

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

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
               DISPLAY 'MVBEVS - NO TERM ON THE CONTROL CARD'
               STOP RUN
           END-IF.

           OPEN I-O EVSECT.
           IF NOT WS-EVSECT-OK
               DISPLAY 'MVBEVS - EVSECT OPEN FAILED, STATUS '
                   WS-EVSECT-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO EVSECT-RECORD.
           MOVE WS-RUN-TERM-YEAR TO EVSECT-TERM-YEAR.
           READ EVSECT RECORD.
           IF NOT WS-EVSECT-OK
               DISPLAY 'MVBEVS - NO ' WS-RUN-TERM-YEAR
                   ' SURVEY ON EVSECT - MVBEVI HAS NOT RUN'
               CLOSE EVSECT
               STOP RUN
           END-IF.

           PERFORM 050-CHECK-GRADES-FINAL THRU 050-EXIT.

           IF EVSECT-SURVEY-OPEN
               SET EVSECT-SURVEY-CLOSED TO TRUE
               MOVE WS-RUN-DATE TO EVSECT-CLOSE-DATE
           END-IF.
           IF WS-RESULTS-RELEASED AND NOT EVSECT-RELEASED
               MOVE 'Y' TO EVSECT-RELEASED-SW
               MOVE WS-RUN-DATE TO EVSECT-RELEASED-DATE
           END-IF.
           REWRITE EVSECT-RECORD.

           OPEN INPUT EVRESP.
           IF NOT WS-EVRESP-OK
               DISPLAY 'MVBEVS - EVRESP OPEN FAILED, STATUS '
                   WS-EVRESP-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT INSTFILE.

           SORT SORT-WORK
               ON ASCENDING KEY SW-ROLLUP SW-VALUE
               INPUT PROCEDURE 100-SECTION-PASS
               OUTPUT PROCEDURE 600-PRINT-ROLLUPS.

           CLOSE EVSECT.
           CLOSE EVRESP.
           CLOSE INSTFILE.

           DISPLAY 'MVBEVS - TERM:              ' WS-RUN-TERM-YEAR.
           DISPLAY 'MVBEVS - SECTIONS:          ' WS-SECTION-COUNT.
           DISPLAY 'MVBEVS - RESPONSES:         ' WS-RESPONSE-COUNT.
           DISPLAY 'MVBEVS - RELEASED:          ' WS-RELEASE-SWITCH.

           STOP RUN.

      * MVBGPA has run for the term once STANDFLE holds any entry
      * for it.
       050-CHECK-GRADES-FINAL.
           OPEN INPUT STANDFLE.
           IF NOT WS-STANDFLE-OK
               DISPLAY 'MVBEVS - STANDFLE OPEN FAILED, STATUS '
                   WS-STANDFLE-STATUS ' - AVERAGES WITHHELD'
               GO TO 050-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 060-READ-STANDING
               UNTIL WS-END-OF-FILE OR WS-RESULTS-RELEASED.

           CLOSE STANDFLE.

       050-EXIT.
           EXIT.

       060-READ-STANDING.
           READ STANDFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               AND STANDFLE-TERM-YEAR = WS-RUN-TERM-YEAR
               SET WS-RESULTS-RELEASED TO TRUE
           END-IF.

      * Every section surveyed in the term, in course order - each
      * printed as it is summed, then released twice for the
      * instructor and department rollups.
       100-SECTION-PASS.
           OPEN OUTPUT EVS-RPT.
           PERFORM 900-PRINT-HEADING.

           MOVE 'BY COURSE SECTION' TO WS-ST-TITLE.
           MOVE 'COURSE     INSTR  DEPT' TO WS-CH-LABEL.
           PERFORM 920-PRINT-SECTION-TITLE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-RUN-TERM-YEAR TO EVSECT-TERM-YEAR.
           MOVE LOW-VALUES TO EVSECT-COURSE.
           MOVE LOW-VALUES TO EVSECT-SECTION.
           START EVSECT KEY IS NOT LESS THAN EVSECT-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

           PERFORM 120-ONE-SECTION THRU 120-EXIT
               UNTIL WS-END-OF-FILE.

       120-ONE-SECTION.
           READ EVSECT NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 120-EXIT
           END-READ.

           IF EVSECT-TERM-YEAR NOT = WS-RUN-TERM-YEAR
               SET WS-END-OF-FILE TO TRUE
               GO TO 120-EXIT
           END-IF.

      * The term's own survey entry, not a section.
           IF EVSECT-COURSE = SPACES
               GO TO 120-EXIT
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           INITIALIZE WS-TOTALS.
           MOVE EVSECT-INVITED TO WS-TOT-INVITED.
           ADD EVSECT-INVITED TO WS-INVITED-COUNT.

           PERFORM 140-SUM-RESPONSES.

           MOVE SPACES TO WS-RESULT-LINE.
           MOVE EVSECT-COURSE TO WS-SL-COURSE.
           MOVE SPACES TO WS-SL-SECTION.
           IF EVSECT-SECTION NOT = SPACES
               MOVE '-' TO WS-SL-SECTION (1:1)
               MOVE EVSECT-SECTION TO WS-SL-SECTION (2:2)
           END-IF.
           MOVE EVSECT-INSTRUCTOR-ID TO WS-SL-INSTRUCTOR.
           MOVE EVSECT-DEPT TO WS-SL-DEPT.
           MOVE WS-SECTION-LABEL TO WS-RL-LABEL.
           PERFORM 800-PRINT-FIGURES.

           MOVE SPACES TO SORT-WORK-REC.
           MOVE WS-TOTALS TO SW-TOTALS.
           MOVE EVSECT-DEPT TO SW-DEPT.
           IF EVSECT-INSTRUCTOR-ID NOT = SPACES
               MOVE '1' TO SW-ROLLUP
               MOVE EVSECT-INSTRUCTOR-ID TO SW-VALUE
               RELEASE SORT-WORK-REC
           END-IF.
           MOVE '2' TO SW-ROLLUP.
           MOVE EVSECT-DEPT TO SW-VALUE.
           RELEASE SORT-WORK-REC.

       120-EXIT.
           EXIT.

      * The section's EVRESP entries, answer by answer.
       140-SUM-RESPONSES.
           MOVE 'N' TO WS-RESP-EOF-SWITCH.
           MOVE EVSECT-TERM-YEAR TO EVRESP-TERM-YEAR.
           MOVE EVSECT-COURSE TO EVRESP-COURSE.
           MOVE EVSECT-SECTION TO EVRESP-SECTION.
           MOVE ZERO TO EVRESP-SEQ.
           START EVRESP KEY IS NOT LESS THAN EVRESP-KEY
               INVALID KEY
                   SET WS-RESP-EOF TO TRUE
           END-START.

           PERFORM 160-ONE-RESPONSE THRU 160-EXIT
               UNTIL WS-RESP-EOF.

       160-ONE-RESPONSE.
           READ EVRESP NEXT RECORD
               AT END
                   SET WS-RESP-EOF TO TRUE
                   GO TO 160-EXIT
           END-READ.

           IF EVRESP-TERM-YEAR NOT = EVSECT-TERM-YEAR
               OR EVRESP-COURSE NOT = EVSECT-COURSE
               OR EVRESP-SECTION NOT = EVSECT-SECTION
               SET WS-RESP-EOF TO TRUE
               GO TO 160-EXIT
           END-IF.

           ADD 1 TO WS-TOT-RESPONSES.
           ADD 1 TO WS-RESPONSE-COUNT.
           PERFORM 180-ADD-ONE-ANSWER
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > 8.

       160-EXIT.
           EXIT.

       180-ADD-ONE-ANSWER.
           IF EVRESP-ANSWER (WS-Q-SUB) > ZERO
               ADD EVRESP-ANSWER (WS-Q-SUB) TO WS-TOT-SUM (WS-Q-SUB)
               ADD 1 TO WS-TOT-COUNT (WS-Q-SUB)
           END-IF.

      * The instructor rollup, then the department rollup, off the
      * sorted section entries.
       600-PRINT-ROLLUPS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE SPACE TO WS-LAST-ROLLUP.
           MOVE SPACES TO WS-LAST-VALUE.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM 620-ADD-ONE-ENTRY
               UNTIL WS-SORT-EOF.

           IF WS-LAST-ROLLUP NOT = SPACE
               PERFORM 660-PRINT-ROLLUP-LINE
           END-IF.

           PERFORM 950-PRINT-TRAILER.

           CLOSE EVS-RPT.

       620-ADD-ONE-ENTRY.
           IF SW-ROLLUP NOT = WS-LAST-ROLLUP
               IF WS-LAST-ROLLUP NOT = SPACE
                   PERFORM 660-PRINT-ROLLUP-LINE
               END-IF
               PERFORM 640-PRINT-ROLLUP-TITLE
               PERFORM 680-START-GROUP
           ELSE IF SW-VALUE NOT = WS-LAST-VALUE
               PERFORM 660-PRINT-ROLLUP-LINE
               PERFORM 680-START-GROUP
           END-IF.

           ADD SW-INVITED TO WS-TOT-INVITED.
           ADD SW-RESPONSES TO WS-TOT-RESPONSES.
           PERFORM 630-ADD-ONE-QUESTION
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > 8.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

       630-ADD-ONE-QUESTION.
           ADD SW-SUM (WS-Q-SUB) TO WS-TOT-SUM (WS-Q-SUB).
           ADD SW-COUNT (WS-Q-SUB) TO WS-TOT-COUNT (WS-Q-SUB).

       640-PRINT-ROLLUP-TITLE.
           MOVE SW-ROLLUP TO WS-LAST-ROLLUP.
           IF SW-ROLLUP = '1'
               MOVE 'BY INSTRUCTOR' TO WS-ST-TITLE
               MOVE 'INSTR NAME                 DEPT' TO WS-CH-LABEL
           ELSE
               MOVE 'BY DEPARTMENT' TO WS-ST-TITLE
               MOVE 'DEPT' TO WS-CH-LABEL
           END-IF.
           PERFORM 920-PRINT-SECTION-TITLE.

       660-PRINT-ROLLUP-LINE.
           MOVE SPACES TO WS-RESULT-LINE.
           IF WS-LAST-ROLLUP = '1'
               MOVE WS-LAST-VALUE TO WS-IL-INSTRUCTOR
               MOVE WS-LAST-DEPT TO WS-IL-DEPT
               MOVE SPACES TO WS-IL-NAME
               MOVE WS-LAST-VALUE TO INSTFILE-ID
               READ INSTFILE RECORD
               IF WS-INSTFILE-OK
                   MOVE INSTFILE-NAME TO WS-IL-NAME
               ELSE
                   MOVE '(NOT ON INSTFILE)' TO WS-IL-NAME
               END-IF
               MOVE WS-INSTRUCTOR-LABEL TO WS-RL-LABEL
           ELSE
               MOVE WS-LAST-VALUE TO WS-RL-LABEL
           END-IF.
           PERFORM 800-PRINT-FIGURES.

       680-START-GROUP.
           MOVE SW-VALUE TO WS-LAST-VALUE.
           MOVE SW-DEPT TO WS-LAST-DEPT.
           INITIALIZE WS-TOTALS.

      * The counts, the rate and - once released - the averages.
      * The caller has put the label on the line.
       800-PRINT-FIGURES.
           MOVE WS-TOT-INVITED TO WS-RL-INVITED.
           MOVE WS-TOT-RESPONSES TO WS-RL-RESPONSES.
           IF WS-TOT-INVITED > ZERO
               COMPUTE WS-RL-RATE ROUNDED =
                   WS-TOT-RESPONSES * 100 / WS-TOT-INVITED
           ELSE
               MOVE ZERO TO WS-RL-RATE
           END-IF.

           IF WS-RESULTS-RELEASED
               PERFORM 820-EDIT-ONE-AVERAGE
                   VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 8
           ELSE
               MOVE 'WITHHELD - GRADES NOT YET FINAL'
                   TO WS-RL-AVERAGES
           END-IF.

           MOVE WS-RESULT-LINE TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.

       820-EDIT-ONE-AVERAGE.
           IF WS-TOT-COUNT (WS-Q-SUB) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-TOT-SUM (WS-Q-SUB) / WS-TOT-COUNT (WS-Q-SUB)
               MOVE WS-AVERAGE TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT TO WS-RL-AVG (WS-Q-SUB)
           ELSE
               MOVE ' --' TO WS-RL-AVG (WS-Q-SUB)
           END-IF.

       900-PRINT-HEADING.
           MOVE WS-RUN-TERM-YEAR TO WS-H1-TERM-YEAR.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE SPACES TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.

           IF WS-RESULTS-RELEASED
               MOVE 'RESULTS RELEASED - MVBGPA HAS RUN FOR THE TERM'
                   TO WS-HR-TEXT
           ELSE
               MOVE 'AVERAGES WITHHELD - MVBGPA NOT YET RUN FOR TERM'
                   TO WS-HR-TEXT
           END-IF.
           MOVE WS-HEADING-RELEASE TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE SPACES TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.

           PERFORM 910-PRINT-QUESTION
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > 8.

       910-PRINT-QUESTION.
           MOVE WS-Q-SUB TO WS-QL-NUMBER.
           MOVE EVQ-QUESTION-TEXT (WS-Q-SUB) TO WS-QL-TEXT.
           MOVE WS-QUESTION-LINE TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.

       920-PRINT-SECTION-TITLE.
           MOVE SPACES TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE WS-SECTION-TITLE TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE SPACES TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE WS-COLUMN-HEADING TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE SPACES TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.

       950-PRINT-TRAILER.
           MOVE SPACES TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE 'SECTIONS SURVEYED:' TO WS-TL-LABEL.
           MOVE WS-SECTION-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE 'INVITATIONS:' TO WS-TL-LABEL.
           MOVE WS-INVITED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
           MOVE 'RESPONSES:' TO WS-TL-LABEL.
           MOVE WS-RESPONSE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVS-RPT-LINE.
           WRITE EVS-RPT-LINE.
