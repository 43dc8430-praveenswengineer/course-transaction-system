      * CAMPUS, STATUS, COUNTRY, INTL FLAG, MINISTRY COURSE CODE,
      * TERM.  TYPE 9 TRAILER - DETAIL COUNT.
      *
      * WITH C IN COL 8 OF THE CONTROL CARD THE DETAILS COME OFF
      * THE TERM'S CENSUS SNAPSHOT (CENSFILE, TAKEN BY MVBCENS)
      * INSTEAD - ONE DETAIL PER SNAPSHOT ROW, SO THE SUBMISSION
      * MATCHES THE FROZEN CENSUS FIGURES AND CAN BE RE-RUN WITHOUT
      * MOVING.  STUFILE AND TERMARC ARE NOT READ ON THAT RUN.
      *
      * CONTROL CARD: TERM (F/W/S) COL 1, YEAR COLS 3-6, SOURCE
      * COL 8 (C = CENSUS SNAPSHOT, BLANK = LIVE STUFILE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TERMARC-KEY
               FILE STATUS IS WS-TERMARC-STATUS.

           SELECT CENSFILE ASSIGN TO CENSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENSFILE-KEY
               FILE STATUS IS WS-CENSFILE-STATUS.

           SELECT MINXLAT ASSIGN TO MINXLAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  CC-TERM                  PIC X(1).
           05  FILLER                   PIC X(1).
           05  CC-YEAR                  PIC X(4).
           05  FILLER                   PIC X(1).
           05  CC-SOURCE                PIC X(1).
               88  CC-FROM-SNAPSHOT                    VALUE 'C'.
           05  FILLER                   PIC X(72).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
           RECORD CONTAINS 314 CHARACTERS.
       COPY 'TERMARCC'.

       FD  CENSFILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'CENSRECC'.

       FD  MINXLAT
           RECORD CONTAINS 24 CHARACTERS.
       COPY 'MINXLATC'.
       01  WS-TERMARC-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMARC-OK                           VALUE '00'.

       01  WS-CENSFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-CENSFILE-OK                          VALUE '00'.

       01  WS-MINXLAT-STATUS           PIC XX          VALUE SPACES.
           88  WS-MINXLAT-OK                           VALUE '00'.

               88  WS-TERM-FOUND                        VALUE 'Y'.

       01  WS-RUN-TERM-YEAR            PIC X(5)        VALUE SPACES.
       01  WS-LAST-STUDENT-NO          PIC X(7)        VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
               STOP RUN
           END-IF.

           IF CC-SOURCE NOT = SPACE AND NOT CC-FROM-SNAPSHOT
               DISPLAY 'MVBMIN - CONTROL CARD INVALID - ENDING'
               STOP RUN
           END-IF.

           MOVE CC-TERM TO WS-RUN-TERM-YEAR (1:1).
           MOVE CC-YEAR TO WS-RUN-TERM-YEAR (2:4).

           IF CC-FROM-SNAPSHOT
               OPEN INPUT CENSFILE
               IF NOT WS-CENSFILE-OK
                   DISPLAY 'MVBMIN - CENSFILE OPEN FAILED, STATUS '
                       WS-CENSFILE-STATUS
                   STOP RUN
               END-IF
               PERFORM 300-START-SNAPSHOT
               IF WS-END-OF-FILE
                   DISPLAY 'MVBMIN - NO CENSUS SNAPSHOT FOR TERM '
                       WS-RUN-TERM-YEAR ' - ENDING'
                   CLOSE CENSFILE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT STUFILE
               IF NOT WS-STUFILE-OK
                   DISPLAY 'MVBMIN - STUFILE OPEN FAILED, STATUS '
                       WS-STUFILE-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT TERMARC
           END-IF.

           OPEN INPUT MINXLAT.
           OPEN OUTPUT SUBMIT-FILE.
           OPEN OUTPUT BALANCE-RPT.
           MOVE SPACES TO MINRPT-LINE.
           WRITE MINRPT-LINE.

           IF CC-FROM-SNAPSHOT
               PERFORM 320-SUBMIT-ONE-ROW
                   UNTIL WS-END-OF-FILE
           ELSE
               PERFORM 100-READ-STUFILE
               PERFORM 200-SUBMIT-ONE-STUDENT THRU 200-EXIT
                   UNTIL WS-END-OF-FILE
           END-IF.

           MOVE SPACES TO SUBMIT-RECORD.
           MOVE '9' TO TRL-REC-TYPE.
           MOVE WS-TRAILER-LINE-3 TO MINRPT-LINE.
           WRITE MINRPT-LINE.

           IF CC-FROM-SNAPSHOT
               CLOSE CENSFILE
           ELSE
               CLOSE STUFILE
               CLOSE TERMARC
           END-IF.
           CLOSE MINXLAT.
           CLOSE SUBMIT-FILE.
           CLOSE BALANCE-RPT.
               MOVE WS-UNMAPPED-LINE TO MINRPT-LINE
               WRITE MINRPT-LINE
           END-IF.

      * Census snapshot source - positions on the run term's first
      * row; end of file is set when the term was never taken.
       300-START-SNAPSHOT.
           MOVE LOW-VALUES TO CENSFILE-KEY.
           MOVE WS-RUN-TERM-YEAR TO CENSFILE-TERM-YEAR.

           START CENSFILE KEY IS NOT LESS THAN CENSFILE-KEY.

           IF WS-CENSFILE-OK
               PERFORM 310-READ-CENSFILE
           ELSE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       310-READ-CENSFILE.
           READ CENSFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               CONTINUE
           ELSE IF CENSFILE-TERM-YEAR NOT = WS-RUN-TERM-YEAR
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      * One detail per snapshot row.  The rows are in student order
      * within the term, so a change of student number is a new
      * contributing student.
       320-SUBMIT-ONE-ROW.
           IF CENSFILE-STUDENT-NO NOT = WS-LAST-STUDENT-NO
               ADD 1 TO WS-STUDENT-COUNT
               MOVE CENSFILE-STUDENT-NO TO WS-LAST-STUDENT-NO
           END-IF.

           MOVE CENSFILE-COURSE TO WS-WORK-COURSE.

           MOVE SPACES TO SUBMIT-RECORD.
           MOVE '2' TO SUB-REC-TYPE.
           MOVE CENSFILE-STUDENT-NO TO SUB-STUDENT-NO.
           MOVE CENSFILE-CAMPUS TO SUB-CAMPUS.
           MOVE CENSFILE-STATUS TO SUB-STATUS.
           MOVE CENSFILE-COUNTRY TO SUB-COUNTRY.
           MOVE CENSFILE-INTL-ADDR-SW TO SUB-INTL-FLAG.
           MOVE WS-RUN-TERM-YEAR TO SUB-TERM-YEAR.

           PERFORM 240-MAP-COURSE.

           WRITE SUBMIT-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.

           PERFORM 310-READ-CENSFILE.
