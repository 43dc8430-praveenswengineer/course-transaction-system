           01 SQL-SUGGEST-DESC          PIC X(17).
           01 SQL-CAPACITY              PIC S9(4) COMP.
           01 SQL-SEATS-TAKEN           PIC S9(4) COMP.
           01 SQL-NEXT-SEATS            PIC S9(4) COMP.
           01 SQL-ACTIVE-FLAG           PIC X(1).
           01 SQL-PREREQ-CODE           PIC X(8).
           01 SQL-MEET-DAYS             PIC X(7).
           01 SQL-SECTION-NO            PIC X(2).
           01 SQL-SEC-CAPACITY          PIC S9(4) COMP.
           01 SQL-SEC-SEATS-TAKEN       PIC S9(4) COMP.
           01 SQL-SEC-NEXT-SEATS        PIC S9(4) COMP.
           01 SQL-SEC-ACTIVE-FLAG       PIC X(1).
           01 SQL-SEC-MEET-DAYS         PIC X(7).
           01 SQL-SEC-MEET-START        PIC S9(4) COMP.
           01 SQL-SEC-MEET-END          PIC S9(4) COMP.
           01 SQL-SEC-INSTRUCTOR-ID     PIC X(5).
           01 SQL-CREDIT-HOURS          PIC S9(4) COMP.
           01 SQL-MAX-ATTEMPTS          PIC S9(4) COMP.
           01 SQL-REPEATABLE-FLAG       PIC X(1).

           EXEC SQL END DECLARE SECTION END-EXEC.

      * predates capacity tracking and carries no limit). LK-CC-ACTION
      * is an input field - SPACES gives the original lookup-only
      * behaviour, 'I'/'D' commit or release one seat on LK-COURSE
      * instead of looking it up.  The next-term registration screen
      * (MVPRGFR) uses three more: 'N' is the same lookup with the
      * seats counted off NEXT_SEATS_TAKEN - the advance enrollment
      * for the term after this one - instead of SEATS_TAKEN, and
      * 'A'/'R' commit or release one of those next-term seats.
           05 LK-CAPACITY               PIC S9(4) COMP.
           05 LK-SEATS-TAKEN            PIC S9(4) COMP.
           05 LK-AT-CAPACITY            PIC X(1).
      * (zero, predating the column) comes back as the standard
      * 3-credit weight so the load arithmetic never sees zero.
           05 LK-CREDIT-HOURS           PIC S9(4) COMP.
      * Repeat policy off the catalog row - the most attempts a
      * student may make at the course, counting every prior
      * GRADFLE grade including F and W (a row that carries none,
      * zero, comes back as the standard two), and 'Y' when a
      * course already passed may be taken again for credit.
      * MVPRGU and MVPRGW enforce both against GRADFLE.
           05 LK-MAX-ATTEMPTS           PIC S9(4) COMP.
           05 LK-REPEATABLE             PIC X(1).

       PROCEDURE DIVISION.


           IF LK-CC-ACTION = 'I' OR LK-CC-ACTION = 'D'
               PERFORM 350-UPDATE-SEATS THRU 350-EXIT
           ELSE IF LK-CC-ACTION = 'A' OR LK-CC-ACTION = 'R'
               PERFORM 360-UPDATE-NEXT-SEATS THRU 360-EXIT
           ELSE
               PERFORM 100-CHECK-COURSE THRU 300-EXIT
           END-IF.
           EXEC SQL SELECT COURSE_DESC, CAPACITY, SEATS_TAKEN,
                           ACTIVE_FLAG, PREREQ_COURSE,
                           MEET_DAYS, MEET_START, MEET_END,
                           INSTRUCTOR_ID, CAMPUS_CODE, CREDIT_HOURS,
                           NEXT_SEATS_TAKEN, MAX_ATTEMPTS,
                           REPEATABLE_FLAG
                      INTO :SQL-COURSE-DESC, :SQL-CAPACITY,
                           :SQL-SEATS-TAKEN, :SQL-ACTIVE-FLAG,
                           :SQL-PREREQ-CODE, :SQL-MEET-DAYS,
                           :SQL-MEET-START, :SQL-MEET-END,
                           :SQL-INSTRUCTOR-ID, :SQL-CAMPUS-CODE,
                           :SQL-CREDIT-HOURS, :SQL-NEXT-SEATS,
                           :SQL-MAX-ATTEMPTS, :SQL-REPEATABLE-FLAG
                      FROM BILLM.COURSE_CODES
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
           END-EXEC.

      * A next-term lookup judges capacity on the next term's count.
           IF LK-CC-ACTION = 'N'
               MOVE SQL-NEXT-SEATS TO SQL-SEATS-TAKEN
           END-IF.

           MOVE SQL-COURSE-DESC TO LK-DESC.
           MOVE SPACES TO LK-SUGGEST-CODE.
           MOVE SPACES TO LK-SUGGEST-DESC.
               MOVE 3 TO LK-CREDIT-HOURS
           END-IF.

           IF SQL-MAX-ATTEMPTS > ZERO
               MOVE SQL-MAX-ATTEMPTS TO LK-MAX-ATTEMPTS
           ELSE
               MOVE 2 TO LK-MAX-ATTEMPTS
           END-IF.

           IF SQL-REPEATABLE-FLAG = 'Y'
               MOVE 'Y' TO LK-REPEATABLE
           ELSE
               MOVE 'N' TO LK-REPEATABLE
           END-IF.

           IF SQL-CAPACITY > 0 AND SQL-SEATS-TAKEN >= SQL-CAPACITY
               MOVE 'Y' TO LK-AT-CAPACITY
           ELSE

           EXEC SQL SELECT CAPACITY, SEATS_TAKEN, ACTIVE_FLAG,
                           MEET_DAYS, MEET_START, MEET_END,
                           INSTRUCTOR_ID, NEXT_SEATS_TAKEN
                      INTO :SQL-SEC-CAPACITY, :SQL-SEC-SEATS-TAKEN,
                           :SQL-SEC-ACTIVE-FLAG, :SQL-SEC-MEET-DAYS,
                           :SQL-SEC-MEET-START, :SQL-SEC-MEET-END,
                           :SQL-SEC-INSTRUCTOR-ID, :SQL-SEC-NEXT-SEATS
                      FROM BILLM.COURSE_SECTIONS
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
                        AND SECTION_NO = :SQL-SECTION-NO
           END-EXEC.

           IF LK-CC-ACTION = 'N'
               MOVE SQL-SEC-NEXT-SEATS TO SQL-SEC-SEATS-TAKEN
           END-IF.

           IF SQLCODE = 100

               MOVE 'Y' TO LK-SECTION-BAD
           MOVE SPACES TO LK-CAMPUS-CODE.
           MOVE 'N' TO LK-SECTION-BAD.
           MOVE ZERO TO LK-CREDIT-HOURS.
           MOVE ZERO TO LK-MAX-ATTEMPTS.
           MOVE 'N' TO LK-REPEATABLE.

           PERFORM 250-FIND-CLOSE-MATCH.


           EXIT.

      * Same seat movement as 350-UPDATE-SEATS, on the next-term
      * count.  MVBROLL moves these across to SEATS_TAKEN when the
      * term rolls over.
       360-UPDATE-NEXT-SEATS.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.

           MOVE LK-COURSE TO SQL-COURSE-CODE.

           IF LK-CC-ACTION = 'A'
               EXEC SQL UPDATE BILLM.COURSE_CODES
                          SET NEXT_SEATS_TAKEN = NEXT_SEATS_TAKEN + 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
                            AND ACTIVE_FLAG = 'Y'
               END-EXEC
           ELSE
               EXEC SQL UPDATE BILLM.COURSE_CODES
                          SET NEXT_SEATS_TAKEN = NEXT_SEATS_TAKEN - 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
               END-EXEC
           END-IF.

           IF LK-SECTION-NO NOT = SPACES
                   AND LK-SECTION-NO NOT = LOW-VALUES

               MOVE LK-SECTION-NO TO SQL-SECTION-NO

               IF LK-CC-ACTION = 'A'
                   EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                          SET NEXT_SEATS_TAKEN = NEXT_SEATS_TAKEN + 1
                              WHERE COURSE_CODE = :SQL-COURSE-CODE
                                AND SECTION_NO = :SQL-SECTION-NO
                                AND ACTIVE_FLAG = 'Y'
                   END-EXEC
               ELSE
                   EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                          SET NEXT_SEATS_TAKEN = NEXT_SEATS_TAKEN - 1
                              WHERE COURSE_CODE = :SQL-COURSE-CODE
                                AND SECTION_NO = :SQL-SECTION-NO
                   END-EXEC
               END-IF

           END-IF.

           EXEC SQL WHENEVER NOT FOUND GO TO 200-COURSE-ERROR END-EXEC.

       360-EXIT.

           EXIT.

       999-SQL-ERROR.
       
           MOVE SQLCODE TO WS-SQL-CODE.
