      * MVPRGW - CONFIRMATION COMPLETES THE ENROLLMENT THERE.  THE
      * RUN ALSO EXPIRES OFFERS NOBODY ANSWERED, RELEASING THE HELD
      * SEAT SO THE NEXT NIGHT OFFERS IT TO THE NEXT IN LINE.
      * EVERY ENTRY LOOKED AT IS LISTED ON THE REPORT.  EACH OFFER
      * MADE AND EACH OFFER EXPIRED IS COUNTED ON DMNDFLE, THE
      * COURSE DEMAND HISTORY MVBDMND PLANS SECTIONS FROM.
      *
      * AN ENTRY THAT ASKED FOR A SECTION WAITS FOR A SEAT IN THAT
      * SECTION ON BILLM.COURSE_SECTIONS, AND THE OFFER HOLDS IT
      * THERE.  A CONDITIONAL SWAP ENTRY - KEYED ON MVPRGU IN PLACE
      * OF A COURSE THE STUDENT HOLDS - NEEDS NO FREE SLOT WHILE THE
      * PAIRED COURSE IS STILL ON THE RECORD: THE OFFER CARRIES THE
      * PAIRED COURSE, AND MVPRGW DROPS IT WHEN THE STUDENT
      * CONFIRMS.  A PAIRED COURSE ALREADY DROPPED LEAVES AN
      * ORDINARY ENTRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS NOTFFILE-KEY
               FILE STATUS IS WS-NOTFFILE-STATUS.

           SELECT DMNDFLE ASSIGN TO DMNDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DMNDFLE-KEY
               FILE STATUS IS WS-DMNDFLE-STATUS.

           SELECT PROMO-RPT ASSIGN TO PROMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WAITLST
           RECORD CONTAINS 70 CHARACTERS.
       COPY 'WAITRECC'.

       FD  STUFILE
       COPY 'STUFILEC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  OFFERFLE
           RECORD CONTAINS 72 CHARACTERS.
       COPY 'OFFERREC'.

       FD  NOTFFILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'NOTFRECC'.

       FD  DMNDFLE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'DMNDRECC'.

       FD  PROMO-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PROMRPT-LINE                PIC X(132).
           88  WS-OFFERFLE-OK                            VALUE '00'.
           88  WS-OFFERFLE-DUPLICATE                     VALUE '22'.

       01  WS-DMNDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-DMNDFLE-OK                             VALUE '00'.
           88  WS-DMNDFLE-NOTFND                         VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
               88  WS-PROMOTE-OK                        VALUE 'Y'.
           05  WS-OFFER-EOF-SWITCH     PIC X           VALUE 'N'.
               88  WS-OFFER-EOF                         VALUE 'Y'.
      * Which offer event 580-COUNT-DEMAND is counting.
           05  WS-DMND-EVENT           PIC X           VALUE SPACE.
               88  WS-DMND-OFFER                        VALUE 'O'.
               88  WS-DMND-EXPIRE                       VALUE 'X'.

       01  WS-DMND-TERM-YEAR           PIC X(5)        VALUE SPACES.
       01  WS-DMND-COURSE              PIC X(8)        VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
           05  WS-EMPTY-SLOT            PIC 9(01)      VALUE ZERO.
           05  WS-SWAP-SLOT             PIC 9(01)      VALUE ZERO.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-PROMOTE-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-SKIP-COUNT            PIC 9(07)      VALUE ZERO.
           01 SQL-CAPACITY              PIC S9(4) COMP.
           01 SQL-SEATS-TAKEN           PIC S9(4) COMP.
           01 SQL-ACTIVE-FLAG           PIC X(1).
           01 SQL-SECTION-NO            PIC X(2).

           EXEC SQL END DECLARE SECTION END-EXEC.

                   WS-NOTFFILE-STATUS
           END-IF.

           OPEN I-O DMNDFLE.
           IF NOT WS-DMNDFLE-OK
               DISPLAY 'MVBWAIT - DMNDFLE OPEN FAILED, STATUS '
                   WS-DMNDFLE-STATUS
           END-IF.

           OPEN OUTPUT PROMO-RPT.
           PERFORM 900-PRINT-HEADING.

           CLOSE AUDITLOG.
           CLOSE OFFERFLE.
           CLOSE NOTFFILE.
           CLOSE DMNDFLE.
           CLOSE PROMO-RPT.

           DISPLAY 'MVBWAIT - ENTRIES EXAMINED:  ' WS-READ-COUNT.
               MOVE 'Y' TO WS-PROMOTE-SWITCH
           END-IF.

           IF WS-PROMOTE-OK
                   AND WAITLST-SECTION NOT = SPACES
                   AND WAITLST-SECTION NOT = LOW-VALUES
               PERFORM 320-CHECK-SECTION-SEAT
           END-IF.

      * The section asked for holds its own seat count, the same row
      * MVPRGCC's 150-CHECK-SECTION reads.
       320-CHECK-SECTION-SEAT.
           MOVE WAITLST-SECTION TO SQL-SECTION-NO.

           EXEC SQL SELECT CAPACITY, SEATS_TAKEN, ACTIVE_FLAG
                      INTO :SQL-CAPACITY, :SQL-SEATS-TAKEN,
                           :SQL-ACTIVE-FLAG
                      FROM BILLM.COURSE_SECTIONS
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
                        AND SECTION_NO = :SQL-SECTION-NO
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'N' TO WS-PROMOTE-SWITCH
               MOVE 'SECTION NOT ON FILE' TO WS-SKIP-REASON
           ELSE IF SQL-ACTIVE-FLAG NOT = 'Y'
               MOVE 'N' TO WS-PROMOTE-SWITCH
               MOVE 'SECTION DEACTIVATED' TO WS-SKIP-REASON
           ELSE IF SQL-CAPACITY > 0
                   AND SQL-SEATS-TAKEN >= SQL-CAPACITY
               MOVE 'N' TO WS-PROMOTE-SWITCH
               MOVE 'SECTION STILL FULL' TO WS-SKIP-REASON
           END-IF.

      * Reads the waitlisted student's master record and checks the
      * offer is worth making - student still on file, still active,
      * not already enrolled, and a slot free to confirm into.  A
      * student already enrolled in the course (a clerk beat the
      * nightly run to it) just has the stale entry cleaned off the
      * line; a student with all seven slots filled stays on the line
      * for a night when a slot has opened up.  A swap entry whose
      * paired course is still held confirms into that course's
      * slot, so it needs no empty one.
       400-CHECK-STUDENT.
      * Entries taken on the Entry screen before the student number
      * was assigned carry spaces - they stay on the line for the
           MOVE STUFILE-COURSE7-PART2 TO WS-CT-PART2 (7)

           MOVE ZERO TO WS-EMPTY-SLOT.
           MOVE ZERO TO WS-SWAP-SLOT.

           IF WAITLST-SWAP-COURSE = LOW-VALUES
               MOVE SPACES TO WAITLST-SWAP-COURSE
           END-IF.

           PERFORM 420-SCAN-COURSE-SLOT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               GO TO 400-EXIT
           END-IF.

           IF WS-EMPTY-SLOT = ZERO AND WS-SWAP-SLOT = ZERO
               MOVE 'N' TO WS-PROMOTE-SWITCH
               MOVE 'ALL SEVEN COURSE SLOTS FULL' TO WS-SKIP-REASON
               GO TO 400-EXIT
       400-EXIT.
           EXIT.

      * The paired course of a swap is found by code - unless it is
      * the wanted course itself (a swap to another section) and the
      * student already sits in the wanted section, which is an
      * enrollment already made.
       420-SCAN-COURSE-SLOT.
           IF WS-CT-PART1 (WS-COURSE-SUB) = SPACES
               IF WS-EMPTY-SLOT = ZERO
                   MOVE WS-COURSE-SUB TO WS-EMPTY-SLOT
               END-IF
           ELSE IF WAITLST-SWAP-COURSE NOT = SPACES
                   AND WS-COURSE-ENTRY (WS-COURSE-SUB) =
                       WAITLST-SWAP-COURSE
                   AND (WAITLST-COURSE NOT = WAITLST-SWAP-COURSE
                        OR STUFILE-SECTION (WS-COURSE-SUB) NOT =
                           WAITLST-SECTION)
               MOVE WS-COURSE-SUB TO WS-SWAP-SLOT
           ELSE IF WS-COURSE-ENTRY (WS-COURSE-SUB) = WAITLST-COURSE
               MOVE 'N' TO WS-PROMOTE-SWITCH
               MOVE 'ALREADY ENROLLED IN COURSE' TO WS-SKIP-REASON
               PERFORM 820-DELETE-WAITLST-ENTRY
           END-IF.

      * Everything checked out - the OFFER is written, the seat is
           MOVE WS-RUN-DATE TO OFFERFLE-OFFER-DATE.
           MOVE WS-RUN-TIME TO OFFERFLE-OFFER-TIME.
           MOVE WS-EXPIRE-DATE TO OFFERFLE-EXPIRE-DATE.
           MOVE WAITLST-SECTION TO OFFERFLE-SECTION.

      * The section the paired course is held in now, off the
      * record - not the one on the entry, in case a clerk moved it.
           IF WS-SWAP-SLOT NOT = ZERO
               MOVE WAITLST-SWAP-COURSE TO OFFERFLE-SWAP-COURSE
               MOVE STUFILE-SECTION (WS-SWAP-SLOT)
                   TO OFFERFLE-SWAP-SECTION
           ELSE
               MOVE SPACES TO OFFERFLE-SWAP-COURSE
               MOVE SPACES TO OFFERFLE-SWAP-SECTION
           END-IF.

           WRITE OFFERFLE-RECORD.

           ELSE
               PERFORM 540-COMMIT-SEAT
               PERFORM 560-WRITE-NOTIFICATION
               MOVE STUFILE-TERM-YEAR TO WS-DMND-TERM-YEAR
               MOVE WAITLST-COURSE TO WS-DMND-COURSE
               MOVE 'O' TO WS-DMND-EVENT
               PERFORM 580-COUNT-DEMAND
               PERFORM 820-DELETE-WAITLST-ENTRY
               PERFORM 810-WRITE-PROMOTE-LINE
           END-IF.
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
           END-EXEC.

           IF OFFERFLE-SECTION NOT = SPACES
                   AND OFFERFLE-SECTION NOT = LOW-VALUES
               MOVE OFFERFLE-SECTION TO SQL-SECTION-NO
               EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                          SET SEATS_TAKEN = SEATS_TAKEN + 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
                            AND SECTION_NO = :SQL-SECTION-NO
               END-EXEC
           END-IF.

      * Promotion notification for the mail gateway - only with an
      * address on file and consent given.
       560-WRITE-NOTIFICATION.
               END-IF
           END-IF.

      * Counts the offer event on DMNDFLE against the course's own
      * entry for the student's term (offers carry no section) - the
      * caller has set WS-DMND-TERM-YEAR and WS-DMND-COURSE.  The
      * entry is created on the first event for the course and term.
       580-COUNT-DEMAND.
           MOVE SPACES TO DMNDFLE-RECORD.
           MOVE WS-DMND-TERM-YEAR TO DMNDFLE-TERM-YEAR.
           MOVE WS-DMND-COURSE TO DMNDFLE-COURSE.
           MOVE SPACES TO DMNDFLE-SECTION.
           INITIALIZE DMNDFLE-COUNTS.

           READ DMNDFLE RECORD.

           IF WS-DMND-OFFER
               ADD 1 TO DMNDFLE-OFFERS
           ELSE
               ADD 1 TO DMNDFLE-EXPIRED
           END-IF.

           MOVE WS-RUN-DATE TO DMNDFLE-LAST-DATE.

           IF WS-DMNDFLE-NOTFND
               WRITE DMNDFLE-RECORD
           ELSE
               REWRITE DMNDFLE-RECORD
           END-IF.

           IF NOT WS-DMNDFLE-OK
               DISPLAY 'MVBWAIT - DMNDFLE UPDATE FAILED, STATUS '
                   WS-DMNDFLE-STATUS ' FOR COURSE ' DMNDFLE-COURSE
           END-IF.

       800-WRITE-SKIP-LINE.
           MOVE WAITLST-COURSE TO WS-DL-COURSE.
           MOVE WAITLST-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE WAITLST-COURSE TO WS-DL-COURSE.
           MOVE WAITLST-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE WAITLST-STUDENT-NAME TO WS-DL-STUDENT-NAME.
           IF WS-SWAP-SLOT NOT = ZERO
               MOVE 'SWAP OFFER CREATED - 48 HOURS' TO WS-DL-RESULT
           ELSE
               MOVE 'OFFER CREATED - 48 HOURS' TO WS-DL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO PROMRPT-LINE.
           WRITE PROMRPT-LINE.
           ADD 1 TO WS-PROMOTE-COUNT.
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
               END-EXEC

               IF OFFERFLE-SECTION NOT = SPACES
                       AND OFFERFLE-SECTION NOT = LOW-VALUES
                   MOVE OFFERFLE-SECTION TO SQL-SECTION-NO
                   EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                              SET SEATS_TAKEN = SEATS_TAKEN - 1
                              WHERE COURSE_CODE = :SQL-COURSE-CODE
                                AND SECTION_NO = :SQL-SECTION-NO
                   END-EXEC
               END-IF

               MOVE OFFERFLE-COURSE TO WS-DL-COURSE
               MOVE OFFERFLE-STUDENT-NO TO WS-DL-STUDENT-NO
               MOVE OFFERFLE-STUDENT-NAME TO WS-DL-STUDENT-NAME

               ADD 1 TO WS-EXPIRE-COUNT

      * The offer carries no term - it is the one on the student's
      * record, as it was when the offer was made.
               MOVE 'MJV' TO STUFILE-PREFIX
               MOVE OFFERFLE-STUDENT-NO TO STUFILE-STUDENT-NO
               READ STUFILE RECORD
               IF WS-STUFILE-OK
                   MOVE STUFILE-TERM-YEAR TO WS-DMND-TERM-YEAR
               ELSE
                   MOVE SPACES TO WS-DMND-TERM-YEAR
               END-IF
               MOVE OFFERFLE-COURSE TO WS-DMND-COURSE
               MOVE 'X' TO WS-DMND-EVENT
               PERFORM 580-COUNT-DEMAND

           END-IF.

       820-DELETE-WAITLST-ENTRY.
