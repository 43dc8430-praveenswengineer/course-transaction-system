       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBEVI.
       AUTHOR.        M VALDRON.

      * COURSE EVALUATION INVITATION RUN.  COURSE EVALUATIONS WERE
      * PAPER FORMS HANDED OUT IN CLASS AND THE RESULTS REACHED THE
      * CHAIRS MONTHS LATE.  RUN ONCE TOWARD THE END OF EACH TERM,
      * THIS JOB OPENS THE TERM'S SURVEY ON EVSECT AND WALKS
      * STUFILE FOR EVERY ACTIVE STUDENT ENROLLED IN THE TERM.  FOR
      * EACH OCCUPIED COURSE SLOT IT WRITES AN EVINVITE INVITATION
      * (COPY EVINVC) AND COUNTS IT AGAINST THE SECTION'S EVSECT
      * ENTRY, WHICH CARRIES THE SECTION'S INSTRUCTOR - OFF LMSSECT,
      * THE INSTRUCTOR IN EFFECT AS MVBLMS KEEPS IT (THE SECTION'S
      * OWN, ELSE THE COURSE ROW'S) - AND THE INSTRUCTOR'S INSTFILE
      * DEPARTMENT (THE COURSE CODE'S FIRST FOUR CHARACTERS WHEN
      * THERE IS NO INSTRUCTOR ON FILE).
      *
      * EACH INVITATION GOES OUT BY EMAIL AS A NOTFFILE EV EVENT
      * CARRYING THE COURSE, WHEN THE STUDENT HAS AN ADDRESS,
      * CONSENT AND NO BOUNCE - THE SAME TEST EVERY NOTFFILE WRITER
      * MAKES.  EVERY STUDENT CAN ALSO ANSWER AT THE MVPRGY KIOSK.
      * THE SURVEY STAYS OPEN UNTIL THE MVBEVS RESULTS RUN CLOSES
      * IT.  A RERUN WHILE IT IS OPEN INVITES ONLY WHAT IS NEW (A
      * LATE ADD) - AN INVITATION ALREADY ON FILE IS LEFT ALONE.
      * EVIRPT LISTS THE SECTIONS WITH NO INSTRUCTOR ON LMSSECT AND
      * COUNTS THE INVITATIONS.
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

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT LMSSECT ASSIGN TO LMSSECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LMSSECT-KEY
               FILE STATUS IS WS-LMSSECT-STATUS.

           SELECT INSTFILE ASSIGN TO INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INSTFILE-ID
               FILE STATUS IS WS-INSTFILE-STATUS.

           SELECT EVINVITE ASSIGN TO EVINVITE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EVINVITE-KEY
               FILE STATUS IS WS-EVINVITE-STATUS.

           SELECT EVSECT ASSIGN TO EVSECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EVSECT-KEY
               FILE STATUS IS WS-EVSECT-STATUS.

           SELECT NOTFFILE ASSIGN TO NOTFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTFFILE-KEY
               FILE STATUS IS WS-NOTFFILE-STATUS.

           SELECT EVI-RPT ASSIGN TO EVIRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-TERM-YEAR             PIC X(5).
           05  FILLER                   PIC X(75).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  LMSSECT
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'LMSSECTC'.

       FD  INSTFILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY 'INSTRECC'.

       FD  EVINVITE
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'EVINVC'.

       FD  EVSECT
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'EVSECTC'.

       FD  NOTFFILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'NOTFRECC'.

       FD  EVI-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  EVI-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-LMSSECT-STATUS           PIC XX          VALUE SPACES.
           88  WS-LMSSECT-OK                           VALUE '00'.

       01  WS-INSTFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-INSTFILE-OK                          VALUE '00'.

       01  WS-EVINVITE-STATUS          PIC XX          VALUE SPACES.
           88  WS-EVINVITE-OK                          VALUE '00'.
           88  WS-EVINVITE-NOTFND                      VALUE '23'.

       01  WS-EVSECT-STATUS            PIC XX          VALUE SPACES.
           88  WS-EVSECT-OK                            VALUE '00'.
           88  WS-EVSECT-NOTFND                        VALUE '23'.

       01  WS-NOTFFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-NOTFFILE-OK                          VALUE '00'.
           88  WS-NOTFFILE-DUPKEY                      VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.
       01  WS-ACCEPT-TIME              PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-RUN-TERM-YEAR            PIC X(5)        VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ         PIC 9(07)      VALUE ZERO.
           05  WS-STUDENTS-INVITED      PIC 9(07)      VALUE ZERO.
           05  WS-INVITE-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-EMAIL-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-KIOSK-ONLY-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-ALREADY-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-SECTION-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-NO-INST-COUNT         PIC 9(07)      VALUE ZERO.

       01  WS-SLOT-SUB                 PIC 9           VALUE ZERO.
       01  WS-STUDENT-INVITES          PIC 9           VALUE ZERO.
       01  WS-WORK-COURSE              PIC X(8)        VALUE SPACES.
       01  WS-WORK-SECTION             PIC X(2)        VALUE SPACES.
       01  WS-FOUND-INSTRUCTOR         PIC X(5)        VALUE SPACES.
       01  WS-FOUND-DEPT               PIC X(4)        VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBEVI'.
           05  FILLER                   PIC X(41)  VALUE
               'COURSE EVALUATION INVITATIONS - TERM'.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(5)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(11)  VALUE 'COURSE'.
           05  FILLER                   PIC X(8)   VALUE 'DEPT'.
           05  FILLER                   PIC X(40)  VALUE 'PROBLEM'.

       01  WS-DETAIL-LINE.
           05  WS-DL-COURSE             PIC X(8).
           05  WS-DL-SECTION            PIC X(3).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DEPT               PIC X(4).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-PROBLEM            PIC X(50).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   MOVE SPACES TO CC-TERM-YEAR
           END-READ.
           MOVE CC-TERM-YEAR TO WS-RUN-TERM-YEAR.
           CLOSE CONTROL-CARD.

           IF WS-RUN-TERM-YEAR = SPACES
               DISPLAY 'MVBEVI - NO TERM ON THE CONTROL CARD'
               STOP RUN
           END-IF.

           OPEN I-O EVSECT.
           IF NOT WS-EVSECT-OK
               DISPLAY 'MVBEVI - EVSECT OPEN FAILED, STATUS '
                   WS-EVSECT-STATUS
               STOP RUN
           END-IF.

           PERFORM 050-OPEN-SURVEY.

           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBEVI - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O EVINVITE.
           IF NOT WS-EVINVITE-OK
               DISPLAY 'MVBEVI - EVINVITE OPEN FAILED, STATUS '
                   WS-EVINVITE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O NOTFFILE.
           IF NOT WS-NOTFFILE-OK
               DISPLAY 'MVBEVI - NOTFFILE OPEN FAILED, STATUS '
                   WS-NOTFFILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT LMSSECT.
           OPEN INPUT INSTFILE.
           OPEN OUTPUT EVI-RPT.

           MOVE WS-RUN-TERM-YEAR TO WS-H1-TERM-YEAR.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE SPACES TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE WS-HEADING-2 TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE SPACES TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.

           PERFORM 200-ONE-STUDENT THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 950-PRINT-TRAILER.

           CLOSE STUFILE.
           CLOSE LMSSECT.
           CLOSE INSTFILE.
           CLOSE EVINVITE.
           CLOSE EVSECT.
           CLOSE NOTFFILE.
           CLOSE EVI-RPT.

           DISPLAY 'MVBEVI - TERM:              ' WS-RUN-TERM-YEAR.
           DISPLAY 'MVBEVI - INVITATIONS:       ' WS-INVITE-COUNT.
           DISPLAY 'MVBEVI - EMAILED:           ' WS-EMAIL-COUNT.
           DISPLAY 'MVBEVI - ALREADY INVITED:   ' WS-ALREADY-COUNT.

           STOP RUN.

      * The term's survey entry - opened on the first run, left as
      * it is on a rerun.  A survey MVBEVS has already closed is not
      * reopened.
       050-OPEN-SURVEY.
           MOVE SPACES TO EVSECT-RECORD.
           MOVE WS-RUN-TERM-YEAR TO EVSECT-TERM-YEAR.
           READ EVSECT RECORD.

           IF WS-EVSECT-NOTFND
               MOVE SPACES TO EVSECT-RECORD
               MOVE WS-RUN-TERM-YEAR TO EVSECT-TERM-YEAR
               SET EVSECT-SURVEY-OPEN TO TRUE
               MOVE WS-RUN-DATE TO EVSECT-OPEN-DATE
               MOVE ZERO TO EVSECT-CLOSE-DATE
               MOVE 'N' TO EVSECT-RELEASED-SW
               MOVE ZERO TO EVSECT-RELEASED-DATE
               WRITE EVSECT-RECORD
           ELSE IF EVSECT-SURVEY-CLOSED
               DISPLAY 'MVBEVI - THE ' WS-RUN-TERM-YEAR
                   ' SURVEY IS ALREADY CLOSED - NOTHING INVITED'
               CLOSE EVSECT
               STOP RUN
           END-IF.

       200-ONE-STUDENT.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 200-EXIT
           END-READ.

           ADD 1 TO WS-STUDENTS-READ.

           IF STUFILE-TERM-YEAR NOT = WS-RUN-TERM-YEAR
               OR NOT STUFILE-ST-ACTIVE
               GO TO 200-EXIT
           END-IF.

           MOVE ZERO TO WS-STUDENT-INVITES.
           PERFORM 300-INVITE-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

           IF WS-STUDENT-INVITES > ZERO
               ADD 1 TO WS-STUDENTS-INVITED
           END-IF.

       200-EXIT.
           EXIT.

       300-INVITE-ONE-SLOT.
           MOVE STUFILE-COURSES (WS-SLOT-SUB * 8 - 7:8)
               TO WS-WORK-COURSE.
           MOVE STUFILE-SECTION (WS-SLOT-SUB) TO WS-WORK-SECTION.

           IF WS-WORK-COURSE NOT = SPACES
               MOVE WS-RUN-TERM-YEAR TO EVINVITE-TERM-YEAR
               MOVE STUFILE-STUDENT-NO TO EVINVITE-STUDENT-NO
               MOVE WS-WORK-COURSE TO EVINVITE-COURSE
               READ EVINVITE RECORD
               IF WS-EVINVITE-OK
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   PERFORM 400-WRITE-INVITATION
               END-IF
           END-IF.

       400-WRITE-INVITATION.
           PERFORM 420-COUNT-SECTION.

           MOVE SPACES TO EVINVITE-RECORD.
           MOVE WS-RUN-TERM-YEAR TO EVINVITE-TERM-YEAR.
           MOVE STUFILE-STUDENT-NO TO EVINVITE-STUDENT-NO.
           MOVE WS-WORK-COURSE TO EVINVITE-COURSE.
           MOVE WS-WORK-SECTION TO EVINVITE-SECTION.
           MOVE WS-FOUND-INSTRUCTOR TO EVINVITE-INSTRUCTOR-ID.
           MOVE WS-FOUND-DEPT TO EVINVITE-DEPT.
           MOVE WS-RUN-DATE TO EVINVITE-INVITED-DATE.
           SET EVINVITE-OPEN TO TRUE.

           IF STUFILE-EMAIL NOT = SPACES AND STUFILE-EMAIL-OK
                   AND NOT STUFILE-EMAIL-BOUNCED
               MOVE 'Y' TO EVINVITE-EMAILED-SW
           ELSE
               MOVE 'N' TO EVINVITE-EMAILED-SW
           END-IF.

           WRITE EVINVITE-RECORD.

           IF NOT WS-EVINVITE-OK
               DISPLAY 'MVBEVI - EVINVITE WRITE FAILED, STATUS '
                   WS-EVINVITE-STATUS ' FOR STUDENT '
                   STUFILE-STUDENT-NO ' ' WS-WORK-COURSE
           ELSE
               ADD 1 TO WS-INVITE-COUNT
               ADD 1 TO WS-STUDENT-INVITES
               IF EVINVITE-EMAILED
                   PERFORM 800-WRITE-NOTIFICATION
               ELSE
                   ADD 1 TO WS-KIOSK-ONLY-COUNT
               END-IF
           END-IF.

      * The section's EVSECT entry - written with its instructor
      * and department the first time the section comes up, counted
      * on every invitation after.
       420-COUNT-SECTION.
           MOVE SPACES TO EVSECT-RECORD.
           MOVE WS-RUN-TERM-YEAR TO EVSECT-TERM-YEAR.
           MOVE WS-WORK-COURSE TO EVSECT-COURSE.
           MOVE WS-WORK-SECTION TO EVSECT-SECTION.
           READ EVSECT RECORD.

           IF WS-EVSECT-OK
               MOVE EVSECT-INSTRUCTOR-ID TO WS-FOUND-INSTRUCTOR
               MOVE EVSECT-DEPT TO WS-FOUND-DEPT
               ADD 1 TO EVSECT-INVITED
               REWRITE EVSECT-RECORD
           ELSE
               PERFORM 440-FIND-INSTRUCTOR
               MOVE SPACES TO EVSECT-RECORD
               MOVE WS-RUN-TERM-YEAR TO EVSECT-TERM-YEAR
               MOVE WS-WORK-COURSE TO EVSECT-COURSE
               MOVE WS-WORK-SECTION TO EVSECT-SECTION
               MOVE WS-FOUND-INSTRUCTOR TO EVSECT-INSTRUCTOR-ID
               MOVE WS-FOUND-DEPT TO EVSECT-DEPT
               MOVE 1 TO EVSECT-INVITED
               MOVE ZERO TO EVSECT-RESPONSES
               WRITE EVSECT-RECORD
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      * The instructor in effect off LMSSECT - the section's, else
      * the course row's - and the instructor's department.
       440-FIND-INSTRUCTOR.
           MOVE SPACES TO WS-FOUND-INSTRUCTOR.
           MOVE WS-WORK-COURSE (1:4) TO WS-FOUND-DEPT.

           MOVE WS-WORK-COURSE TO LMSSECT-COURSE.
           MOVE WS-WORK-SECTION TO LMSSECT-SECTION.
           READ LMSSECT RECORD.

           IF NOT WS-LMSSECT-OK AND WS-WORK-SECTION NOT = SPACES
               MOVE SPACES TO LMSSECT-SECTION
               READ LMSSECT RECORD
           END-IF.

           IF WS-LMSSECT-OK
               MOVE LMSSECT-INSTRUCTOR-ID TO WS-FOUND-INSTRUCTOR
           END-IF.

           IF WS-FOUND-INSTRUCTOR = SPACES
               ADD 1 TO WS-NO-INST-COUNT
               MOVE 'NO INSTRUCTOR ON LMSSECT - SURVEYED UNDER COURSE'
                   TO WS-DL-PROBLEM
               PERFORM 900-PRINT-PROBLEM
           ELSE
               MOVE WS-FOUND-INSTRUCTOR TO INSTFILE-ID
               READ INSTFILE RECORD
               IF WS-INSTFILE-OK AND INSTFILE-DEPT NOT = SPACES
                   MOVE INSTFILE-DEPT TO WS-FOUND-DEPT
               END-IF
           END-IF.

      * Email invitation for the mail gateway.  One per course, so
      * the slot number is added to the run time to keep each
      * student's events apart on the key.
       800-WRITE-NOTIFICATION.
           MOVE SPACES TO NOTFFILE-RECORD.
           MOVE STUFILE-STUDENT-NO TO NOTFFILE-STUDENT-NO.
           MOVE WS-RUN-DATE TO NOTFFILE-DATE.
           COMPUTE NOTFFILE-TIME = WS-RUN-TIME + WS-SLOT-SUB.
           SET NOTF-EVAL-INVITE TO TRUE.
           MOVE WS-WORK-COURSE TO NOTFFILE-COURSE.
           MOVE STUFILE-EMAIL TO NOTFFILE-EMAIL.

           WRITE NOTFFILE-RECORD.
           IF WS-NOTFFILE-DUPKEY
               ADD 10 TO NOTFFILE-TIME
               WRITE NOTFFILE-RECORD
           END-IF.

           IF WS-NOTFFILE-OK
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               DISPLAY 'MVBEVI - NOTFFILE WRITE FAILED, STATUS '
                   WS-NOTFFILE-STATUS ' FOR STUDENT '
                   STUFILE-STUDENT-NO
           END-IF.

       900-PRINT-PROBLEM.
           MOVE WS-WORK-COURSE TO WS-DL-COURSE.
           MOVE SPACES TO WS-DL-SECTION.
           IF WS-WORK-SECTION NOT = SPACES
               MOVE '-' TO WS-DL-SECTION (1:1)
               MOVE WS-WORK-SECTION TO WS-DL-SECTION (2:2)
           END-IF.
           MOVE WS-FOUND-DEPT TO WS-DL-DEPT.
           MOVE WS-DETAIL-LINE TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.

       950-PRINT-TRAILER.
           MOVE SPACES TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE 'STUDENTS INVITED:' TO WS-TL-LABEL.
           MOVE WS-STUDENTS-INVITED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE 'INVITATIONS WRITTEN:' TO WS-TL-LABEL.
           MOVE WS-INVITE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE '  SENT BY EMAIL:' TO WS-TL-LABEL.
           MOVE WS-EMAIL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE '  KIOSK ONLY (NO EMAIL):' TO WS-TL-LABEL.
           MOVE WS-KIOSK-ONLY-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE 'ALREADY INVITED:' TO WS-TL-LABEL.
           MOVE WS-ALREADY-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE 'NEW SECTIONS SURVEYED:' TO WS-TL-LABEL.
           MOVE WS-SECTION-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
           MOVE 'SECTIONS WITH NO INSTRUCTOR:' TO WS-TL-LABEL.
           MOVE WS-NO-INST-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO EVI-RPT-LINE.
           WRITE EVI-RPT-LINE.
