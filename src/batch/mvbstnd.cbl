       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBSTND.
       AUTHOR.        M VALDRON.

      * ACADEMIC STANDING ACTIONS.  RUN FOR ONE TERM AFTER THE
      * END-OF-TERM MVBGPA RUN HAS WRITTEN ITS STANDFLE ENTRIES, AND
      * ACTS ON EACH ONE THE WAY THE REGISTRAR USED TO BY HAND:
      *   - DEANS LIST (D): A CONGRATULATORY LETTER,
      *   - PROBATION (P): A PR HOLD ON HOLDFLE, CLASS L - THE
      *     STUDENT MAY STILL ENROLL BUT MVPRGU, MVPRGFR AND MVBLOAD
      *     CAP THE TERM'S LOAD AT THE PROBATION CEILING UNTIL IT IS
      *     RELEASED - AND A PROBATION LETTER SENDING THE STUDENT TO
      *     AN ADVISOR,
      *   - SUSPENSION RECOMMENDED (S): STUFILE STATUS S, REASON A
      *     (ACADEMIC STANDING), ANY COURSE SLOTS ALREADY HELD FOR A
      *     LATER TERM AND ANY PENDING FUTENRL NEXT-TERM REGISTRATION
      *     RELEASED (SEAT BACK ON THE CATALOG, DROPFLE REASON A),
      *     AND A SUSPENSION LETTER,
      *   - GOOD (G) OR DEANS LIST: A PR HOLD THIS JOB PLACED IN AN
      *     EARLIER TERM IS RELEASED.  A PR HOLD A CLERK OR ADVISOR
      *     PLACED THROUGH MVPRGL IS THEIRS TO LIFT.
      * EVERY ACTION IS JOURNALED TO AUDITLOG UNDER THIS PROGRAM,
      * THE OPERATOR-ID NAMING THE ACTION, SO THE STUDENT'S STANDING
      * HISTORY IS ON THE JOURNAL WITH THE REST OF THE RECORD'S.
      * EACH STANDFLE ENTRY IS MARKED WITH WHAT WAS DONE, SO A RERUN
      * PICKS UP ONLY WHAT IS LEFT AND NO LETTER GOES OUT TWICE.
      *
      * THE REGISTRAR APPROVES SUSPENSIONS BEFORE ANY ARE MADE: THE
      * PREVIEW RUN UPDATES NOTHING AND PRINTS NO LETTERS - IT LISTS
      * WHAT THE REAL RUN WILL DO.  A SUSPENSION THE REGISTRAR DOES
      * NOT APPROVE (AN APPEAL UPHELD, SAY) IS WAIVED BY A CARD
      * CARRYING THE STUDENT NUMBER AFTER THE CONTROL CARD; THAT
      * STUDENT IS PUT ON PROBATION INSTEAD.  THE CONFIRM RUN, WITH
      * THE SAME WAIVER CARDS, MAKES THE CHANGES AND PRINTS THE
      * LETTERS FOR MAILING.
      *
      * CONTROL CARD: TERM/YEAR COLS 1-5, 'PREVIEW' OR 'CONFIRM'
      * COLS 7-13.  WAIVER CARDS: STUDENT NUMBER COLS 1-7, ONE PER
      * CARD, UP TO 200.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT STANDFLE ASSIGN TO STANDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STANDFLE-KEY
               FILE STATUS IS WS-STANDFLE-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT HOLDFLE ASSIGN TO HOLDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLDFLE-KEY
               FILE STATUS IS WS-HOLDFLE-STATUS.

           SELECT FUTENRL ASSIGN TO FUTENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUTENRL-KEY
               FILE STATUS IS WS-FUTENRL-STATUS.

           SELECT DROPFLE ASSIGN TO DROPFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DROPFLE-KEY
               FILE STATUS IS WS-DROPFLE-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT LETTER-RPT ASSIGN TO STNDLTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACTION-RPT ASSIGN TO STNDACT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-TERM-YEAR             PIC X(5).
           05  FILLER                   PIC X(1).
           05  CC-MODE                  PIC X(7).
           05  FILLER                   PIC X(67).
       01  WAIVER-CARD-RECORD.
           05  WC-STUDENT-NO            PIC X(7).
           05  FILLER                   PIC X(73).

       FD  STANDFLE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'STANDREC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       COPY 'HOLDRECC'.

       FD  FUTENRL
           RECORD CONTAINS 120 CHARACTERS.
       COPY 'FUTRECC'.

       FD  DROPFLE
           RECORD CONTAINS 43 CHARACTERS.
       COPY 'DROPRECC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  LETTER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  STNDLTR-LINE                PIC X(132).

       FD  ACTION-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  STNDACT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STANDFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-STANDFLE-OK                          VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-HOLDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-HOLDFLE-OK                           VALUE '00'.
           88  WS-HOLDFLE-DUPLICATE                    VALUE '22'.

       01  WS-FUTENRL-STATUS           PIC XX          VALUE SPACES.
           88  WS-FUTENRL-OK                           VALUE '00'.
           88  WS-FUTENRL-NOTFND                       VALUE '23'.

       01  WS-DROPFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-DROPFLE-OK                           VALUE '00'.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                          VALUE '00'.

       01  WS-JOB-NAME                 PIC X(8)        VALUE 'MVBSTND'.
       01  WS-HOLD-TYPE                PIC X(2)        VALUE 'PR'.

      * The ceiling the class L hold imposes - quoted on the
      * probation letter; the screens and MVBLOAD carry the same
      * figure.
       01  WS-PROBATION-MAX-LOAD       PIC 9(2)        VALUE 12.

      * Run settings off the control card.
       01  WS-STAND-TERM               PIC X(5)        VALUE SPACES.
       01  WS-MODE                     PIC X(7)        VALUE SPACES.
           88  WS-PREVIEW                              VALUE 'PREVIEW'.
           88  WS-CONFIRMED                            VALUE 'CONFIRM'.

      * Suspensions the registrar has not approved, off the cards
      * behind the control card.
       01  WS-WAIVER-TABLE.
           05  WS-WAIVER-ENTRY          PIC X(7)   OCCURS 200.
       01  WS-WAIVER-MAX               PIC 9(3)        VALUE 200.

      * The term after the one on the student's record - where a
      * pending FUTENRL registration would be.
       01  WS-NEXT-TERM-YEAR.
           05  WS-NX-TERM               PIC X.
           05  WS-NX-YEAR               PIC 9(4).

      * The student's slots, worked by subscript - the same shape
      * MVBDREG releases them in.
       01  WS-COURSE-TABLE.
           05  WS-COURSE-ENTRY          PIC X(8)   OCCURS 7.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-CARD-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-CARD-EOF                          VALUE 'Y'.
           05  WS-WAIVED-SWITCH         PIC X          VALUE 'N'.
               88  WS-WAIVED                            VALUE 'Y'.
           05  WS-RELEASED-SWITCH       PIC X          VALUE 'N'.
               88  WS-HOLD-RELEASED                     VALUE 'Y'.
           05  WS-PRINT-SWITCH          PIC X          VALUE 'N'.
               88  WS-PRINT-LINE                        VALUE 'Y'.

      * What this run did to the entry (goes to STANDFLE-ACTION), the
      * report wording and the tag the journal entry carries.
       01  WS-ACTION-CODE              PIC X           VALUE SPACE.
       01  WS-ACTION-TEXT              PIC X(34)       VALUE SPACES.
       01  WS-AUDIT-TAG                PIC X(8)        VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-WAIVER-COUNT          PIC 9(03)      VALUE ZERO.
           05  WS-WAIVER-SUB            PIC 9(03)      VALUE ZERO.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-TERM-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-DONE-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-DEANS-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-PROBATION-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-SUSPEND-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-WAIVED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-RELEASE-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-SEAT-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-LETTER-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-NOACT-COUNT           PIC 9(07)      VALUE ZERO.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-ACCEPT-TIME              PIC 9(8).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBSTND'.
           05  FILLER                   PIC X(36)  VALUE
               'ACADEMIC STANDING ACTIONS'.
           05  FILLER                   PIC X(6)   VALUE 'TERM '.
           05  WS-H1-TERM-YEAR          PIC X(5).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-H1-MODE               PIC X(20).
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(10)  VALUE 'STUDENT #'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(10)  VALUE 'TERM GPA'.
           05  FILLER                   PIC X(10)  VALUE 'CUM GPA'.
           05  FILLER                   PIC X(17)  VALUE 'STANDING'.
           05  FILLER                   PIC X(34)  VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TERM-GPA           PIC 9.99.
           05  FILLER                   PIC X(6)   VALUE SPACES.
           05  WS-DL-CUM-GPA            PIC 9.99.
           05  FILLER                   PIC X(6)   VALUE SPACES.
           05  WS-DL-STANDING           PIC X(15).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X(34).

       01  WS-LETTER-LINE-1.
           05  FILLER                   PIC X(23)  VALUE
               'OFFICE OF THE REGISTRAR'.
           05  FILLER                   PIC X(17)  VALUE SPACES.
           05  FILLER                   PIC X(6)   VALUE 'DATE: '.
           05  WS-LL1-DATE              PIC 9(7).

       01  WS-LETTER-LINE-2.
           05  WS-LL2-TITLE             PIC X(50).

       01  WS-LETTER-ADDR-LINE.
           05  WS-LA-TEXT               PIC X(20).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-LA-LABEL              PIC X(11).
           05  WS-LA-STUDENT-NO         PIC X(7).

       01  WS-LETTER-LINE-3.
           05  FILLER                   PIC X(5)   VALUE 'TERM '.
           05  WS-LL3-TERM-YEAR         PIC X(5).
           05  FILLER                   PIC X(17)  VALUE
               '   TERM AVERAGE '.
           05  WS-LL3-TERM-GPA          PIC 9.99.
           05  FILLER                   PIC X(23)  VALUE
               '   CUMULATIVE AVERAGE '.
           05  WS-LL3-CUM-GPA           PIC 9.99.

       01  WS-LETTER-LINE-4.
           05  WS-LL4-TEXT              PIC X(70).

       01  WS-LETTER-LINE-5.
           05  FILLER                   PIC X(31)  VALUE
               'YOUR COURSE LOAD IS LIMITED TO'.
           05  WS-LL5-LOAD              PIC Z9.
           05  FILLER                   PIC X(33)  VALUE
               ' CREDITS A TERM UNTIL YOU RETURN'.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'DEANS LIST LETTERS:         '.
           05  WS-TL-DEANS              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'PLACED ON PROBATION:        '.
           05  WS-TL-PROBATION          PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'SUSPENDED:                  '.
           05  WS-TL-SUSPEND            PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)  VALUE
               'SUSPENSIONS WAIVED:         '.
           05  WS-TL-WAIVED             PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-5.
           05  FILLER                   PIC X(30)  VALUE
               'PROBATION HOLDS RELEASED:   '.
           05  WS-TL-RELEASE            PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-6.
           05  FILLER                   PIC X(30)  VALUE
               'SEATS RELEASED:             '.
           05  WS-TL-SEATS              PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   DISPLAY 'MVBSTND - NO CONTROL CARD - ENDING'
                   CLOSE CONTROL-CARD
                   STOP RUN
           END-READ.

           MOVE CC-TERM-YEAR TO WS-STAND-TERM.
           MOVE CC-MODE TO WS-MODE.

           IF WS-STAND-TERM = SPACES
                   OR NOT (WS-PREVIEW OR WS-CONFIRMED)
               DISPLAY 'MVBSTND - CARD NEEDS A TERM AND PREVIEW OR '
                   'CONFIRM'
               CLOSE CONTROL-CARD
               STOP RUN
           END-IF.

           PERFORM 050-READ-WAIVER-CARD
               UNTIL WS-CARD-EOF.
           CLOSE CONTROL-CARD.

           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           DISPLAY 'MVBSTND - TERM ' WS-STAND-TERM ' ' WS-MODE
               ' SUSPENSIONS WAIVED BY CARD ' WS-WAIVER-COUNT.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           OPEN I-O STANDFLE.
           IF NOT WS-STANDFLE-OK
               DISPLAY 'MVBSTND - STANDFLE OPEN FAILED, STATUS '
                   WS-STANDFLE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBSTND - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               CLOSE STANDFLE
               STOP RUN
           END-IF.

           OPEN I-O HOLDFLE.
           IF NOT WS-HOLDFLE-OK
               DISPLAY 'MVBSTND - HOLDFLE OPEN FAILED, STATUS '
                   WS-HOLDFLE-STATUS
               CLOSE STANDFLE
               CLOSE STUFILE
               STOP RUN
           END-IF.

           OPEN I-O FUTENRL.
           OPEN I-O DROPFLE.
           OPEN I-O AUDITLOG.
           OPEN OUTPUT LETTER-RPT.
           OPEN OUTPUT ACTION-RPT.

           MOVE WS-STAND-TERM TO WS-H1-TERM-YEAR.
           IF WS-PREVIEW
               MOVE 'PREVIEW - NO UPDATES' TO WS-H1-MODE
           ELSE
               MOVE 'ACTIONS TAKEN' TO WS-H1-MODE
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE SPACES TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE WS-HEADING-2 TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE SPACES TO STNDACT-LINE.
           WRITE STNDACT-LINE.

           PERFORM 100-READ-STANDFLE.
           PERFORM 200-ONE-STANDING THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE SPACES TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE WS-DEANS-COUNT TO WS-TL-DEANS.
           MOVE WS-TRAILER-LINE TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE WS-PROBATION-COUNT TO WS-TL-PROBATION.
           MOVE WS-TRAILER-LINE-2 TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE WS-SUSPEND-COUNT TO WS-TL-SUSPEND.
           MOVE WS-TRAILER-LINE-3 TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE WS-WAIVED-COUNT TO WS-TL-WAIVED.
           MOVE WS-TRAILER-LINE-4 TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE WS-RELEASE-COUNT TO WS-TL-RELEASE.
           MOVE WS-TRAILER-LINE-5 TO STNDACT-LINE.
           WRITE STNDACT-LINE.
           MOVE WS-SEAT-COUNT TO WS-TL-SEATS.
           MOVE WS-TRAILER-LINE-6 TO STNDACT-LINE.
           WRITE STNDACT-LINE.

           CLOSE STANDFLE.
           CLOSE STUFILE.
           CLOSE HOLDFLE.
           CLOSE FUTENRL.
           CLOSE DROPFLE.
           CLOSE AUDITLOG.
           CLOSE LETTER-RPT.
           CLOSE ACTION-RPT.

           DISPLAY 'MVBSTND - STANDFLE READ:     ' WS-READ-COUNT.
           DISPLAY 'MVBSTND - IN THE TERM:       ' WS-TERM-COUNT.
           DISPLAY 'MVBSTND - ALREADY ACTIONED:  ' WS-DONE-COUNT.
           DISPLAY 'MVBSTND - DEANS LIST:        ' WS-DEANS-COUNT.
           DISPLAY 'MVBSTND - PROBATION:         ' WS-PROBATION-COUNT.
           DISPLAY 'MVBSTND - SUSPENDED:         ' WS-SUSPEND-COUNT.
           DISPLAY 'MVBSTND - SUSPENSION WAIVED: ' WS-WAIVED-COUNT.
           DISPLAY 'MVBSTND - HOLDS RELEASED:    ' WS-RELEASE-COUNT.
           DISPLAY 'MVBSTND - SEATS RELEASED:    ' WS-SEAT-COUNT.
           DISPLAY 'MVBSTND - NO ACTION POSSIBLE:' WS-NOACT-COUNT.
           DISPLAY 'MVBSTND - LETTERS PRINTED:   ' WS-LETTER-COUNT.

           STOP RUN.

      * Cards behind the control card name the suspensions the
      * registrar has waived.  A blank or non-numeric card is
      * skipped; past the table size the card is reported and
      * ignored, so that student is suspended - rerun with fewer.
       050-READ-WAIVER-CARD.
           READ CONTROL-CARD
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

           IF NOT WS-CARD-EOF
               IF WC-STUDENT-NO IS NUMERIC
                   IF WS-WAIVER-COUNT < WS-WAIVER-MAX
                       ADD 1 TO WS-WAIVER-COUNT
                       MOVE WC-STUDENT-NO
                           TO WS-WAIVER-ENTRY (WS-WAIVER-COUNT)
                   ELSE
                       DISPLAY 'MVBSTND - WAIVER TABLE FULL, CARD '
                           'IGNORED: ' WC-STUDENT-NO
                   END-IF
               END-IF
           END-IF.

       100-READ-STANDFLE.
           READ STANDFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

      * One STANDFLE entry.  Only the run term's entries count, and
      * the real run passes over any this job has already acted on.
       200-ONE-STANDING.
           IF STANDFLE-TERM-YEAR NOT = WS-STAND-TERM
               PERFORM 100-READ-STANDFLE
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-TERM-COUNT.

           IF WS-CONFIRMED AND NOT STANDFLE-NOT-ACTIONED
               ADD 1 TO WS-DONE-COUNT
               PERFORM 100-READ-STANDFLE
               GO TO 200-EXIT
           END-IF.

           MOVE SPACE TO WS-ACTION-CODE.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE SPACES TO WS-AUDIT-TAG.
           MOVE 'N' TO WS-PRINT-SWITCH.
           MOVE 'N' TO WS-WAIVED-SWITCH.

           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE STANDFLE-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF NOT WS-STUFILE-OK
               MOVE SPACES TO STUFILE-NAME
               MOVE 'NOT ON STUDENT MASTER - NO ACTION'
                   TO WS-ACTION-TEXT
               MOVE 'N' TO WS-ACTION-CODE
               ADD 1 TO WS-NOACT-COUNT
               MOVE 'Y' TO WS-PRINT-SWITCH
               GO TO 200-MARK-ENTRY
           END-IF.

      * Each journal entry gets its own AUDIT-KEY timestamp.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           MOVE STUFILE-RECORD TO AUDIT-BEFORE-IMAGE.

           IF STANDFLE-DEANS-LIST
               PERFORM 300-DEANS-LIST
           ELSE IF STANDFLE-GOOD
               PERFORM 320-GOOD-STANDING
           ELSE IF STANDFLE-PROBATION
               PERFORM 340-PROBATION THRU 340-EXIT
           ELSE IF STANDFLE-SUSPEND-REC
               PERFORM 360-CHECK-WAIVER
               IF WS-WAIVED
                   PERFORM 340-PROBATION THRU 340-EXIT
               ELSE
                   PERFORM 380-SUSPEND THRU 380-EXIT
               END-IF
           ELSE
               MOVE 'N' TO WS-ACTION-CODE
           END-IF.

           IF WS-CONFIRMED AND WS-AUDIT-TAG NOT = SPACES
               PERFORM 450-WRITE-AUDIT-REC
           END-IF.

       200-MARK-ENTRY.
           IF WS-CONFIRMED
               MOVE WS-ACTION-CODE TO STANDFLE-ACTION
               REWRITE STANDFLE-RECORD
               IF NOT WS-STANDFLE-OK
                   DISPLAY 'MVBSTND - STANDFLE REWRITE FAILED, STATUS '
                       WS-STANDFLE-STATUS ' FOR ' STANDFLE-STUDENT-NO
               END-IF
           END-IF.

           IF WS-PRINT-LINE
               PERFORM 500-PRINT-ACTION
           END-IF.

           PERFORM 100-READ-STANDFLE.

       200-EXIT.
           EXIT.

      * Deans list - the letter, and back in good standing, so a
      * probation hold this job placed earlier comes off.
       300-DEANS-LIST.
           ADD 1 TO WS-DEANS-COUNT.
           MOVE 'L' TO WS-ACTION-CODE.
           MOVE 'Y' TO WS-PRINT-SWITCH.

           PERFORM 330-RELEASE-PROBATION-HOLD.

           IF WS-HOLD-RELEASED
               MOVE 'DEANS LIST LETTER, PR HOLD OFF'
                   TO WS-ACTION-TEXT
           ELSE
               MOVE 'DEANS LIST LETTER' TO WS-ACTION-TEXT
           END-IF.

           IF WS-CONFIRMED
               MOVE 'DEANSLST' TO WS-AUDIT-TAG
               MOVE 'DEANS LIST' TO WS-LL2-TITLE
               PERFORM 700-LETTER-TOP
               MOVE 'CONGRATULATIONS.  YOUR TERM AVERAGE PLACES YOU O
      -            'N THE DEANS LIST.' TO WS-LL4-TEXT
               MOVE WS-LETTER-LINE-4 TO STNDLTR-LINE
               WRITE STNDLTR-LINE
               MOVE 'THE DEAN AND THE FACULTY COMMEND YOUR ACHIEVEMENT
      -            '.' TO WS-LL4-TEXT
               MOVE WS-LETTER-LINE-4 TO STNDLTR-LINE
               WRITE STNDLTR-LINE
               PERFORM 750-LETTER-BOTTOM
           END-IF.

      * Good standing - nothing to send; only a probation hold this
      * job placed in an earlier term to release, and only that is
      * listed.
       320-GOOD-STANDING.
           MOVE 'C' TO WS-ACTION-CODE.

           PERFORM 330-RELEASE-PROBATION-HOLD.

           IF WS-HOLD-RELEASED
               MOVE 'GOOD STANDING, PR HOLD RELEASED' TO WS-ACTION-TEXT
               MOVE 'Y' TO WS-PRINT-SWITCH
               MOVE 'PRRELEAS' TO WS-AUDIT-TAG
           END-IF.

      * Only a hold this job placed - a clerk's or advisor's PR hold
      * stays until they lift it on MVPRGL.  A preview reports what
      * would come off.
       330-RELEASE-PROBATION-HOLD.
           MOVE 'N' TO WS-RELEASED-SWITCH.
           MOVE STANDFLE-STUDENT-NO TO HOLDFLE-STUDENT-NO.
           MOVE WS-HOLD-TYPE TO HOLDFLE-TYPE.

           READ HOLDFLE RECORD.

           IF WS-HOLDFLE-OK AND HOLDFLE-OPERATOR-ID = WS-JOB-NAME
               MOVE 'Y' TO WS-RELEASED-SWITCH
               ADD 1 TO WS-RELEASE-COUNT
               IF WS-CONFIRMED
                   DELETE HOLDFLE RECORD
               END-IF
           END-IF.

      * Probation - or a suspension the registrar waived, which is
      * put on probation in its place.  The PR hold lets the student
      * enroll to the probation ceiling; a PR hold already on file
      * is left as it is.
       340-PROBATION.
           MOVE 'Y' TO WS-PRINT-SWITCH.

           IF WS-WAIVED
               ADD 1 TO WS-WAIVED-COUNT
               MOVE 'W' TO WS-ACTION-CODE
               MOVE 'SUSPWAIV' TO WS-AUDIT-TAG
               MOVE 'SUSPENSION WAIVED, PROBATION HOLD'
                   TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-PROBATION-COUNT
               MOVE 'H' TO WS-ACTION-CODE
               MOVE 'PROBHOLD' TO WS-AUDIT-TAG
               MOVE 'PROBATION HOLD AND LETTER' TO WS-ACTION-TEXT
           END-IF.

           IF WS-PREVIEW
               GO TO 340-EXIT
           END-IF.

           MOVE SPACES TO HOLDFLE-RECORD.
           MOVE STANDFLE-STUDENT-NO TO HOLDFLE-STUDENT-NO.
           MOVE WS-HOLD-TYPE TO HOLDFLE-TYPE.
           MOVE 'L' TO HOLDFLE-CLASS.
           MOVE 'ACADEMIC PROBATION TERM' TO HOLDFLE-REASON.
           MOVE WS-STAND-TERM TO HOLDFLE-REASON (25:5).
           MOVE WS-RUN-DATE TO HOLDFLE-PLACED-DATE.
           MOVE WS-JOB-NAME TO HOLDFLE-OPERATOR-ID.

           WRITE HOLDFLE-RECORD.

           IF WS-HOLDFLE-DUPLICATE
               MOVE 'PROBATION LETTER, PR HOLD ON FILE'
                   TO WS-ACTION-TEXT
           ELSE IF NOT WS-HOLDFLE-OK
               DISPLAY 'MVBSTND - HOLDFLE WRITE FAILED, STATUS '
                   WS-HOLDFLE-STATUS ' FOR ' STANDFLE-STUDENT-NO
           END-IF.

           IF WS-WAIVED
               MOVE 'ACADEMIC PROBATION - SUSPENSION WAIVED'
                   TO WS-LL2-TITLE
           ELSE
               MOVE 'ACADEMIC PROBATION' TO WS-LL2-TITLE
           END-IF.
           PERFORM 700-LETTER-TOP.
           MOVE 'YOUR AVERAGE PLACES YOU ON ACADEMIC PROBATION.'
               TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE WS-PROBATION-MAX-LOAD TO WS-LL5-LOAD.
           MOVE WS-LETTER-LINE-5 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE 'TO GOOD STANDING.  PLEASE SEE YOUR ACADEMIC ADVISOR.'
               TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           PERFORM 750-LETTER-BOTTOM.

       340-EXIT.
           EXIT.

       360-CHECK-WAIVER.
           MOVE 'N' TO WS-WAIVED-SWITCH.

           PERFORM 365-CHECK-ONE-WAIVER
               VARYING WS-WAIVER-SUB FROM 1 BY 1
               UNTIL WS-WAIVER-SUB > WS-WAIVER-COUNT
                  OR WS-WAIVED.

       365-CHECK-ONE-WAIVER.
           IF WS-WAIVER-ENTRY (WS-WAIVER-SUB) = STANDFLE-STUDENT-NO
               MOVE 'Y' TO WS-WAIVED-SWITCH
           END-IF.

      * Confirmed suspension.  Only an active student is suspended -
      * one already suspended, withdrawn or graduated is reported
      * and left alone.  A student already rolled into a later term
      * loses those slots, and any pending next-term registration
      * goes, the seats back on the catalog either way.
       380-SUSPEND.
           MOVE 'Y' TO WS-PRINT-SWITCH.

           IF NOT STUFILE-ST-ACTIVE
               MOVE 'N' TO WS-ACTION-CODE
               ADD 1 TO WS-NOACT-COUNT
               IF STUFILE-ST-SUSPENDED
                   MOVE 'ALREADY SUSPENDED - NO ACTION'
                       TO WS-ACTION-TEXT
               ELSE
                   MOVE 'NOT ACTIVE - NO ACTION' TO WS-ACTION-TEXT
               END-IF
               GO TO 380-EXIT
           END-IF.

           ADD 1 TO WS-SUSPEND-COUNT.
           MOVE 'S' TO WS-ACTION-CODE.

           IF WS-PREVIEW
               MOVE 'SUSPEND - AWAITS CONFIRM RUN' TO WS-ACTION-TEXT
               GO TO 380-EXIT
           END-IF.

           MOVE 'SUSPENDED, STATUS S' TO WS-ACTION-TEXT.
           MOVE 'SUSPEND' TO WS-AUDIT-TAG.

           IF STUFILE-TERM-YEAR NOT = WS-STAND-TERM
                   AND STUFILE-COURSES NOT = SPACES
               MOVE STUFILE-COURSES TO WS-COURSE-TABLE
               PERFORM 390-RELEASE-ONE-SLOT
                   VARYING WS-COURSE-SUB FROM 1 BY 1
                   UNTIL WS-COURSE-SUB > 7
               MOVE WS-COURSE-TABLE TO STUFILE-COURSES
               MOVE 'SUSPENDED, LATER-TERM SLOTS FREED'
                   TO WS-ACTION-TEXT
           END-IF.

           PERFORM 400-CANCEL-NEXT-TERM THRU 400-EXIT.

           SET STUFILE-ST-SUSPENDED TO TRUE.
           MOVE 'A' TO STUFILE-STATUS-REASON.
           MOVE WS-RUN-DATE TO STUFILE-LAST-UPDATED-DATE.
           MOVE WS-RUN-TIME TO STUFILE-LAST-UPDATED-TIME.

           REWRITE STUFILE-RECORD.

           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBSTND - STUFILE REWRITE FAILED, STATUS '
                   WS-STUFILE-STATUS ' FOR ' STUFILE-STUDENT-NO
           END-IF.

           MOVE 'ACADEMIC SUSPENSION' TO WS-LL2-TITLE.
           PERFORM 700-LETTER-TOP.
           MOVE 'YOUR AVERAGE IS BELOW THE MINIMUM FOR CONTINUED ENRO
      -        'LLMENT.' TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE 'YOU ARE SUSPENDED AND MAY NOT ENROLL.  ANY LATER-TER
      -        'M REGISTRATION' TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE 'HAS BEEN CANCELLED.  TO APPEAL, WRITE TO THE REGISTR
      -        'AR WITHIN 30 DAYS.' TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           PERFORM 750-LETTER-BOTTOM.

       380-EXIT.
           EXIT.

      * One later-term slot, released as MVBDREG releases one - the
      * seat back on the catalog row (and the section row) and a
      * DROPFLE entry with the academic reason.
       390-RELEASE-ONE-SLOT.
           IF WS-COURSE-ENTRY (WS-COURSE-SUB) NOT = SPACES
               MOVE WS-COURSE-ENTRY (WS-COURSE-SUB) TO SQL-COURSE-CODE
               EXEC SQL UPDATE BILLM.COURSE_CODES
                          SET SEATS_TAKEN = SEATS_TAKEN - 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
               END-EXEC
               IF STUFILE-SECTION (WS-COURSE-SUB) NOT = SPACES
                   MOVE STUFILE-SECTION (WS-COURSE-SUB)
                       TO SQL-SECTION-NO
                   EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                              SET SEATS_TAKEN = SEATS_TAKEN - 1
                              WHERE COURSE_CODE = :SQL-COURSE-CODE
                                AND SECTION_NO = :SQL-SECTION-NO
                   END-EXEC
               END-IF
               MOVE WS-COURSE-ENTRY (WS-COURSE-SUB) TO DROPFLE-COURSE
               MOVE STUFILE-TERM-YEAR TO DROPFLE-TERM-YEAR
               PERFORM 420-WRITE-DROP-REC
               MOVE SPACES TO WS-COURSE-ENTRY (WS-COURSE-SUB)
               MOVE SPACES TO STUFILE-SECTION (WS-COURSE-SUB)
               ADD 1 TO WS-SEAT-COUNT
           END-IF.

      * The pending FUTENRL registration for the term after the one
      * on the record - each next-term seat given back the way
      * MVPRGCC's 'R' gives it back, then the entry deleted.
       400-CANCEL-NEXT-TERM.
           IF STUFILE-YEAR IS NOT NUMERIC
               GO TO 400-EXIT
           END-IF.

           MOVE STUFILE-YEAR TO WS-NX-YEAR.

           IF STUFILE-TERM-FALL
               MOVE 'W' TO WS-NX-TERM
               ADD 1 TO WS-NX-YEAR
           ELSE IF STUFILE-TERM-WINTER
               MOVE 'S' TO WS-NX-TERM
           ELSE IF STUFILE-TERM-SUMMER
               MOVE 'F' TO WS-NX-TERM
           ELSE
               GO TO 400-EXIT
           END-IF.

           MOVE STUFILE-STUDENT-NO TO FUTENRL-STUDENT-NO.
           MOVE WS-NEXT-TERM-YEAR TO FUTENRL-TERM-YEAR.

           READ FUTENRL RECORD.

           IF NOT WS-FUTENRL-OK
               IF NOT WS-FUTENRL-NOTFND
                   DISPLAY 'MVBSTND - FUTENRL READ FAILED, STATUS '
                       WS-FUTENRL-STATUS ' FOR ' STUFILE-STUDENT-NO
               END-IF
               GO TO 400-EXIT
           END-IF.

           IF NOT FUTENRL-PENDING
               GO TO 400-EXIT
           END-IF.

           PERFORM 410-RELEASE-ONE-FUTURE
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 7.

           DELETE FUTENRL RECORD.

           MOVE 'SUSPENDED, NEXT-TERM REG CANCELLED' TO WS-ACTION-TEXT.

       400-EXIT.
           EXIT.

       410-RELEASE-ONE-FUTURE.
           IF FUTENRL-COURSE (WS-COURSE-SUB) NOT = SPACES
               MOVE FUTENRL-COURSE (WS-COURSE-SUB) TO SQL-COURSE-CODE
               EXEC SQL UPDATE BILLM.COURSE_CODES
                          SET NEXT_SEATS_TAKEN = NEXT_SEATS_TAKEN - 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
               END-EXEC
               IF FUTENRL-SECTION (WS-COURSE-SUB) NOT = SPACES
                   MOVE FUTENRL-SECTION (WS-COURSE-SUB)
                       TO SQL-SECTION-NO
                   EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                          SET NEXT_SEATS_TAKEN = NEXT_SEATS_TAKEN - 1
                              WHERE COURSE_CODE = :SQL-COURSE-CODE
                                AND SECTION_NO = :SQL-SECTION-NO
                   END-EXEC
               END-IF
               MOVE FUTENRL-COURSE (WS-COURSE-SUB) TO DROPFLE-COURSE
               MOVE FUTENRL-TERM-YEAR TO DROPFLE-TERM-YEAR
               PERFORM 420-WRITE-DROP-REC
               ADD 1 TO WS-SEAT-COUNT
           END-IF.

      * Caller has set the course and its term.
       420-WRITE-DROP-REC.
           MOVE STUFILE-STUDENT-NO TO DROPFLE-STUDENT-NO.
           MOVE WS-RUN-DATE TO DROPFLE-DATE.
           MOVE WS-RUN-TIME TO DROPFLE-TIME.
           SET DROPFLE-RSN-ACADEMIC TO TRUE.
           MOVE WS-JOB-NAME TO DROPFLE-OPERATOR-ID.

           WRITE DROPFLE-RECORD.

           IF NOT WS-DROPFLE-OK
               DISPLAY 'MVBSTND - DROPFLE WRITE FAILED, STATUS '
                   WS-DROPFLE-STATUS ' FOR ' STUFILE-STUDENT-NO
                   ' ' DROPFLE-COURSE
           END-IF.

      * The before image was taken when the student was read; a
      * letter or a hold leaves the after image the same.
       450-WRITE-AUDIT-REC.
           MOVE STUFILE-STUDENT-NO TO AUDIT-STUDENT-NO.
           MOVE WS-RUN-DATE TO AUDIT-DATE.
           MOVE WS-RUN-TIME TO AUDIT-TIME.
           MOVE 'U' TO AUDIT-ACTION.
           MOVE 'BTCH' TO AUDIT-TERMID.
           MOVE WS-AUDIT-TAG TO AUDIT-OPERATOR-ID.
           MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.

           MOVE WS-JOB-NAME TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.

           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBSTND - AUDITLOG WRITE FAILED, STATUS '
                   WS-AUDITLOG-STATUS ' FOR ' STUFILE-STUDENT-NO
           END-IF.

       500-PRINT-ACTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE STANDFLE-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE STUFILE-NAME TO WS-DL-NAME.
           MOVE STANDFLE-TERM-GPA TO WS-DL-TERM-GPA.
           MOVE STANDFLE-CUM-GPA TO WS-DL-CUM-GPA.

           IF STANDFLE-DEANS-LIST
               MOVE 'DEANS LIST' TO WS-DL-STANDING
           ELSE IF STANDFLE-GOOD
               MOVE 'GOOD STANDING' TO WS-DL-STANDING
           ELSE IF STANDFLE-PROBATION
               MOVE 'PROBATION' TO WS-DL-STANDING
           ELSE
               MOVE 'SUSPEND RECMND' TO WS-DL-STANDING
           END-IF.

           MOVE WS-ACTION-TEXT TO WS-DL-ACTION.
           MOVE WS-DETAIL-LINE TO STNDACT-LINE.
           WRITE STNDACT-LINE.

       700-LETTER-TOP.
           ADD 1 TO WS-LETTER-COUNT.

           MOVE WS-RUN-DATE TO WS-LL1-DATE.
           MOVE WS-LETTER-LINE-1 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE SPACES TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.

           MOVE STUFILE-NAME TO WS-LA-TEXT.
           MOVE 'STUDENT #: ' TO WS-LA-LABEL.
           MOVE STUFILE-STUDENT-NO TO WS-LA-STUDENT-NO.
           MOVE WS-LETTER-ADDR-LINE TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE SPACES TO WS-LA-LABEL WS-LA-STUDENT-NO.
           MOVE STUFILE-ADDR-LINE1 TO WS-LA-TEXT.
           MOVE WS-LETTER-ADDR-LINE TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE STUFILE-ADDR-LINE2 TO WS-LA-TEXT.
           MOVE WS-LETTER-ADDR-LINE TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE STUFILE-ADDR-LINE3 TO WS-LA-TEXT.
           MOVE WS-LETTER-ADDR-LINE TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE SPACES TO WS-LA-TEXT.
           MOVE STUFILE-POSTAL TO WS-LA-TEXT (1:6).
           MOVE STUFILE-COUNTRY TO WS-LA-TEXT (9:3).
           MOVE WS-LETTER-ADDR-LINE TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE SPACES TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.

           MOVE WS-LETTER-LINE-2 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE SPACES TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.

           MOVE WS-STAND-TERM TO WS-LL3-TERM-YEAR.
           MOVE STANDFLE-TERM-GPA TO WS-LL3-TERM-GPA.
           MOVE STANDFLE-CUM-GPA TO WS-LL3-CUM-GPA.
           MOVE WS-LETTER-LINE-3 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE SPACES TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.

       750-LETTER-BOTTOM.
           MOVE SPACES TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE 'OFFICE OF THE REGISTRAR' TO WS-LL4-TEXT.
           MOVE WS-LETTER-LINE-4 TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           MOVE SPACES TO STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           WRITE STNDLTR-LINE.
           WRITE STNDLTR-LINE.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBSTND - SQL ERROR: ' WS-SQL-CODE.
           STOP RUN.
