       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBBOUT.
       AUTHOR.        M VALDRON.

      * RUN-LEVEL BACKOUT OF A BAD BATCH UPDATE TO STUFILE.  EVERY
      * BATCH JOB THAT TOUCHES THE MASTER JOURNALS TO AUDITLOG UNDER
      * ITS OWN NAME, SO A RUN THAT WENT WRONG IS EXACTLY THE SET OF
      * ENTRIES CARRYING THAT SOURCE PROGRAM INSIDE THE RUN'S TIME
      * WINDOW.  THIS UTILITY WALKS THAT SET NEWEST-FIRST, STUDENT
      * BY STUDENT, AND UNDOES EACH ENTRY:
      *   - AN UPDATE HAS ITS BEFORE-IMAGE PUT BACK,
      *   - AN ADD IS BACKED UP TO BKUPFLE AND DELETED, AND
      *   - A DELETE IS REINSTATED FROM THE BKUPFLE COPY TAKEN WHEN
      *     THE RECORD WAS DELETED (SAME STUDENT, SAME STAMP),
      * WITH THE SEATS INVOLVED RELEASED OR RE-COMMITTED THE WAY
      * MVPRGCC'S 350-UPDATE-SEATS MOVES THEM - COURSE ROW, AND THE
      * SECTION ROW TOO WHEN A SECTION IS CARRIED.
      *
      * A RECORD SOMETHING ELSE HAS TOUCHED SINCE - ANY LATER
      * JOURNAL ENTRY FOR THE STUDENT FROM OUTSIDE THE RUN, OR A
      * MASTER RECORD THAT NO LONGER MATCHES THE JOURNALED IMAGE -
      * IS NEVER OVERWRITTEN.  THE ENTRY IS HELD AND REPORTED, AND
      * SO IS EVERY EARLIER ENTRY OF THE RUN FOR THAT STUDENT, FOR
      * THE REGISTRAR TO PUT RIGHT BY HAND.  ENTRIES THAT CHANGED
      * NOTHING (A 'U' WITH MATCHING IMAGES) DO NOT COUNT AS LATER
      * CHANGES.
      *
      * A REPORT-ONLY PASS MUST COME FIRST: IT WALKS THE SAME SET,
      * PRINTS WHAT WOULD BE BACKED OUT, HELD AND RE-SEATED, AND
      * LOGS ITSELF ON BOUTLOG.  THE BACKOUT PASS IS REFUSED UNTIL
      * THAT REPORT PASS IS ON BOUTLOG, AND REFUSED AGAIN ONCE THE
      * RUN HAS BEEN BACKED OUT.  EVERY RECORD THE BACKOUT PUTS
      * BACK IS ITSELF JOURNALED TO AUDITLOG AS THE INVERSE ACTION
      * (SOURCE PROGRAM MVBBOUT, THE BACKED-OUT PROGRAM IN THE
      * OPERATOR-ID), SO MVBFRCV REPLAYS THE BACKOUT LIKE ANY OTHER
      * BATCH CHANGE.
      *
      * CONTROL CARD: SOURCE PROGRAM COLS 1-8, WINDOW FROM DATE
      * (0CYYDDD) COLS 10-16 AND TIME (0HHMMSS) COLS 18-24, WINDOW
      * TO DATE COLS 26-32 AND TIME COLS 34-40, MODE COLS 42-48 -
      * 'REPORT' (THE DEFAULT) OR 'BACKOUT'.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT BKUPFLE ASSIGN TO BKUPFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKUPFLE-KEY
               FILE STATUS IS WS-BKUPFLE-STATUS.

           SELECT BOUTLOG ASSIGN TO BOUTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOUT-KEY
               FILE STATUS IS WS-BOUTLOG-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT BACKOUT-RPT ASSIGN TO BOUTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-SOURCE-PGM            PIC X(8).
           05  FILLER                   PIC X.
           05  CC-FROM-DATE             PIC 9(7).
           05  FILLER                   PIC X.
           05  CC-FROM-TIME             PIC 9(7).
           05  FILLER                   PIC X.
           05  CC-TO-DATE               PIC 9(7).
           05  FILLER                   PIC X.
           05  CC-TO-TIME               PIC 9(7).
           05  FILLER                   PIC X.
           05  CC-RUN-MODE              PIC X(7).
           05  FILLER                   PIC X(32).

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  BKUPFLE
           RECORD CONTAINS 323 CHARACTERS.
       COPY 'BKUPRECC'.

       FD  BOUTLOG
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'BOUTLOGC'.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-DATE                 PIC 9(7).
           05  SW-TIME                 PIC 9(7).
           05  SW-ACTION               PIC X.
           05  SW-BEFORE-IMAGE         PIC X(302).
           05  SW-AFTER-IMAGE          PIC X(302).

       FD  BACKOUT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  BOUTRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                            VALUE '00'.
           88  WS-AUDITLOG-EOF                           VALUE '10'.
           88  WS-AUDITLOG-DUPLICATE                     VALUE '22'.
           88  WS-AUDITLOG-NOTFND                        VALUE '23'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                            VALUE '00'.
           88  WS-STUFILE-NOTFND                        VALUE '23'.

       01  WS-BKUPFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-BKUPFLE-OK                             VALUE '00'.
           88  WS-BKUPFLE-NOTFND                         VALUE '23'.

       01  WS-BOUTLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-BOUTLOG-OK                             VALUE '00'.
           88  WS-BOUTLOG-DUPLICATE                      VALUE '22'.
           88  WS-BOUTLOG-NOTFND                         VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-SCAN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-SCAN-DONE                         VALUE 'Y'.
           05  WS-RUN-MODE              PIC X(7)       VALUE SPACES.
               88  WS-REPORT-MODE                       VALUE 'REPORT'.
               88  WS-BACKOUT-MODE                      VALUE 'BACKOUT'.
           05  WS-EXPECT-SW             PIC X          VALUE 'N'.
               88  WS-EXPECT-PRESENT                    VALUE 'Y'.
               88  WS-EXPECT-ABSENT                     VALUE 'N'.
           05  WS-STUDENT-HELD-SW       PIC X          VALUE 'N'.
               88  WS-STUDENT-HELD                      VALUE 'Y'.
           05  WS-CONFLICT-SW           PIC X          VALUE 'N'.
               88  WS-CONFLICT                          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-JOURNAL-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-ENTRY-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-BACKED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-HELD-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-NOCHANGE-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-ADD-BACKED            PIC 9(07)      VALUE ZERO.
           05  WS-UPD-BACKED            PIC 9(07)      VALUE ZERO.
           05  WS-DEL-BACKED            PIC 9(07)      VALUE ZERO.
           05  WS-SEATS-RELEASED        PIC 9(07)      VALUE ZERO.
           05  WS-SEATS-COMMITTED       PIC 9(07)      VALUE ZERO.
           05  WS-SKIPPED-OPR           PIC 9(07)      VALUE ZERO.
           05  WS-SLOT-SUB              PIC 9(02)      VALUE ZERO.
           05  WS-SCAN-SUB              PIC 9(02)      VALUE ZERO.
           05  WS-COURSE-POS            PIC 9(03)      VALUE ZERO.
           05  WS-SECTION-POS           PIC 9(03)      VALUE ZERO.

       01  WS-SOURCE-PGM               PIC X(8)        VALUE SPACES.
       01  WS-CUR-STUDENT              PIC X(7)        VALUE SPACES.

      * The window off the card, the stamp of the entry in hand and
      * this run's own start, each as one 14-digit date/time so the
      * comparisons read straight.
       01  WS-FROM-STAMP.
           05  WS-FROM-DATE             PIC 9(7).
           05  WS-FROM-TIME             PIC 9(7).

       01  WS-TO-STAMP.
           05  WS-TO-DATE               PIC 9(7).
           05  WS-TO-TIME               PIC 9(7).

       01  WS-ENTRY-STAMP.
           05  WS-ES-DATE               PIC 9(7).
           05  WS-ES-TIME               PIC 9(7).

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE              PIC 9(7)        VALUE ZERO.
           05  WS-RUN-TIME              PIC 9(7)        VALUE ZERO.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-ACCEPT-TIME              PIC 9(8).

      * The stamp the next journal entry (and its BKUPFLE copy, for
      * a backed-out add) goes out under.
       01  WS-JRNL-STAMP.
           05  WS-JRNL-DATE             PIC 9(7)        VALUE ZERO.
           05  WS-JRNL-TIME             PIC 9(7)        VALUE ZERO.

      * What the master record for the student in hand should hold
      * right now: the current record when the student is first
      * met, then the image each backed-out entry leaves behind.  In
      * report mode nothing is written, so this is the only place
      * the walk's effect lives.
       01  WS-EXPECT-RECORD            PIC X(302)      VALUE SPACES.
       01  WS-RESTORE-RECORD           PIC X(302)      VALUE SPACES.

      * The course slots the record holds before the entry is backed
      * out and after, exploded the way every batch program here
      * works the COURSE1-7 shape.  A slot on one side with no match
      * on the other is a seat to release or re-commit.
       01  WS-OLD-TABLE.
           05  WS-OLD-SLOT              OCCURS 7.
               10  WS-OLD-COURSE        PIC X(8).
               10  WS-OLD-SECTION       PIC X(2).
               10  WS-OLD-MATCHED       PIC X.

       01  WS-NEW-TABLE.
           05  WS-NEW-SLOT              OCCURS 7.
               10  WS-NEW-COURSE        PIC X(8).
               10  WS-NEW-SECTION       PIC X(2).
               10  WS-NEW-MATCHED       PIC X.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(10)  VALUE 'MVBBOUT'.
           05  FILLER                   PIC X(28)  VALUE
               'STUFILE BATCH RUN BACKOUT'.
           05  WS-H1-SOURCE-PGM         PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H1-FROM-DATE          PIC 9(7).
           05  FILLER                   PIC X(1)   VALUE '/'.
           05  WS-H1-FROM-TIME          PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE ' TO '.
           05  WS-H1-TO-DATE            PIC 9(7).
           05  FILLER                   PIC X(1)   VALUE '/'.
           05  WS-H1-TO-TIME            PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-H1-MODE               PIC X(20).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(12)  VALUE 'STUDENT'.
           05  FILLER                   PIC X(17)  VALUE
               'JOURNAL STAMP'.
           05  FILLER                   PIC X(10)  VALUE 'ACTION'.
           05  FILLER                   PIC X(18)  VALUE 'RESULT'.
           05  FILLER                   PIC X(60)  VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(10).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DATE               PIC X(7).
           05  WS-DL-SLASH              PIC X(1).
           05  WS-DL-TIME               PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-RESULT             PIC X(16).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TEXT               PIC X(60).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

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
                   DISPLAY 'MVBBOUT - NO CONTROL CARD, ENDING'
                   STOP RUN
           END-READ.

      * The card's fields live in the file's record area, gone once
      * the file closes - hold them in working storage first.
           MOVE CC-SOURCE-PGM TO WS-SOURCE-PGM.
           MOVE CC-FROM-DATE TO WS-FROM-DATE.
           MOVE CC-FROM-TIME TO WS-FROM-TIME.
           MOVE CC-TO-DATE TO WS-TO-DATE.
           MOVE CC-TO-TIME TO WS-TO-TIME.
           MOVE CC-RUN-MODE TO WS-RUN-MODE.

           CLOSE CONTROL-CARD.

           IF WS-RUN-MODE = SPACES
               MOVE 'REPORT' TO WS-RUN-MODE
           END-IF.

      * Only a batch job's run can be backed out - screen keying is
      * one operator's change at a time and is put right on the
      * screens.
           IF WS-SOURCE-PGM (1:3) NOT = 'MVB'
                   OR WS-FROM-DATE IS NOT NUMERIC
                   OR WS-FROM-TIME IS NOT NUMERIC
                   OR WS-TO-DATE IS NOT NUMERIC
                   OR WS-TO-TIME IS NOT NUMERIC
                   OR WS-FROM-STAMP > WS-TO-STAMP
                   OR (NOT WS-REPORT-MODE AND NOT WS-BACKOUT-MODE)
               DISPLAY 'MVBBOUT - BAD CONTROL CARD, ENDING'
               STOP RUN
           END-IF.

           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
      * Same 0CYYDDD century-digit convention MVBLOAD forces.
           MOVE '1' TO WS-RUN-DATE (2:1).
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           OPEN I-O BOUTLOG.
           IF NOT WS-BOUTLOG-OK
               DISPLAY 'MVBBOUT - BOUTLOG OPEN FAILED, STATUS '
                   WS-BOUTLOG-STATUS
               STOP RUN
           END-IF.

           IF WS-BACKOUT-MODE
               PERFORM 050-CHECK-BACKOUT-ALLOWED
           END-IF.

           DISPLAY 'MVBBOUT - ' WS-RUN-MODE ' PASS FOR ' WS-SOURCE-PGM
               ' ' WS-FROM-DATE '/' WS-FROM-TIME
               ' TO ' WS-TO-DATE '/' WS-TO-TIME.

           SORT SORT-WORK
               ON ASCENDING KEY SW-STUDENT-NO
                  DESCENDING KEY SW-DATE SW-TIME
               INPUT PROCEDURE 100-SELECT-RUN-ENTRIES
               OUTPUT PROCEDURE 200-BACK-OUT-ENTRIES.

           PERFORM 950-LOG-THIS-PASS.

           CLOSE BOUTLOG.

           DISPLAY 'MVBBOUT - ENTRIES IN WINDOW:  ' WS-ENTRY-COUNT.
           IF WS-BACKOUT-MODE
               DISPLAY 'MVBBOUT - ENTRIES BACKED OUT: ' WS-BACKED-COUNT
           ELSE
               DISPLAY 'MVBBOUT - WOULD BACK OUT:     ' WS-BACKED-COUNT
           END-IF.
           DISPLAY 'MVBBOUT - ENTRIES HELD:       ' WS-HELD-COUNT.

           STOP RUN.

      * The backout pass runs only behind a report pass over the
      * same program and window, and only once.
       050-CHECK-BACKOUT-ALLOWED.
           MOVE WS-SOURCE-PGM TO BOUT-SOURCE-PGM.
           MOVE WS-FROM-DATE TO BOUT-FROM-DATE.
           MOVE WS-FROM-TIME TO BOUT-FROM-TIME.
           MOVE WS-TO-DATE TO BOUT-TO-DATE.
           MOVE WS-TO-TIME TO BOUT-TO-TIME.

           MOVE 'B' TO BOUT-PASS.
           READ BOUTLOG RECORD.
           IF WS-BOUTLOG-OK
               DISPLAY 'MVBBOUT - RUN ALREADY BACKED OUT ON '
                   BOUT-RUN-DATE ', ENDING'
               CLOSE BOUTLOG
               STOP RUN
           END-IF.

           MOVE 'R' TO BOUT-PASS.
           READ BOUTLOG RECORD.
           IF NOT WS-BOUTLOG-OK
               DISPLAY 'MVBBOUT - NO REPORT PASS ON BOUTLOG FOR THIS '
                   'RUN - RUN MODE REPORT FIRST, ENDING'
               CLOSE BOUTLOG
               STOP RUN
           END-IF.

      * Releases every journal entry the run cut: the source program
      * on the card, stamped inside the window.  Operator-file and
      * cycle-console entries carry no student record and are
      * skipped, as MVBFRCV skips them.
       100-SELECT-RUN-ENTRIES.
           OPEN INPUT AUDITLOG.
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBBOUT - AUDITLOG OPEN FAILED, STATUS '
                   WS-AUDITLOG-STATUS
               STOP RUN
           END-IF.

           PERFORM 110-READ-AUDITLOG.
           PERFORM 120-RELEASE-IF-IN-RUN
               UNTIL WS-END-OF-FILE.

           CLOSE AUDITLOG.

       110-READ-AUDITLOG.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       120-RELEASE-IF-IN-RUN.
           ADD 1 TO WS-JOURNAL-COUNT.

           MOVE AUDIT-DATE TO WS-ES-DATE.
           MOVE AUDIT-TIME TO WS-ES-TIME.

           IF AUDIT-SOURCE-PGM = WS-SOURCE-PGM
                   AND WS-ENTRY-STAMP NOT < WS-FROM-STAMP
                   AND WS-ENTRY-STAMP NOT > WS-TO-STAMP
               IF AUDIT-TERMID = 'OADM' OR AUDIT-TERMID = 'CYCC'
                   ADD 1 TO WS-SKIPPED-OPR
               ELSE
                   MOVE AUDIT-STUDENT-NO TO SW-STUDENT-NO
                   MOVE AUDIT-DATE TO SW-DATE
                   MOVE AUDIT-TIME TO SW-TIME
                   MOVE AUDIT-ACTION TO SW-ACTION
                   MOVE AUDIT-BEFORE-IMAGE TO SW-BEFORE-IMAGE
                   MOVE AUDIT-AFTER-IMAGE TO SW-AFTER-IMAGE
                   RELEASE SORT-WORK-REC
               END-IF
           END-IF.

           PERFORM 110-READ-AUDITLOG.

       200-BACK-OUT-ENTRIES.
      * The report pass only reads - the master, the journal and the
      * backup file are opened for update on the backout pass alone.
           IF WS-BACKOUT-MODE
               OPEN I-O STUFILE
               OPEN I-O AUDITLOG
               OPEN I-O BKUPFLE
           ELSE
               OPEN INPUT STUFILE
               OPEN INPUT AUDITLOG
               OPEN INPUT BKUPFLE
           END-IF.

           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBBOUT - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT BACKOUT-RPT.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           MOVE WS-SOURCE-PGM TO WS-H1-SOURCE-PGM.
           MOVE WS-FROM-DATE TO WS-H1-FROM-DATE.
           MOVE WS-FROM-TIME TO WS-H1-FROM-TIME.
           MOVE WS-TO-DATE TO WS-H1-TO-DATE.
           MOVE WS-TO-TIME TO WS-H1-TO-TIME.
           IF WS-BACKOUT-MODE
               MOVE 'BACKOUT PASS' TO WS-H1-MODE
           ELSE
               MOVE 'REPORT ONLY' TO WS-H1-MODE
           END-IF.
           MOVE WS-HEADING-1 TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE SPACES TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE WS-HEADING-2 TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE SPACES TO WS-CUR-STUDENT.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           PERFORM 220-BACK-OUT-ONE THRU 220-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 900-PRINT-TRAILER.

           CLOSE STUFILE.
           CLOSE AUDITLOG.
           CLOSE BKUPFLE.
           CLOSE BACKOUT-RPT.

       220-BACK-OUT-ONE.
           ADD 1 TO WS-ENTRY-COUNT.

           IF SW-STUDENT-NO NOT = WS-CUR-STUDENT
               PERFORM 230-START-STUDENT
           END-IF.

           MOVE SW-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE SW-DATE TO WS-DL-DATE.
           MOVE '/' TO WS-DL-SLASH.
           MOVE SW-TIME TO WS-DL-TIME.
           IF SW-ACTION = 'A'
               MOVE 'ADD' TO WS-DL-ACTION
           ELSE IF SW-ACTION = 'D'
               MOVE 'DELETE' TO WS-DL-ACTION
           ELSE
               MOVE 'UPDATE' TO WS-DL-ACTION
           END-IF.

      * A 'U' with matching images (a standing letter, a probation
      * hold) changed nothing and there is nothing to put back.
           IF SW-ACTION = 'U'
                   AND SW-BEFORE-IMAGE = SW-AFTER-IMAGE
               ADD 1 TO WS-NOCHANGE-COUNT
               MOVE 'NO CHANGE' TO WS-DL-RESULT
               MOVE 'ENTRY CHANGED NOTHING - NOTHING TO PUT BACK'
                   TO WS-DL-TEXT
               PERFORM 800-WRITE-REPORT-LINE
               GO TO 220-NEXT
           END-IF.

      * Once one entry for the student is held, every earlier one is
      * too - undoing an earlier change underneath a later one that
      * stays would leave the record matching neither.
           IF WS-STUDENT-HELD
               MOVE 'HELD BEHIND A LATER HELD ENTRY FOR THE STUDENT'
                   TO WS-DL-TEXT
               PERFORM 700-HOLD-ENTRY
               GO TO 220-NEXT
           END-IF.

           PERFORM 300-CHECK-LATER-CHANGES THRU 300-EXIT.
           IF WS-CONFLICT
               PERFORM 700-HOLD-ENTRY
               GO TO 220-NEXT
           END-IF.

           PERFORM 350-CHECK-RECORD-STATE.
           IF WS-CONFLICT
               PERFORM 700-HOLD-ENTRY
               GO TO 220-NEXT
           END-IF.

      * What the record goes back to: nothing for an add, the
      * before-image for an update, the BKUPFLE copy for a delete.
           IF SW-ACTION = 'A'
               MOVE SPACES TO WS-RESTORE-RECORD
           ELSE IF SW-ACTION = 'D'
               PERFORM 400-FIND-BACKUP-COPY
               IF WS-CONFLICT
                   PERFORM 700-HOLD-ENTRY
                   GO TO 220-NEXT
               END-IF
               MOVE BKUPFLE-DATA TO WS-RESTORE-RECORD
           ELSE
               MOVE SW-BEFORE-IMAGE TO WS-RESTORE-RECORD
           END-IF.

           PERFORM 500-COMPARE-SLOTS.

           IF WS-BACKOUT-MODE
               PERFORM 600-APPLY-BACKOUT THRU 600-EXIT
               IF WS-CONFLICT
                   PERFORM 700-HOLD-ENTRY
                   GO TO 220-NEXT
               END-IF
               MOVE 'BACKED OUT' TO WS-DL-RESULT
           ELSE
               MOVE 'WOULD BACK OUT' TO WS-DL-RESULT
           END-IF.

           ADD 1 TO WS-BACKED-COUNT.
           IF SW-ACTION = 'A'
               ADD 1 TO WS-ADD-BACKED
               MOVE 'ADDED RECORD REMOVED (COPY TO BKUPFLE)'
                   TO WS-DL-TEXT
               SET WS-EXPECT-ABSENT TO TRUE
           ELSE IF SW-ACTION = 'D'
               ADD 1 TO WS-DEL-BACKED
               MOVE 'DELETED RECORD REINSTATED FROM BKUPFLE'
                   TO WS-DL-TEXT
               SET WS-EXPECT-PRESENT TO TRUE
           ELSE
               ADD 1 TO WS-UPD-BACKED
               MOVE 'BEFORE-IMAGE PUT BACK' TO WS-DL-TEXT
               SET WS-EXPECT-PRESENT TO TRUE
           END-IF.
           MOVE WS-RESTORE-RECORD TO WS-EXPECT-RECORD.

           PERFORM 800-WRITE-REPORT-LINE.

           PERFORM 650-MOVE-SEATS.

       220-NEXT.
           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

       220-EXIT.
           EXIT.

      * First entry for a student (the newest the run cut for them):
      * the walk starts from the master record as it stands now.
       230-START-STUDENT.
           MOVE SW-STUDENT-NO TO WS-CUR-STUDENT.
           MOVE 'N' TO WS-STUDENT-HELD-SW.

           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE SW-STUDENT-NO TO STUFILE-STUDENT-NO.
           READ STUFILE RECORD.

           IF WS-STUFILE-OK
               SET WS-EXPECT-PRESENT TO TRUE
               MOVE STUFILE-RECORD TO WS-EXPECT-RECORD
           ELSE
               SET WS-EXPECT-ABSENT TO TRUE
               MOVE SPACES TO WS-EXPECT-RECORD
           END-IF.

      * Reads on through the student's journal past the entry in
      * hand.  Anything found there that is not part of the run
      * itself is a later change the backout must not trample -
      * except entries that changed nothing, non-student entries,
      * and the journal entries this backout has just cut.
       300-CHECK-LATER-CHANGES.
           MOVE 'N' TO WS-CONFLICT-SW.
           MOVE 'N' TO WS-SCAN-EOF-SW.

           MOVE SW-STUDENT-NO TO AUDIT-STUDENT-NO.
           MOVE SW-DATE TO AUDIT-DATE.
           MOVE SW-TIME TO AUDIT-TIME.

           START AUDITLOG KEY > AUDIT-KEY.

           IF NOT WS-AUDITLOG-OK
               GO TO 300-EXIT
           END-IF.

           PERFORM 310-READ-NEXT-JOURNAL.
           PERFORM 320-CHECK-ONE-LATER
               UNTIL WS-SCAN-DONE OR WS-CONFLICT.

       300-EXIT.
           EXIT.

       310-READ-NEXT-JOURNAL.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.

           IF NOT WS-SCAN-DONE
               IF AUDIT-STUDENT-NO NOT = SW-STUDENT-NO
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       320-CHECK-ONE-LATER.
           MOVE AUDIT-DATE TO WS-ES-DATE.
           MOVE AUDIT-TIME TO WS-ES-TIME.

           IF AUDIT-SOURCE-PGM = WS-SOURCE-PGM
                   AND WS-ENTRY-STAMP NOT < WS-FROM-STAMP
                   AND WS-ENTRY-STAMP NOT > WS-TO-STAMP
               CONTINUE
           ELSE IF AUDIT-TERMID = 'OADM' OR AUDIT-TERMID = 'CYCC'
               CONTINUE
           ELSE IF AUDIT-CHANGE
                   AND AUDIT-BEFORE-IMAGE = AUDIT-AFTER-IMAGE
               CONTINUE
           ELSE IF AUDIT-SOURCE-PGM = 'MVBBOUT'
                   AND WS-ENTRY-STAMP NOT < WS-RUN-STAMP
               CONTINUE
           ELSE
               SET WS-CONFLICT TO TRUE
               MOVE SPACES TO WS-DL-TEXT
               IF AUDIT-SOURCE-PGM NOT = SPACES
                   STRING 'LATER CHANGE BY ' AUDIT-SOURCE-PGM
                          ' ON ' AUDIT-DATE '/' AUDIT-TIME
                          DELIMITED BY SIZE INTO WS-DL-TEXT
               ELSE
                   STRING 'LATER CHANGE AT TERMINAL ' AUDIT-TERMID
                          ' ON ' AUDIT-DATE '/' AUDIT-TIME
                          DELIMITED BY SIZE INTO WS-DL-TEXT
               END-IF
           END-IF.

           IF NOT WS-CONFLICT
               PERFORM 310-READ-NEXT-JOURNAL
           END-IF.

      * Belt and braces behind the journal scan: the master must
      * still hold exactly what the entry left there - the
      * after-image for an add or update, no record at all for a
      * delete.
       350-CHECK-RECORD-STATE.
           MOVE 'N' TO WS-CONFLICT-SW.

           IF SW-ACTION = 'D'
               IF WS-EXPECT-PRESENT
                   SET WS-CONFLICT TO TRUE
                   MOVE 'DELETED RECORD IS BACK ON STUFILE'
                       TO WS-DL-TEXT
               END-IF
           ELSE
               IF WS-EXPECT-ABSENT
                   SET WS-CONFLICT TO TRUE
                   MOVE 'RECORD NO LONGER ON STUFILE' TO WS-DL-TEXT
               ELSE IF WS-EXPECT-RECORD NOT = SW-AFTER-IMAGE
                   SET WS-CONFLICT TO TRUE
                   MOVE 'RECORD NO LONGER MATCHES JOURNALED IMAGE'
                       TO WS-DL-TEXT
               END-IF
           END-IF.

      * A batch delete backs the record up to BKUPFLE under the
      * same stamp it journals the delete with.
       400-FIND-BACKUP-COPY.
           MOVE 'N' TO WS-CONFLICT-SW.

           MOVE SW-STUDENT-NO TO BKUPFLE-STUDENT-NO.
           MOVE SW-DATE TO BKUPFLE-DATE.
           MOVE SW-TIME TO BKUPFLE-TIME.

           READ BKUPFLE RECORD.

           IF NOT WS-BKUPFLE-OK
               SET WS-CONFLICT TO TRUE
               MOVE 'NO BKUPFLE COPY OF THE DELETED RECORD'
                   TO WS-DL-TEXT
           END-IF.

      * Explodes the record as it stands (old) and as it will stand
      * once the entry is backed out (new), then pairs off the slots
      * the two share.
       500-COMPARE-SLOTS.
           MOVE SPACES TO WS-OLD-TABLE.
           MOVE SPACES TO WS-NEW-TABLE.

           IF WS-EXPECT-PRESENT
               PERFORM 510-EXPLODE-OLD-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 7
           END-IF.

           IF SW-ACTION NOT = 'A'
               PERFORM 520-EXPLODE-NEW-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 7
           END-IF.

           PERFORM 530-MATCH-OLD-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

      * Course slots start at byte 31 of the record, section numbers
      * at byte 270 - the STUFILEC layout.
       510-EXPLODE-OLD-SLOT.
           COMPUTE WS-COURSE-POS = 31 + (WS-SLOT-SUB - 1) * 8.
           COMPUTE WS-SECTION-POS = 270 + (WS-SLOT-SUB - 1) * 2.
           MOVE WS-EXPECT-RECORD (WS-COURSE-POS:8)
               TO WS-OLD-COURSE (WS-SLOT-SUB).
           MOVE WS-EXPECT-RECORD (WS-SECTION-POS:2)
               TO WS-OLD-SECTION (WS-SLOT-SUB).
           IF WS-OLD-SECTION (WS-SLOT-SUB) = LOW-VALUES
               MOVE SPACES TO WS-OLD-SECTION (WS-SLOT-SUB)
           END-IF.
           MOVE 'N' TO WS-OLD-MATCHED (WS-SLOT-SUB).

       520-EXPLODE-NEW-SLOT.
           COMPUTE WS-COURSE-POS = 31 + (WS-SLOT-SUB - 1) * 8.
           COMPUTE WS-SECTION-POS = 270 + (WS-SLOT-SUB - 1) * 2.
           MOVE WS-RESTORE-RECORD (WS-COURSE-POS:8)
               TO WS-NEW-COURSE (WS-SLOT-SUB).
           MOVE WS-RESTORE-RECORD (WS-SECTION-POS:2)
               TO WS-NEW-SECTION (WS-SLOT-SUB).
           IF WS-NEW-SECTION (WS-SLOT-SUB) = LOW-VALUES
               MOVE SPACES TO WS-NEW-SECTION (WS-SLOT-SUB)
           END-IF.
           MOVE 'N' TO WS-NEW-MATCHED (WS-SLOT-SUB).

       530-MATCH-OLD-SLOT.
           IF WS-OLD-COURSE (WS-SLOT-SUB) NOT = SPACES
               PERFORM 540-FIND-NEW-MATCH
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 7
                      OR WS-OLD-MATCHED (WS-SLOT-SUB) = 'Y'
           END-IF.

       540-FIND-NEW-MATCH.
           IF WS-NEW-MATCHED (WS-SCAN-SUB) = 'N'
                   AND WS-NEW-COURSE (WS-SCAN-SUB) =
                       WS-OLD-COURSE (WS-SLOT-SUB)
                   AND WS-NEW-SECTION (WS-SCAN-SUB) =
                       WS-OLD-SECTION (WS-SLOT-SUB)
               MOVE 'Y' TO WS-NEW-MATCHED (WS-SCAN-SUB)
               MOVE 'Y' TO WS-OLD-MATCHED (WS-SLOT-SUB)
           END-IF.

      * Puts the record back and journals it as the inverse action,
      * before = the record as it stood, after = what went back.
      * The state checks above mean a failure here is unexpected; it
      * is held and reported rather than stopping the run.
       600-APPLY-BACKOUT.
           MOVE 'N' TO WS-CONFLICT-SW.

           PERFORM 810-FIND-JOURNAL-STAMP THRU 810-EXIT.

           IF SW-ACTION = 'A'
               MOVE SW-STUDENT-NO TO BKUPFLE-STUDENT-NO
               MOVE WS-JRNL-DATE TO BKUPFLE-DATE
               MOVE WS-JRNL-TIME TO BKUPFLE-TIME
               MOVE WS-EXPECT-RECORD TO BKUPFLE-DATA
               WRITE BKUPFLE-RECORD
               IF NOT WS-BKUPFLE-OK
                   SET WS-CONFLICT TO TRUE
                   MOVE SPACES TO WS-DL-TEXT
                   STRING 'BKUPFLE WRITE FAILED, STATUS '
                          WS-BKUPFLE-STATUS
                          DELIMITED BY SIZE INTO WS-DL-TEXT
                   GO TO 600-EXIT
               END-IF
               MOVE 'MJV' TO STUFILE-PREFIX
               MOVE SW-STUDENT-NO TO STUFILE-STUDENT-NO
               DELETE STUFILE RECORD
           ELSE IF SW-ACTION = 'D'
               MOVE WS-RESTORE-RECORD TO STUFILE-RECORD
               WRITE STUFILE-RECORD
           ELSE
               MOVE WS-RESTORE-RECORD TO STUFILE-RECORD
               REWRITE STUFILE-RECORD
           END-IF.

           IF NOT WS-STUFILE-OK
               SET WS-CONFLICT TO TRUE
               MOVE SPACES TO WS-DL-TEXT
               STRING 'STUFILE UPDATE FAILED, STATUS '
                      WS-STUFILE-STATUS
                      DELIMITED BY SIZE INTO WS-DL-TEXT
               GO TO 600-EXIT
           END-IF.

           MOVE SW-STUDENT-NO TO AUDIT-STUDENT-NO.
           IF SW-ACTION = 'A'
               MOVE 'D' TO AUDIT-ACTION
               MOVE WS-EXPECT-RECORD TO AUDIT-BEFORE-IMAGE
               MOVE LOW-VALUES TO AUDIT-AFTER-IMAGE
           ELSE IF SW-ACTION = 'D'
               MOVE 'A' TO AUDIT-ACTION
               MOVE LOW-VALUES TO AUDIT-BEFORE-IMAGE
               MOVE WS-RESTORE-RECORD TO AUDIT-AFTER-IMAGE
           ELSE
               MOVE 'U' TO AUDIT-ACTION
               MOVE WS-EXPECT-RECORD TO AUDIT-BEFORE-IMAGE
               MOVE WS-RESTORE-RECORD TO AUDIT-AFTER-IMAGE
           END-IF.
           PERFORM 820-WRITE-AUDIT-REC.

       600-EXIT.
           EXIT.

      * Releases the seat of every slot the record gives up and
      * re-commits the seat of every slot it gets back.  The report
      * pass lists the same moves without making them.
       650-MOVE-SEATS.
           MOVE SPACES TO WS-DETAIL-LINE.

           PERFORM 660-RELEASE-OLD-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

           PERFORM 670-COMMIT-NEW-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

       660-RELEASE-OLD-SLOT.
           IF WS-OLD-COURSE (WS-SLOT-SUB) NOT = SPACES
                   AND WS-OLD-MATCHED (WS-SLOT-SUB) = 'N'
               MOVE WS-OLD-COURSE (WS-SLOT-SUB) TO SQL-COURSE-CODE
               MOVE WS-OLD-SECTION (WS-SLOT-SUB) TO SQL-SECTION-NO
               IF WS-BACKOUT-MODE
                   PERFORM 680-RELEASE-SEAT
                   MOVE 'SEAT RELEASED' TO WS-DL-RESULT
               ELSE
                   MOVE 'WOULD RELEASE' TO WS-DL-RESULT
               END-IF
               ADD 1 TO WS-SEATS-RELEASED
               MOVE SPACES TO WS-DL-TEXT
               STRING SQL-COURSE-CODE ' SECTION ' SQL-SECTION-NO
                      DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM 800-WRITE-REPORT-LINE
           END-IF.

       670-COMMIT-NEW-SLOT.
           IF WS-NEW-COURSE (WS-SLOT-SUB) NOT = SPACES
                   AND WS-NEW-MATCHED (WS-SLOT-SUB) = 'N'
               MOVE WS-NEW-COURSE (WS-SLOT-SUB) TO SQL-COURSE-CODE
               MOVE WS-NEW-SECTION (WS-SLOT-SUB) TO SQL-SECTION-NO
               IF WS-BACKOUT-MODE
                   PERFORM 690-COMMIT-SEAT
                   MOVE 'SEAT RE-COMMITTED' TO WS-DL-RESULT
               ELSE
                   MOVE 'WOULD RE-COMMIT' TO WS-DL-RESULT
               END-IF
               ADD 1 TO WS-SEATS-COMMITTED
               MOVE SPACES TO WS-DL-TEXT
               STRING SQL-COURSE-CODE ' SECTION ' SQL-SECTION-NO
                      DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM 800-WRITE-REPORT-LINE
           END-IF.

      * Same movement as MVPRGCC's 350-UPDATE-SEATS: the release is
      * unconditioned, the commit only lands on an active row, and a
      * section row moves with its course row.
       680-RELEASE-SEAT.
           EXEC SQL UPDATE BILLM.COURSE_CODES
                      SET SEATS_TAKEN = SEATS_TAKEN - 1
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
           END-EXEC.

           IF SQL-SECTION-NO NOT = SPACES
               EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                          SET SEATS_TAKEN = SEATS_TAKEN - 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
                            AND SECTION_NO = :SQL-SECTION-NO
               END-EXEC
           END-IF.

       690-COMMIT-SEAT.
           EXEC SQL UPDATE BILLM.COURSE_CODES
                      SET SEATS_TAKEN = SEATS_TAKEN + 1
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
                        AND ACTIVE_FLAG = 'Y'
           END-EXEC.

           IF SQL-SECTION-NO NOT = SPACES
               EXEC SQL UPDATE BILLM.COURSE_SECTIONS
                          SET SEATS_TAKEN = SEATS_TAKEN + 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
                            AND SECTION_NO = :SQL-SECTION-NO
                            AND ACTIVE_FLAG = 'Y'
               END-EXEC
           END-IF.

       700-HOLD-ENTRY.
           ADD 1 TO WS-HELD-COUNT.
           SET WS-STUDENT-HELD TO TRUE.
           MOVE 'HELD' TO WS-DL-RESULT.
           PERFORM 800-WRITE-REPORT-LINE.

       800-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE SPACES TO WS-DL-TEXT.

      * The run stamp, stepped on a second at a time past any stamp
      * the student already has on AUDITLOG or BKUPFLE - a student
      * with several entries in the run gets several journal entries
      * from the one backout.
       810-FIND-JOURNAL-STAMP.
           MOVE WS-RUN-DATE TO WS-JRNL-DATE.
           MOVE WS-RUN-TIME TO WS-JRNL-TIME.

       810-TRY-STAMP.
           MOVE SW-STUDENT-NO TO AUDIT-STUDENT-NO.
           MOVE WS-JRNL-DATE TO AUDIT-DATE.
           MOVE WS-JRNL-TIME TO AUDIT-TIME.
           READ AUDITLOG RECORD.
           IF WS-AUDITLOG-OK
               ADD 1 TO WS-JRNL-TIME
               GO TO 810-TRY-STAMP
           END-IF.

           MOVE SW-STUDENT-NO TO BKUPFLE-STUDENT-NO.
           MOVE WS-JRNL-DATE TO BKUPFLE-DATE.
           MOVE WS-JRNL-TIME TO BKUPFLE-TIME.
           READ BKUPFLE RECORD.
           IF WS-BKUPFLE-OK
               ADD 1 TO WS-JRNL-TIME
               GO TO 810-TRY-STAMP
           END-IF.

       810-EXIT.
           EXIT.

       820-WRITE-AUDIT-REC.
           MOVE WS-JRNL-DATE TO AUDIT-DATE.
           MOVE WS-JRNL-TIME TO AUDIT-TIME.
           MOVE 'BTCH' TO AUDIT-TERMID.
           MOVE WS-SOURCE-PGM TO AUDIT-OPERATOR-ID.

           MOVE 'MVBBOUT' TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.

           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBBOUT - AUDITLOG WRITE FAILED, STATUS '
                   WS-AUDITLOG-STATUS
           END-IF.

       900-PRINT-TRAILER.
           MOVE SPACES TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE 'JOURNAL ENTRIES READ:' TO WS-TL-LABEL.
           MOVE WS-JOURNAL-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE 'RUN ENTRIES IN WINDOW:' TO WS-TL-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           IF WS-BACKOUT-MODE
               MOVE 'ENTRIES BACKED OUT:' TO WS-TL-LABEL
           ELSE
               MOVE 'ENTRIES THAT WOULD BACK OUT:' TO WS-TL-LABEL
           END-IF.
           MOVE WS-BACKED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE '  ADDS REMOVED:' TO WS-TL-LABEL.
           MOVE WS-ADD-BACKED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE '  UPDATES REVERSED:' TO WS-TL-LABEL.
           MOVE WS-UPD-BACKED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE '  DELETES REINSTATED:' TO WS-TL-LABEL.
           MOVE WS-DEL-BACKED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE 'ENTRIES THAT CHANGED NOTHING:' TO WS-TL-LABEL.
           MOVE WS-NOCHANGE-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE 'ENTRIES HELD:' TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE 'SEATS RELEASED:' TO WS-TL-LABEL.
           MOVE WS-SEATS-RELEASED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE 'SEATS RE-COMMITTED:' TO WS-TL-LABEL.
           MOVE WS-SEATS-COMMITTED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.
           MOVE 'NON-STUDENT ENTRIES SKIPPED:' TO WS-TL-LABEL.
           MOVE WS-SKIPPED-OPR TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO BOUTRPT-LINE.
           WRITE BOUTRPT-LINE.

      * Logs the pass on BOUTLOG.  A report pass may be run again
      * (after a hand fix, say) and simply replaces the last one; the
      * backout pass is logged once and bars any second backout.
       950-LOG-THIS-PASS.
           MOVE WS-SOURCE-PGM TO BOUT-SOURCE-PGM.
           MOVE WS-FROM-DATE TO BOUT-FROM-DATE.
           MOVE WS-FROM-TIME TO BOUT-FROM-TIME.
           MOVE WS-TO-DATE TO BOUT-TO-DATE.
           MOVE WS-TO-TIME TO BOUT-TO-TIME.
           IF WS-BACKOUT-MODE
               MOVE 'B' TO BOUT-PASS
           ELSE
               MOVE 'R' TO BOUT-PASS
           END-IF.
           MOVE WS-RUN-DATE TO BOUT-RUN-DATE.
           MOVE WS-RUN-TIME TO BOUT-RUN-TIME.
           MOVE WS-ENTRY-COUNT TO BOUT-ENTRY-COUNT.
           MOVE WS-BACKED-COUNT TO BOUT-BACKED-COUNT.
           MOVE WS-HELD-COUNT TO BOUT-HELD-COUNT.

           WRITE BOUTLOG-RECORD.

           IF WS-BOUTLOG-DUPLICATE
               REWRITE BOUTLOG-RECORD
           END-IF.

           IF NOT WS-BOUTLOG-OK
               DISPLAY 'MVBBOUT - BOUTLOG WRITE FAILED, STATUS '
                   WS-BOUTLOG-STATUS
           END-IF.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBBOUT - SQL ERROR: ' WS-SQL-CODE.
           STOP RUN.
