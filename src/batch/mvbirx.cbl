       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBIRX.
       AUTHOR.        M VALDRON.

      * NIGHTLY INSTITUTIONAL RESEARCH WAREHOUSE EXTRACT.  IR BUILT
      * ITS RETENTION AND COMPLETION STUDIES OFF THE MVBGEO, MVBFILL
      * AND MVBGPA PRINTOUTS AND WHATEVER ONE-OFF FILES WERE CUT FOR
      * IT, AND COULD NOT SEE HOW A STUDENT'S PROGRAM, STATUS OR
      * CAMPUS CHANGED OVER TIME - STUFILE ONLY HOLDS THE CURRENT
      * PICTURE.  THIS JOB CUTS A FULL SET OF '|'-DELIMITED FILES
      * (ROW LAYOUTS IN IRXRECC) EVERY NIGHT FOR THE WAREHOUSE TO
      * RELOAD:
      *
      *   DIMENSIONS - IRSTUD   EVERY STUFILE STUDENT
      *                IRCRSE   EVERY CATALOG COURSE AND SECTION
      *                IRPROG   EVERY PROGFILE PROGRAM
      *                IRINST   EVERY INSTFILE INSTRUCTOR
      *                IRTERM   EVERY TERMCAL TERM
      *   HISTORY    - IRSTHST  EVERY CHANGE AUDITLOG HAS JOURNALED
      *                         TO A STUDENT'S PROGRAM, STATUS,
      *                         CAMPUS, FEE CATEGORY OR TERM, AS OF
      *                         THE ENTRY'S STAMP, OLD AND NEW VALUE
      *   FACTS      - IRENRL   EVERY COURSE SLOT HELD, ON TERMARC
      *                         FOR PAST TERMS AND STUFILE FOR THIS
      *                IRGRAD   GRADFLE GRADES
      *                IRSTND   STANDFLE ACADEMIC STANDINGS
      *                IRDROP   DROPFLE DROPS
      *                IRCHRG   ACCTTRN CHARGES
      *   CONTROL    - IRCTL    ROW COUNT AND HASH TOTAL PER FILE
      *
      * NO STUDENT NUMBER LEAVES THIS JOB.  EACH STUDENT IS SENT
      * UNDER A PSEUDONYMOUS KEY FROM IRKEYMAP (IRKEYC), ISSUED THE
      * FIRST NIGHT THE NUMBER TURNS UP ON ANY OF THE FILES AND THE
      * SAME EVERY NIGHT AFTER, SO THE WAREHOUSE CAN JOIN A
      * STUDENT'S ROWS ACROSS FILES AND ACROSS NIGHTS.  IRKEYMAP IS
      * THE ONLY WAY BACK TO THE STUDENT AND IS NEVER SENT.  NAMES,
      * ADDRESSES, PHONES, EMAIL AND PINS ARE LEFT OUT ALTOGETHER.
      *
      * IRXRPT PRINTS THE IRCTL TOTALS FOR THE OPERATOR AND WHAT
      * COULD NOT BE TIED UP - STUDENTS IN A PROGRAM NOT ON PROGFILE.
      * THE RUN IS POSTED TO CYCCTL (NO PREDECESSOR) WITH THE ROWS
      * WRITTEN ACROSS EVERY FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRKEYMAP ASSIGN TO IRKEYMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRKEY-STUDENT-NO
               FILE STATUS IS WS-IRKEYMAP-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT TERMARC ASSIGN TO TERMARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TERMARC-KEY
               FILE STATUS IS WS-TERMARC-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT PROGFILE ASSIGN TO PROGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROGFILE-CODE
               FILE STATUS IS WS-PROGFILE-STATUS.

           SELECT INSTFILE ASSIGN TO INSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INSTFILE-ID
               FILE STATUS IS WS-INSTFILE-STATUS.

           SELECT TERMCAL ASSIGN TO TERMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TERMCAL-TERM-YEAR
               FILE STATUS IS WS-TERMCAL-STATUS.

           SELECT GRADFLE ASSIGN TO GRADFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADFLE-KEY
               FILE STATUS IS WS-GRADFLE-STATUS.

           SELECT STANDFLE ASSIGN TO STANDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STANDFLE-KEY
               FILE STATUS IS WS-STANDFLE-STATUS.

           SELECT DROPFLE ASSIGN TO DROPFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DROPFLE-KEY
               FILE STATUS IS WS-DROPFLE-STATUS.

           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTTRN-KEY
               FILE STATUS IS WS-ACCTTRN-STATUS.

           SELECT IRSTUD ASSIGN TO IRSTUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRSTHST ASSIGN TO IRSTHST
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRCRSE ASSIGN TO IRCRSE
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRPROG ASSIGN TO IRPROG
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRINST ASSIGN TO IRINST
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRTERM ASSIGN TO IRTERM
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRENRL ASSIGN TO IRENRL
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRGRAD ASSIGN TO IRGRAD
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRSTND ASSIGN TO IRSTND
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRDROP ASSIGN TO IRDROP
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRCHRG ASSIGN TO IRCHRG
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRCTL ASSIGN TO IRCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT IRX-RPT ASSIGN TO IRXRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IRKEYMAP
           RECORD CONTAINS 30 CHARACTERS.
       COPY 'IRKEYC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  TERMARC
           RECORD CONTAINS 314 CHARACTERS.
       COPY 'TERMARCC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  PROGFILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'PROGRECC'.

       FD  INSTFILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY 'INSTRECC'.

       FD  TERMCAL
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'TERMCALC'.

       FD  GRADFLE
           RECORD CONTAINS 51 CHARACTERS.
       COPY 'GRADRECC'.

       FD  STANDFLE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'STANDREC'.

       FD  DROPFLE
           RECORD CONTAINS 43 CHARACTERS.
       COPY 'DROPRECC'.

       FD  ACCTTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'ACCTTRNC'.

       FD  IRSTUD
           RECORD CONTAINS 51 CHARACTERS.
       01  IRSTUD-RECORD               PIC X(51).

       FD  IRSTHST
           RECORD CONTAINS 56 CHARACTERS.
       01  IRSTHST-RECORD              PIC X(56).

       FD  IRCRSE
           RECORD CONTAINS 72 CHARACTERS.
       01  IRCRSE-RECORD               PIC X(72).

       FD  IRPROG
           RECORD CONTAINS 53 CHARACTERS.
       01  IRPROG-RECORD               PIC X(53).

       FD  IRINST
           RECORD CONTAINS 37 CHARACTERS.
       01  IRINST-RECORD               PIC X(37).

       FD  IRTERM
           RECORD CONTAINS 56 CHARACTERS.
       01  IRTERM-RECORD               PIC X(56).

       FD  IRENRL
           RECORD CONTAINS 31 CHARACTERS.
       01  IRENRL-RECORD               PIC X(31).

       FD  IRGRAD
           RECORD CONTAINS 43 CHARACTERS.
       01  IRGRAD-RECORD               PIC X(43).

       FD  IRSTND
           RECORD CONTAINS 45 CHARACTERS.
       01  IRSTND-RECORD               PIC X(45).

       FD  IRDROP
           RECORD CONTAINS 42 CHARACTERS.
       01  IRDROP-RECORD               PIC X(42).

       FD  IRCHRG
           RECORD CONTAINS 39 CHARACTERS.
       01  IRCHRG-RECORD               PIC X(39).

       FD  IRCTL
           RECORD CONTAINS 65 CHARACTERS.
       01  IRCTL-RECORD                PIC X(65).

       FD  IRX-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  IRX-RPT-LINE                PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - a full extract every night off the files as
      * they stand, so the job needs no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBIRX'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-IRKEYMAP-STATUS          PIC XX          VALUE SPACES.
           88  WS-IRKEYMAP-OK                           VALUE '00'.
           88  WS-IRKEYMAP-NOTFND                       VALUE '23'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-TERMARC-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMARC-OK                           VALUE '00'.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                          VALUE '00'.

       01  WS-PROGFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-PROGFILE-OK                          VALUE '00'.

       01  WS-INSTFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-INSTFILE-OK                          VALUE '00'.

       01  WS-TERMCAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMCAL-OK                           VALUE '00'.

       01  WS-GRADFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADFLE-OK                           VALUE '00'.

       01  WS-STANDFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-STANDFLE-OK                          VALUE '00'.

       01  WS-DROPFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-DROPFLE-OK                           VALUE '00'.

       01  WS-ACCTTRN-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTTRN-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X          VALUE 'N'.
               88  WS-PROGRAM-FOUND                     VALUE 'Y'.
           05  WS-SQL-END-SWITCH        PIC X          VALUE 'N'.
               88  WS-SQL-END                           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ         PIC 9(07)      VALUE ZERO.
           05  WS-ARCHIVE-READ          PIC 9(07)      VALUE ZERO.
           05  WS-AUDIT-READ            PIC 9(07)      VALUE ZERO.
           05  WS-AUDIT-WORKED          PIC 9(07)      VALUE ZERO.
           05  WS-KEYS-ISSUED           PIC 9(07)      VALUE ZERO.
           05  WS-NO-PROGRAM-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-PROGS-NOT-LOADED      PIC 9(07)      VALUE ZERO.
           05  WS-ROWS-WRITTEN          PIC 9(07)      VALUE ZERO.

      * Row count and hash total per file, for IRCTL.  The hash is
      * the sum of the column IRXRECC names for the file.
       01  WS-FILE-TOTALS.
           05  WS-STUD-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-STUD-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-HIST-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-HIST-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-CRSE-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-CRSE-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-PROG-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-PROG-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-INST-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-INST-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-TERM-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-TERM-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-ENRL-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-ENRL-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-GRAD-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-GRAD-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-STND-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-STND-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-DROP-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-DROP-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-CHRG-ROWS             PIC 9(09)      VALUE ZERO.
           05  WS-CHRG-HASH             PIC 9(15)      VALUE ZERO.
           05  WS-CHRG-AMOUNT           PIC 9(11)V99   VALUE ZERO.

      * The pseudonymous key - the student number looked up, the key
      * found or issued, and the last sequence number issued (held
      * on the IRKEYMAP control entry between runs).  A new key is
      * the sequence number times 3**18 plus a fixed offset, modulo
      * 10**9: the multiplier shares no factor with 10**9, so every
      * sequence number lands on a different key.
       01  WS-PSEUDO-STUDENT-NO        PIC X(7)        VALUE SPACES.
       01  WS-PSEUDO-ID                PIC 9(9)        VALUE ZERO.
       01  WS-LAST-SEQ                 PIC 9(9)        VALUE ZERO.
       01  WS-KEY-MULTIPLIER           PIC 9(9)    VALUE 387420489.
       01  WS-KEY-OFFSET               PIC 9(9)    VALUE 123456789.
       01  WS-KEY-PRODUCT              PIC 9(18)       VALUE ZERO.
       01  WS-KEY-QUOTIENT             PIC 9(9)        VALUE ZERO.

      * One student image - the STUFILE record or a TERMARC term -
      * worked slot by slot for the enrollment rows.  Course slot n
      * sits at 23 + 8n and its section at 268 + 2n, the STUFILEC
      * positions; the term at 164 and the status at 183.
       01  WS-ENRL-IMAGE               PIC X(302)      VALUE SPACES.
       01  WS-ENRL-TERM-YEAR           PIC X(5)        VALUE SPACES.
       01  WS-ENRL-STATUS              PIC X           VALUE SPACE.
       01  WS-ENRL-SOURCE              PIC X           VALUE SPACE.
       01  WS-SLOT-SUB                 PIC 9           VALUE ZERO.
       01  WS-SLOTS-HELD               PIC 9           VALUE ZERO.
       01  WS-COURSE-POS               PIC 9(3)        VALUE ZERO.
       01  WS-SECTION-POS              PIC 9(3)        VALUE ZERO.

      * The two record images one journal entry is read as - spaces
      * for the missing side of an add or a delete - and the five
      * tracked attributes off each: the program at 284, the status
      * at 183, the campus at 185, the fee category at 289 and the
      * term at 164.  A blank status or fee category on a record
      * that exists is its STUFILEC default.
       01  WS-BEFORE-IMAGE             PIC X(302)      VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(302)      VALUE SPACES.

       01  WS-OLD-ATTRIBUTES.
           05  WS-OLD-PROGRAM           PIC X(5).
           05  WS-OLD-STATUS            PIC X.
           05  WS-OLD-CAMPUS            PIC X(3).
           05  WS-OLD-FEE-CAT           PIC X.
           05  WS-OLD-TERM-YEAR         PIC X(5).

       01  WS-NEW-ATTRIBUTES.
           05  WS-NEW-PROGRAM           PIC X(5).
           05  WS-NEW-STATUS            PIC X.
           05  WS-NEW-CAMPUS            PIC X(3).
           05  WS-NEW-FEE-CAT           PIC X.
           05  WS-NEW-TERM-YEAR         PIC X(5).

      * Programs off PROGFILE, with the STUFILE students in each.
       01  WS-PROG-COUNT               PIC 9(3)        VALUE ZERO.
       01  WS-PROG-SUB                 PIC 9(3)        VALUE ZERO.
       01  WS-PROG-TABLE.
           05  WS-PROG-ENTRY            OCCURS 500 TIMES.
               10  WS-PT-CODE           PIC X(5).
               10  WS-PT-TITLE          PIC X(30).
               10  WS-PT-DEPT           PIC X(4).
               10  WS-PT-CAMPUS         PIC X(3).
               10  WS-PT-STUDENTS       PIC 9(7).

       COPY 'IRXRECC'.

       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBIRX'.
           05  FILLER                   PIC X(36)  VALUE
               'IR WAREHOUSE EXTRACT - DATE'.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(12)  VALUE 'FILE'.
           05  FILLER                   PIC X(14)  VALUE '       ROWS'.
           05  FILLER                   PIC X(22)  VALUE
               '          HASH TOTAL'.
           05  FILLER                   PIC X(17)  VALUE
               '           AMOUNT'.

       01  WS-CONTROL-FIELDS.
           05  WS-CT-FILE-NAME          PIC X(8).
           05  WS-CT-ROWS               PIC 9(9).
           05  WS-CT-HASH               PIC 9(15).
           05  WS-CT-AMOUNT             PIC 9(11)V99.

       01  WS-CONTROL-LINE.
           05  WS-CL-FILE-NAME          PIC X(8).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-CL-ROWS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-CL-HASH               PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-CL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SECTION-NO            PIC X(2).
           01 SQL-COURSE-DESC           PIC X(17).
           01 SQL-CAMPUS-CODE           PIC X(3).
           01 SQL-CREDIT-HOURS          PIC S9(4) COMP.
           01 SQL-CAPACITY              PIC S9(4) COMP.
           01 SQL-SEATS-TAKEN           PIC S9(4) COMP.
           01 SQL-ACTIVE-FLAG           PIC X(1).
           01 SQL-INSTRUCTOR-ID         PIC X(5).
           01 SQL-MEET-DAYS             PIC X(7).
           01 SQL-MEET-START            PIC S9(4) COMP.
           01 SQL-MEET-END              PIC S9(4) COMP.
           01 SQL-SECTION-COUNT         PIC S9(9) COMP.

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           PERFORM 100-OPEN-KEYMAP.

           OPEN OUTPUT IRSTUD.
           OPEN OUTPUT IRSTHST.
           OPEN OUTPUT IRCRSE.
           OPEN OUTPUT IRPROG.
           OPEN OUTPUT IRINST.
           OPEN OUTPUT IRTERM.
           OPEN OUTPUT IRENRL.
           OPEN OUTPUT IRGRAD.
           OPEN OUTPUT IRSTND.
           OPEN OUTPUT IRDROP.
           OPEN OUTPUT IRCHRG.
           OPEN OUTPUT IRCTL.
           OPEN OUTPUT IRX-RPT.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE SPACES TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE WS-HEADING-2 TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE SPACES TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.

           PERFORM 150-LOAD-PROGRAMS.
           PERFORM 200-STUDENT-PASS.
           PERFORM 250-ARCHIVE-PASS.
           PERFORM 300-HISTORY-PASS.
           PERFORM 400-COURSE-PASS.
           PERFORM 420-PROGRAM-ROWS.
           PERFORM 440-INSTRUCTOR-PASS.
           PERFORM 460-TERM-PASS.
           PERFORM 500-GRADE-PASS.
           PERFORM 520-STANDING-PASS.
           PERFORM 540-DROP-PASS.
           PERFORM 560-CHARGE-PASS.

           PERFORM 800-WRITE-CONTROL.
           PERFORM 950-PRINT-TRAILER.

           PERFORM 190-CLOSE-KEYMAP.

           CLOSE IRSTUD.
           CLOSE IRSTHST.
           CLOSE IRCRSE.
           CLOSE IRPROG.
           CLOSE IRINST.
           CLOSE IRTERM.
           CLOSE IRENRL.
           CLOSE IRGRAD.
           CLOSE IRSTND.
           CLOSE IRDROP.
           CLOSE IRCHRG.
           CLOSE IRCTL.
           CLOSE IRX-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBIRX - STUDENTS READ:     ' WS-STUDENTS-READ.
           DISPLAY 'MVBIRX - KEYS ISSUED:       ' WS-KEYS-ISSUED.
           DISPLAY 'MVBIRX - HISTORY ROWS:      ' WS-HIST-ROWS.
           DISPLAY 'MVBIRX - ROWS WRITTEN:      ' WS-ROWS-WRITTEN.

           STOP RUN.

      * The key map is opened for update - a student seen for the
      * first time is issued a key tonight.  The control entry holds
      * the last sequence number issued; the first run starts it.
       100-OPEN-KEYMAP.
           OPEN I-O IRKEYMAP.
           IF NOT WS-IRKEYMAP-OK
               DISPLAY 'MVBIRX - IRKEYMAP OPEN FAILED, STATUS '
                   WS-IRKEYMAP-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO IRKEY-STUDENT-NO.
           READ IRKEYMAP RECORD.

           IF WS-IRKEYMAP-NOTFND
               MOVE SPACES TO IRKEYMAP-RECORD
               MOVE ZERO TO IRKEY-LAST-SEQ
               MOVE WS-CYC-BUS-DATE TO IRKEY-ASSIGNED-DATE
               WRITE IRKEYMAP-RECORD
           END-IF.

           MOVE IRKEY-LAST-SEQ TO WS-LAST-SEQ.

      * PROGFILE into the table the student pass counts against.
       150-LOAD-PROGRAMS.
           OPEN INPUT PROGFILE.
           IF NOT WS-PROGFILE-OK
               DISPLAY 'MVBIRX - PROGFILE OPEN FAILED, STATUS '
                   WS-PROGFILE-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 155-LOAD-ONE-PROGRAM
               UNTIL WS-END-OF-FILE.

           CLOSE PROGFILE.

       155-LOAD-ONE-PROGRAM.
           READ PROGFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               IF WS-PROG-COUNT < 500
                   ADD 1 TO WS-PROG-COUNT
                   MOVE PROGFILE-CODE TO WS-PT-CODE (WS-PROG-COUNT)
                   MOVE PROGFILE-TITLE TO WS-PT-TITLE (WS-PROG-COUNT)
                   MOVE PROGFILE-DEPT TO WS-PT-DEPT (WS-PROG-COUNT)
                   MOVE PROGFILE-CAMPUS
                       TO WS-PT-CAMPUS (WS-PROG-COUNT)
                   MOVE ZERO TO WS-PT-STUDENTS (WS-PROG-COUNT)
               ELSE
                   ADD 1 TO WS-PROGS-NOT-LOADED
               END-IF
           END-IF.

       190-CLOSE-KEYMAP.
           MOVE SPACES TO IRKEY-STUDENT-NO.
           READ IRKEYMAP RECORD.
           MOVE WS-LAST-SEQ TO IRKEY-LAST-SEQ.
           REWRITE IRKEYMAP-RECORD.
           CLOSE IRKEYMAP.

      * Every STUFILE student - the student row, the current term's
      * enrollment rows, and the student counted to the program.
       200-STUDENT-PASS.
           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBIRX - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 205-READ-STUFILE.
           PERFORM 210-ONE-STUDENT
               UNTIL WS-END-OF-FILE.

           CLOSE STUFILE.

       205-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-STUDENTS-READ
           END-IF.

       210-ONE-STUDENT.
           MOVE STUFILE-STUDENT-NO TO WS-PSEUDO-STUDENT-NO.
           PERFORM 600-GET-PSEUDO-ID THRU 600-EXIT.

           IF STUFILE-STATUS = SPACE
               MOVE 'A' TO WS-ENRL-STATUS
           ELSE
               MOVE STUFILE-STATUS TO WS-ENRL-STATUS
           END-IF.

           MOVE STUFILE-RECORD TO WS-ENRL-IMAGE.
           MOVE STUFILE-TERM-YEAR TO WS-ENRL-TERM-YEAR.
           MOVE 'C' TO WS-ENRL-SOURCE.
           MOVE ZERO TO WS-SLOTS-HELD.
           PERFORM 230-ENROLLMENT-SLOT THRU 230-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

           MOVE WS-PSEUDO-ID TO IRXST-PSEUDO-ID.
           MOVE WS-ENRL-STATUS TO IRXST-STATUS.
           MOVE STUFILE-STATUS-REASON TO IRXST-STATUS-REASON.
           MOVE STUFILE-PROGRAM TO IRXST-PROGRAM.
           MOVE STUFILE-CAMPUS TO IRXST-CAMPUS.
           IF STUFILE-FEE-CAT = SPACE
               MOVE 'D' TO IRXST-FEE-CAT
           ELSE
               MOVE STUFILE-FEE-CAT TO IRXST-FEE-CAT
           END-IF.
           MOVE STUFILE-TERM-YEAR TO IRXST-TERM-YEAR.
           IF STUFILE-ADDR-INTL
               MOVE SPACES TO IRXST-POSTAL-AREA
           ELSE
               MOVE STUFILE-POSTAL-1 TO IRXST-POSTAL-AREA
           END-IF.
           MOVE STUFILE-COUNTRY TO IRXST-COUNTRY.
           IF STUFILE-SPONSOR-ID = SPACES
               MOVE 'N' TO IRXST-SPONSORED
           ELSE
               MOVE 'Y' TO IRXST-SPONSORED
           END-IF.
           MOVE WS-SLOTS-HELD TO IRXST-COURSES.
           MOVE STUFILE-LAST-UPDATED-DATE TO IRXST-LAST-UPDATED.

           WRITE IRSTUD-RECORD FROM IRX-STUDENT-ROW.
           ADD 1 TO WS-STUD-ROWS.
           ADD WS-PSEUDO-ID TO WS-STUD-HASH.
           ADD 1 TO WS-ROWS-WRITTEN.

           PERFORM 220-COUNT-PROGRAM THRU 220-EXIT.

           PERFORM 205-READ-STUFILE.

       220-COUNT-PROGRAM.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 225-MATCH-PROGRAM
               VARYING WS-PROG-SUB FROM 1 BY 1
               UNTIL WS-PROG-SUB > WS-PROG-COUNT
                  OR WS-PROGRAM-FOUND.

           IF NOT WS-PROGRAM-FOUND
               ADD 1 TO WS-NO-PROGRAM-COUNT
           END-IF.

       220-EXIT.
           EXIT.

       225-MATCH-PROGRAM.
           IF WS-PT-CODE (WS-PROG-SUB) = STUFILE-PROGRAM
               ADD 1 TO WS-PT-STUDENTS (WS-PROG-SUB)
               SET WS-PROGRAM-FOUND TO TRUE
           END-IF.

      * One course slot of WS-ENRL-IMAGE - an enrollment row when the
      * slot holds a course.
       230-ENROLLMENT-SLOT.
           COMPUTE WS-COURSE-POS = 23 + (8 * WS-SLOT-SUB).
           COMPUTE WS-SECTION-POS = 268 + (2 * WS-SLOT-SUB).

           IF WS-ENRL-IMAGE (WS-COURSE-POS:8) = SPACES
               GO TO 230-EXIT
           END-IF.

           ADD 1 TO WS-SLOTS-HELD.

           MOVE WS-PSEUDO-ID TO IRXEN-PSEUDO-ID.
           MOVE WS-ENRL-TERM-YEAR TO IRXEN-TERM-YEAR.
           MOVE WS-ENRL-IMAGE (WS-COURSE-POS:8) TO IRXEN-COURSE.
           IF WS-ENRL-IMAGE (WS-SECTION-POS:2) = LOW-VALUES
               MOVE SPACES TO IRXEN-SECTION
           ELSE
               MOVE WS-ENRL-IMAGE (WS-SECTION-POS:2) TO IRXEN-SECTION
           END-IF.
           MOVE WS-ENRL-SOURCE TO IRXEN-SOURCE.
           MOVE WS-ENRL-STATUS TO IRXEN-STATUS.

           WRITE IRENRL-RECORD FROM IRX-ENROLL-ROW.
           ADD 1 TO WS-ENRL-ROWS.
           ADD WS-PSEUDO-ID TO WS-ENRL-HASH.
           ADD 1 TO WS-ROWS-WRITTEN.

       230-EXIT.
           EXIT.

      * Every term archived on TERMARC - the record as it stood when
      * the term rolled - gives that term's enrollment rows.
       250-ARCHIVE-PASS.
           OPEN INPUT TERMARC.
           IF NOT WS-TERMARC-OK
               DISPLAY 'MVBIRX - TERMARC OPEN FAILED, STATUS '
                   WS-TERMARC-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 255-ONE-ARCHIVED-TERM
               UNTIL WS-END-OF-FILE.

           CLOSE TERMARC.

       255-ONE-ARCHIVED-TERM.
           READ TERMARC NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-ARCHIVE-READ
               MOVE TERMARC-STUDENT-NO TO WS-PSEUDO-STUDENT-NO
               PERFORM 600-GET-PSEUDO-ID THRU 600-EXIT
               MOVE TERMARC-DATA TO WS-ENRL-IMAGE
               MOVE TERMARC-TERM-YEAR TO WS-ENRL-TERM-YEAR
               IF WS-ENRL-IMAGE (183:1) = SPACE
                   MOVE 'A' TO WS-ENRL-STATUS
               ELSE
                   MOVE WS-ENRL-IMAGE (183:1) TO WS-ENRL-STATUS
               END-IF
               MOVE 'A' TO WS-ENRL-SOURCE
               MOVE ZERO TO WS-SLOTS-HELD
               PERFORM 230-ENROLLMENT-SLOT THRU 230-EXIT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 7
           END-IF.

      * Every journal entry on AUDITLOG, before image against after
      * image, for the five attributes the warehouse keeps history
      * of.  The whole journal is worked every night - the warehouse
      * replaces its history with tonight's.
       300-HISTORY-PASS.
           OPEN INPUT AUDITLOG.
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBIRX - AUDITLOG OPEN FAILED, STATUS '
                   WS-AUDITLOG-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 305-READ-AUDITLOG.
           PERFORM 310-WORK-ONE-ENTRY THRU 310-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE AUDITLOG.

       305-READ-AUDITLOG.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-AUDIT-READ
           END-IF.

       310-WORK-ONE-ENTRY.
      * Operator-file entries (TERMID OADM) and console reset
      * entries (TERMID CYCC) carry no student record - skipped the
      * way MVBFRCV and MVBBAL skip them.
           IF AUDIT-TERMID = 'OADM' OR AUDIT-TERMID = 'CYCC'
               PERFORM 305-READ-AUDITLOG
               GO TO 310-EXIT
           END-IF.

           IF AUDIT-ADD
               MOVE SPACES TO WS-BEFORE-IMAGE
           ELSE
               MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           END-IF.

           IF AUDIT-DELETE
               MOVE SPACES TO WS-AFTER-IMAGE
           ELSE
               MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-IMAGE
           END-IF.

           MOVE SPACES TO WS-OLD-ATTRIBUTES.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE (284:5) TO WS-OLD-PROGRAM
               MOVE WS-BEFORE-IMAGE (183:1) TO WS-OLD-STATUS
               MOVE WS-BEFORE-IMAGE (185:3) TO WS-OLD-CAMPUS
               MOVE WS-BEFORE-IMAGE (289:1) TO WS-OLD-FEE-CAT
               MOVE WS-BEFORE-IMAGE (164:5) TO WS-OLD-TERM-YEAR
               IF WS-OLD-STATUS = SPACE
                   MOVE 'A' TO WS-OLD-STATUS
               END-IF
               IF WS-OLD-FEE-CAT = SPACE
                   MOVE 'D' TO WS-OLD-FEE-CAT
               END-IF
           END-IF.

           MOVE SPACES TO WS-NEW-ATTRIBUTES.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE (284:5) TO WS-NEW-PROGRAM
               MOVE WS-AFTER-IMAGE (183:1) TO WS-NEW-STATUS
               MOVE WS-AFTER-IMAGE (185:3) TO WS-NEW-CAMPUS
               MOVE WS-AFTER-IMAGE (289:1) TO WS-NEW-FEE-CAT
               MOVE WS-AFTER-IMAGE (164:5) TO WS-NEW-TERM-YEAR
               IF WS-NEW-STATUS = SPACE
                   MOVE 'A' TO WS-NEW-STATUS
               END-IF
               IF WS-NEW-FEE-CAT = SPACE
                   MOVE 'D' TO WS-NEW-FEE-CAT
               END-IF
           END-IF.

           IF WS-OLD-ATTRIBUTES = WS-NEW-ATTRIBUTES
               PERFORM 305-READ-AUDITLOG
               GO TO 310-EXIT
           END-IF.

           ADD 1 TO WS-AUDIT-WORKED.

           MOVE AUDIT-STUDENT-NO TO WS-PSEUDO-STUDENT-NO.
           PERFORM 600-GET-PSEUDO-ID THRU 600-EXIT.

           MOVE WS-PSEUDO-ID TO IRXSH-PSEUDO-ID.
           MOVE AUDIT-DATE TO IRXSH-EFF-DATE.
           MOVE AUDIT-TIME TO IRXSH-EFF-TIME.
           MOVE AUDIT-ACTION TO IRXSH-ACTION.
           MOVE AUDIT-SOURCE-PGM TO IRXSH-SOURCE-PGM.

           IF WS-OLD-PROGRAM NOT = WS-NEW-PROGRAM
               MOVE 'PROGRAM' TO IRXSH-ATTRIBUTE
               MOVE WS-OLD-PROGRAM TO IRXSH-OLD-VALUE
               MOVE WS-NEW-PROGRAM TO IRXSH-NEW-VALUE
               PERFORM 330-WRITE-HISTORY
           END-IF.

           IF WS-OLD-STATUS NOT = WS-NEW-STATUS
               MOVE 'STATUS' TO IRXSH-ATTRIBUTE
               MOVE WS-OLD-STATUS TO IRXSH-OLD-VALUE
               MOVE WS-NEW-STATUS TO IRXSH-NEW-VALUE
               PERFORM 330-WRITE-HISTORY
           END-IF.

           IF WS-OLD-CAMPUS NOT = WS-NEW-CAMPUS
               MOVE 'CAMPUS' TO IRXSH-ATTRIBUTE
               MOVE WS-OLD-CAMPUS TO IRXSH-OLD-VALUE
               MOVE WS-NEW-CAMPUS TO IRXSH-NEW-VALUE
               PERFORM 330-WRITE-HISTORY
           END-IF.

           IF WS-OLD-FEE-CAT NOT = WS-NEW-FEE-CAT
               MOVE 'FEECAT' TO IRXSH-ATTRIBUTE
               MOVE WS-OLD-FEE-CAT TO IRXSH-OLD-VALUE
               MOVE WS-NEW-FEE-CAT TO IRXSH-NEW-VALUE
               PERFORM 330-WRITE-HISTORY
           END-IF.

           IF WS-OLD-TERM-YEAR NOT = WS-NEW-TERM-YEAR
               MOVE 'TERM' TO IRXSH-ATTRIBUTE
               MOVE WS-OLD-TERM-YEAR TO IRXSH-OLD-VALUE
               MOVE WS-NEW-TERM-YEAR TO IRXSH-NEW-VALUE
               PERFORM 330-WRITE-HISTORY
           END-IF.

           PERFORM 305-READ-AUDITLOG.

       310-EXIT.
           EXIT.

       330-WRITE-HISTORY.
           WRITE IRSTHST-RECORD FROM IRX-HISTORY-ROW.
           ADD 1 TO WS-HIST-ROWS.
           ADD WS-PSEUDO-ID TO WS-HIST-HASH.
           ADD 1 TO WS-ROWS-WRITTEN.

      * Every catalog course row and section.  A section takes the
      * course's description, campus and credit hours, and its
      * instructor falls back to the course row's where the section
      * leaves it blank, as MVBTCH, MVBGCHS and MVBLMS do.
       400-COURSE-PASS.
           EXEC SQL DECLARE IRXCUR CURSOR FOR
                    SELECT C.COURSE_CODE, '  ' AS SECTION_NO,
                           C.COURSE_DESC, C.CAMPUS_CODE,
                           C.CREDIT_HOURS, C.CAPACITY,
                           C.SEATS_TAKEN, C.ACTIVE_FLAG,
                           C.INSTRUCTOR_ID, C.MEET_DAYS,
                           C.MEET_START, C.MEET_END
                      FROM BILLM.COURSE_CODES C
                    UNION ALL
                    SELECT S.COURSE_CODE, S.SECTION_NO,
                           C.COURSE_DESC, C.CAMPUS_CODE,
                           C.CREDIT_HOURS, S.CAPACITY,
                           S.SEATS_TAKEN, S.ACTIVE_FLAG,
                           CASE WHEN S.INSTRUCTOR_ID <> '     '
                                THEN S.INSTRUCTOR_ID
                                ELSE C.INSTRUCTOR_ID END,
                           S.MEET_DAYS, S.MEET_START, S.MEET_END
                      FROM BILLM.COURSE_SECTIONS S,
                           BILLM.COURSE_CODES C
                      WHERE S.COURSE_CODE = C.COURSE_CODE
                      ORDER BY 1, 2
           END-EXEC.

           EXEC SQL OPEN IRXCUR END-EXEC.

           MOVE 'N' TO WS-SQL-END-SWITCH.
           PERFORM 410-ONE-CATALOG-ROW THRU 410-EXIT
               UNTIL WS-SQL-END.

           EXEC SQL CLOSE IRXCUR END-EXEC.

       410-ONE-CATALOG-ROW.
           EXEC SQL FETCH IRXCUR
                      INTO :SQL-COURSE-CODE, :SQL-SECTION-NO,
                           :SQL-COURSE-DESC, :SQL-CAMPUS-CODE,
                           :SQL-CREDIT-HOURS, :SQL-CAPACITY,
                           :SQL-SEATS-TAKEN, :SQL-ACTIVE-FLAG,
                           :SQL-INSTRUCTOR-ID, :SQL-MEET-DAYS,
                           :SQL-MEET-START, :SQL-MEET-END
           END-EXEC.

           IF SQLCODE = 100
               SET WS-SQL-END TO TRUE
               GO TO 410-EXIT
           END-IF.

           MOVE SQL-COURSE-CODE TO IRXCR-COURSE.
           MOVE SQL-SECTION-NO TO IRXCR-SECTION.
           MOVE SQL-COURSE-DESC TO IRXCR-DESC.
           INSPECT IRXCR-DESC REPLACING ALL '|' BY SPACE.
           MOVE SQL-CAMPUS-CODE TO IRXCR-CAMPUS.
           MOVE SQL-CREDIT-HOURS TO IRXCR-CREDIT-HOURS.
           MOVE SQL-CAPACITY TO IRXCR-CAPACITY.
           MOVE SQL-SEATS-TAKEN TO IRXCR-SEATS-TAKEN.
           MOVE SQL-ACTIVE-FLAG TO IRXCR-ACTIVE.
           MOVE SQL-INSTRUCTOR-ID TO IRXCR-INSTRUCTOR-ID.
           MOVE SQL-MEET-DAYS TO IRXCR-MEET-DAYS.
           MOVE SQL-MEET-START TO IRXCR-MEET-START.
           MOVE SQL-MEET-END TO IRXCR-MEET-END.

           WRITE IRCRSE-RECORD FROM IRX-COURSE-ROW.
           ADD 1 TO WS-CRSE-ROWS.
           ADD IRXCR-CAPACITY TO WS-CRSE-HASH.
           ADD 1 TO WS-ROWS-WRITTEN.

       410-EXIT.
           EXIT.

      * The program table, with tonight's student counts.
       420-PROGRAM-ROWS.
           PERFORM 425-ONE-PROGRAM-ROW
               VARYING WS-PROG-SUB FROM 1 BY 1
               UNTIL WS-PROG-SUB > WS-PROG-COUNT.

       425-ONE-PROGRAM-ROW.
           MOVE WS-PT-CODE (WS-PROG-SUB) TO IRXPG-CODE.
           MOVE WS-PT-TITLE (WS-PROG-SUB) TO IRXPG-TITLE.
           INSPECT IRXPG-TITLE REPLACING ALL '|' BY SPACE.
           MOVE WS-PT-DEPT (WS-PROG-SUB) TO IRXPG-DEPT.
           MOVE WS-PT-CAMPUS (WS-PROG-SUB) TO IRXPG-CAMPUS.
           MOVE WS-PT-STUDENTS (WS-PROG-SUB) TO IRXPG-STUDENTS.

           WRITE IRPROG-RECORD FROM IRX-PROGRAM-ROW.
           ADD 1 TO WS-PROG-ROWS.
           ADD IRXPG-STUDENTS TO WS-PROG-HASH.
           ADD 1 TO WS-ROWS-WRITTEN.

      * Every INSTFILE instructor, with the catalog sections they
      * teach under the same fallback rule as the course pass.
       440-INSTRUCTOR-PASS.
           OPEN INPUT INSTFILE.
           IF NOT WS-INSTFILE-OK
               DISPLAY 'MVBIRX - INSTFILE OPEN FAILED, STATUS '
                   WS-INSTFILE-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 445-ONE-INSTRUCTOR
               UNTIL WS-END-OF-FILE.

           CLOSE INSTFILE.

       445-ONE-INSTRUCTOR.
           READ INSTFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               MOVE INSTFILE-ID TO SQL-INSTRUCTOR-ID
               MOVE ZERO TO SQL-SECTION-COUNT
               EXEC SQL SELECT COUNT(*)
                          INTO :SQL-SECTION-COUNT
                          FROM BILLM.COURSE_SECTIONS S,
                               BILLM.COURSE_CODES C
                          WHERE S.COURSE_CODE = C.COURSE_CODE
                            AND (S.INSTRUCTOR_ID = :SQL-INSTRUCTOR-ID
                             OR (S.INSTRUCTOR_ID = '     '
                             AND C.INSTRUCTOR_ID = :SQL-INSTRUCTOR-ID))
               END-EXEC
               MOVE INSTFILE-ID TO IRXIN-ID
               MOVE INSTFILE-NAME TO IRXIN-NAME
               INSPECT IRXIN-NAME REPLACING ALL '|' BY SPACE
               MOVE INSTFILE-DEPT TO IRXIN-DEPT
               MOVE SQL-SECTION-COUNT TO IRXIN-SECTIONS
               WRITE IRINST-RECORD FROM IRX-INSTRUCTOR-ROW
               ADD 1 TO WS-INST-ROWS
               ADD IRXIN-SECTIONS TO WS-INST-HASH
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       460-TERM-PASS.
           OPEN INPUT TERMCAL.
           IF NOT WS-TERMCAL-OK
               DISPLAY 'MVBIRX - TERMCAL OPEN FAILED, STATUS '
                   WS-TERMCAL-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 465-ONE-TERM
               UNTIL WS-END-OF-FILE.

           CLOSE TERMCAL.

       465-ONE-TERM.
           READ TERMCAL NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               MOVE TERMCAL-TERM-YEAR TO IRXTM-TERM-YEAR
               MOVE TERMCAL-START-DATE TO IRXTM-START-DATE
               MOVE TERMCAL-ADD-DEADLINE TO IRXTM-ADD-DEADLINE
               MOVE TERMCAL-DROP-DEADLINE TO IRXTM-DROP-DEADLINE
               MOVE TERMCAL-CENSUS-DATE TO IRXTM-CENSUS-DATE
               MOVE TERMCAL-FEE-DUE-DATE TO IRXTM-FEE-DUE-DATE
               MOVE TERMCAL-GRADE-DUE-DATE TO IRXTM-GRADE-DUE-DATE
               MOVE TERMCAL-CLASS-WEEKS TO IRXTM-CLASS-WEEKS
               WRITE IRTERM-RECORD FROM IRX-TERM-ROW
               ADD 1 TO WS-TERM-ROWS
               ADD TERMCAL-START-DATE TO WS-TERM-HASH
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       500-GRADE-PASS.
           OPEN INPUT GRADFLE.
           IF NOT WS-GRADFLE-OK
               DISPLAY 'MVBIRX - GRADFLE OPEN FAILED, STATUS '
                   WS-GRADFLE-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 505-ONE-GRADE
               UNTIL WS-END-OF-FILE.

           CLOSE GRADFLE.

       505-ONE-GRADE.
           READ GRADFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               MOVE GRADFLE-STUDENT-NO TO WS-PSEUDO-STUDENT-NO
               PERFORM 600-GET-PSEUDO-ID THRU 600-EXIT
               MOVE WS-PSEUDO-ID TO IRXGR-PSEUDO-ID
               MOVE GRADFLE-COURSE TO IRXGR-COURSE
               MOVE GRADFLE-TERM-YEAR TO IRXGR-TERM-YEAR
               MOVE GRADFLE-GRADE TO IRXGR-GRADE
               MOVE GRADFLE-DATE TO IRXGR-RECORDED-DATE
               MOVE GRADFLE-INC-DEADLINE TO IRXGR-INC-DEADLINE
               WRITE IRGRAD-RECORD FROM IRX-GRADE-ROW
               ADD 1 TO WS-GRAD-ROWS
               ADD WS-PSEUDO-ID TO WS-GRAD-HASH
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       520-STANDING-PASS.
           OPEN INPUT STANDFLE.
           IF NOT WS-STANDFLE-OK
               DISPLAY 'MVBIRX - STANDFLE OPEN FAILED, STATUS '
                   WS-STANDFLE-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 525-ONE-STANDING
               UNTIL WS-END-OF-FILE.

           CLOSE STANDFLE.

       525-ONE-STANDING.
           READ STANDFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               MOVE STANDFLE-STUDENT-NO TO WS-PSEUDO-STUDENT-NO
               PERFORM 600-GET-PSEUDO-ID THRU 600-EXIT
               MOVE WS-PSEUDO-ID TO IRXSD-PSEUDO-ID
               MOVE STANDFLE-TERM-YEAR TO IRXSD-TERM-YEAR
               MOVE STANDFLE-TERM-GPA TO IRXSD-TERM-GPA
               MOVE STANDFLE-CUM-GPA TO IRXSD-CUM-GPA
               MOVE STANDFLE-STANDING TO IRXSD-STANDING
               MOVE STANDFLE-TERM-COURSES TO IRXSD-TERM-COURSES
               MOVE STANDFLE-CUM-COURSES TO IRXSD-CUM-COURSES
               MOVE STANDFLE-RUN-DATE TO IRXSD-RUN-DATE
               MOVE STANDFLE-ACTION TO IRXSD-ACTION
               WRITE IRSTND-RECORD FROM IRX-STANDING-ROW
               ADD 1 TO WS-STND-ROWS
               ADD WS-PSEUDO-ID TO WS-STND-HASH
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       540-DROP-PASS.
           OPEN INPUT DROPFLE.
           IF NOT WS-DROPFLE-OK
               DISPLAY 'MVBIRX - DROPFLE OPEN FAILED, STATUS '
                   WS-DROPFLE-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 545-ONE-DROP
               UNTIL WS-END-OF-FILE.

           CLOSE DROPFLE.

       545-ONE-DROP.
           READ DROPFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               MOVE DROPFLE-STUDENT-NO TO WS-PSEUDO-STUDENT-NO
               PERFORM 600-GET-PSEUDO-ID THRU 600-EXIT
               MOVE WS-PSEUDO-ID TO IRXDR-PSEUDO-ID
               MOVE DROPFLE-DATE TO IRXDR-DATE
               MOVE DROPFLE-TIME TO IRXDR-TIME
               MOVE DROPFLE-COURSE TO IRXDR-COURSE
               MOVE DROPFLE-TERM-YEAR TO IRXDR-TERM-YEAR
               MOVE DROPFLE-REASON TO IRXDR-REASON
               WRITE IRDROP-RECORD FROM IRX-DROP-ROW
               ADD 1 TO WS-DROP-ROWS
               ADD WS-PSEUDO-ID TO WS-DROP-HASH
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

      * Charges only - every debit on the ledger and every sponsor's
      * share billed (a memo entry).  Payments, credits and refunds
      * stay off the file.
       560-CHARGE-PASS.
           OPEN INPUT ACCTTRN.
           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBIRX - ACCTTRN OPEN FAILED, STATUS '
                   WS-ACCTTRN-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 565-ONE-LEDGER-ENTRY
               UNTIL WS-END-OF-FILE.

           CLOSE ACCTTRN.

       565-ONE-LEDGER-ENTRY.
           READ ACCTTRN NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
                   AND (ACCTTRN-DEBIT OR ACCTTRN-SPONSOR-CHARGE)
               MOVE ACCTTRN-STUDENT-NO TO WS-PSEUDO-STUDENT-NO
               PERFORM 600-GET-PSEUDO-ID THRU 600-EXIT
               MOVE WS-PSEUDO-ID TO IRXCH-PSEUDO-ID
               MOVE ACCTTRN-DATE TO IRXCH-DATE
               MOVE ACCTTRN-TERM-YEAR TO IRXCH-TERM-YEAR
               MOVE ACCTTRN-TYPE TO IRXCH-TYPE
               MOVE ACCTTRN-DR-CR TO IRXCH-DR-CR
               MOVE ACCTTRN-AMOUNT TO IRXCH-AMOUNT
               WRITE IRCHRG-RECORD FROM IRX-CHARGE-ROW
               ADD 1 TO WS-CHRG-ROWS
               ADD WS-PSEUDO-ID TO WS-CHRG-HASH
               ADD ACCTTRN-AMOUNT TO WS-CHRG-AMOUNT
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

      * The pseudonymous key for WS-PSEUDO-STUDENT-NO, into
      * WS-PSEUDO-ID - off IRKEYMAP, or issued and recorded there
      * the first time the student is seen.
       600-GET-PSEUDO-ID.
           MOVE WS-PSEUDO-STUDENT-NO TO IRKEY-STUDENT-NO.
           READ IRKEYMAP RECORD.

           IF WS-IRKEYMAP-OK
               MOVE IRKEY-PSEUDO-ID TO WS-PSEUDO-ID
               GO TO 600-EXIT
           END-IF.

           ADD 1 TO WS-LAST-SEQ.
           COMPUTE WS-KEY-PRODUCT =
               (WS-LAST-SEQ * WS-KEY-MULTIPLIER) + WS-KEY-OFFSET.
           DIVIDE WS-KEY-PRODUCT BY 1000000000
               GIVING WS-KEY-QUOTIENT
               REMAINDER WS-PSEUDO-ID.

           MOVE SPACES TO IRKEYMAP-RECORD.
           MOVE WS-PSEUDO-STUDENT-NO TO IRKEY-STUDENT-NO.
           MOVE WS-PSEUDO-ID TO IRKEY-PSEUDO-ID.
           MOVE WS-CYC-BUS-DATE TO IRKEY-ASSIGNED-DATE.
           WRITE IRKEYMAP-RECORD.
           ADD 1 TO WS-KEYS-ISSUED.

       600-EXIT.
           EXIT.

      * One IRCTL row per file, printed on IRXRPT as it goes.
       800-WRITE-CONTROL.
           MOVE ZERO TO WS-CT-AMOUNT.

           MOVE 'IRSTUD' TO WS-CT-FILE-NAME.
           MOVE WS-STUD-ROWS TO WS-CT-ROWS.
           MOVE WS-STUD-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRSTHST' TO WS-CT-FILE-NAME.
           MOVE WS-HIST-ROWS TO WS-CT-ROWS.
           MOVE WS-HIST-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRCRSE' TO WS-CT-FILE-NAME.
           MOVE WS-CRSE-ROWS TO WS-CT-ROWS.
           MOVE WS-CRSE-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRPROG' TO WS-CT-FILE-NAME.
           MOVE WS-PROG-ROWS TO WS-CT-ROWS.
           MOVE WS-PROG-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRINST' TO WS-CT-FILE-NAME.
           MOVE WS-INST-ROWS TO WS-CT-ROWS.
           MOVE WS-INST-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRTERM' TO WS-CT-FILE-NAME.
           MOVE WS-TERM-ROWS TO WS-CT-ROWS.
           MOVE WS-TERM-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRENRL' TO WS-CT-FILE-NAME.
           MOVE WS-ENRL-ROWS TO WS-CT-ROWS.
           MOVE WS-ENRL-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRGRAD' TO WS-CT-FILE-NAME.
           MOVE WS-GRAD-ROWS TO WS-CT-ROWS.
           MOVE WS-GRAD-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRSTND' TO WS-CT-FILE-NAME.
           MOVE WS-STND-ROWS TO WS-CT-ROWS.
           MOVE WS-STND-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRDROP' TO WS-CT-FILE-NAME.
           MOVE WS-DROP-ROWS TO WS-CT-ROWS.
           MOVE WS-DROP-HASH TO WS-CT-HASH.
           PERFORM 810-ONE-CONTROL-ROW.

           MOVE 'IRCHRG' TO WS-CT-FILE-NAME.
           MOVE WS-CHRG-ROWS TO WS-CT-ROWS.
           MOVE WS-CHRG-HASH TO WS-CT-HASH.
           MOVE WS-CHRG-AMOUNT TO WS-CT-AMOUNT.
           PERFORM 810-ONE-CONTROL-ROW.

       810-ONE-CONTROL-ROW.
           MOVE WS-CT-FILE-NAME TO IRXCT-FILE-NAME.
           MOVE WS-CT-ROWS TO IRXCT-ROW-COUNT.
           MOVE WS-CT-HASH TO IRXCT-HASH-TOTAL.
           MOVE WS-CT-AMOUNT TO IRXCT-AMOUNT-TOTAL.
           MOVE WS-CYC-BUS-DATE TO IRXCT-BUS-DATE.
           MOVE WS-RUN-TIME TO IRXCT-RUN-TIME.
           WRITE IRCTL-RECORD FROM IRX-CONTROL-ROW.

           MOVE WS-CT-FILE-NAME TO WS-CL-FILE-NAME.
           MOVE WS-CT-ROWS TO WS-CL-ROWS.
           MOVE WS-CT-HASH TO WS-CL-HASH.
           MOVE WS-CT-AMOUNT TO WS-CL-AMOUNT.
           MOVE WS-CONTROL-LINE TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.

       950-PRINT-TRAILER.
           MOVE SPACES TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE 'STUDENTS READ:' TO WS-TL-LABEL.
           MOVE WS-STUDENTS-READ TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE 'ARCHIVED TERMS READ:' TO WS-TL-LABEL.
           MOVE WS-ARCHIVE-READ TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE 'JOURNAL ENTRIES READ:' TO WS-TL-LABEL.
           MOVE WS-AUDIT-READ TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE 'JOURNAL ENTRIES WITH HISTORY:' TO WS-TL-LABEL.
           MOVE WS-AUDIT-WORKED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE 'NEW KEYS ISSUED:' TO WS-TL-LABEL.
           MOVE WS-KEYS-ISSUED TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           MOVE 'STUDENTS - PROGRAM NOT FOUND:' TO WS-TL-LABEL.
           MOVE WS-NO-PROGRAM-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.
           IF WS-PROGS-NOT-LOADED > ZERO
               MOVE 'PROGRAMS OVER TABLE - DROPPED:' TO WS-TL-LABEL
               MOVE WS-PROGS-NOT-LOADED TO WS-TL-COUNT
               MOVE WS-TRAILER-LINE TO IRX-RPT-LINE
               WRITE IRX-RPT-LINE
           END-IF.
           MOVE 'ROWS WRITTEN, ALL FILES:' TO WS-TL-LABEL.
           MOVE WS-ROWS-WRITTEN TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO IRX-RPT-LINE.
           WRITE IRX-RPT-LINE.

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
               DISPLAY 'MVBIRX - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBIRX - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-ROWS-WRITTEN TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBIRX - SQL ERROR: ' WS-SQL-CODE.
           STOP RUN.
