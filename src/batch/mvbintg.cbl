       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBINTG.
       AUTHOR.        M VALDRON.

      * WEEKLY STUDENT-FILE INTEGRITY SWEEP.  MVBRECON CATCHES
      * ORPHANED COURSE CODES; THIS JOB CATCHES ORPHANED STUDENTS.
      * AFTER DELETES, MVBMERGE MERGES, MVBERAS ERASURES AND RESTORES
      * THE FILES KEYED BY STUDENT NUMBER DRIFT AWAY FROM STUFILE AND
      * FROM EACH OTHER.  THE SWEEP READS STUFILE ONCE - A COURSE
      * HELD IN TWO SLOTS, A SLOT WHOSE CATALOG ROW SHOWS NO SEATS
      * TAKEN AT ALL, A BILLABLE ENROLLMENT WITH NO ACCTBAL ENTRY -
      * THEN EVERY ENTRY OF GRADFLE, HOLDFLE, CONTACT, STANDFLE,
      * OFFERFLE, TIMETKT, ACCTBAL, WAITLST, NOTFFILE, FUTENRL,
      * ADVFILE AND PERMFILE AGAINST STUFILE, AND OFFERFLE/WAITLST
      * AGAINST THE STUDENT'S OWN SLOTS (AN OFFER OR A PLACE IN LINE
      * FOR A COURSE ALREADY HELD).  EACH INCONSISTENCY IS LISTED
      * WITH ITS TYPE AND A SEVERITY - HIGH WHERE MONEY, SEATS OR
      * PERSONAL DATA ARE AT STAKE, LOW WHERE THE ENTRY IS MERELY
      * STRANDED (GRADFLE ROWS OUTLIVE AN ERASURE BY DESIGN) - AND
      * THE TOTALS GO ON CYCCTL: THE JOB'S OWN ENTRY CARRIES THE
      * TOTAL FOUND, MVBINTGH/MVBINTGM/MVBINTGL THE COUNT AT EACH
      * SEVERITY, SO MVBCYC SHOWS THEM THE MORNING AFTER.
      *
      * WITH 'REPAIR' ON THE CONTROL CARD THE SAFE CASES ARE ALSO
      * FIXED - ORPHANED OFFERFLE OFFERS ARE DELETED AND THEIR HELD
      * SEATS RELEASED (AS MVBWAIT EXPIRES AN OFFER), ORPHANED
      * TIMETKT TICKETS AND NOTFFILE NOTIFICATIONS ARE DELETED.
      * EVERYTHING ELSE NEEDS A PERSON AND IS ONLY REPORTED.
      * 'REPORT' CHANGES NOTHING.
      *
      * CONTROL CARD: 'REPORT' OR 'REPAIR' COLS 1-6.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT GRADFLE ASSIGN TO GRADFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADFLE-KEY
               FILE STATUS IS WS-GRADFLE-STATUS.

           SELECT HOLDFLE ASSIGN TO HOLDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLDFLE-KEY
               FILE STATUS IS WS-HOLDFLE-STATUS.

           SELECT CONTACT ASSIGN TO CONTACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT STANDFLE ASSIGN TO STANDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STANDFLE-KEY
               FILE STATUS IS WS-STANDFLE-STATUS.

           SELECT OFFERFLE ASSIGN TO OFFERFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFFERFLE-KEY
               FILE STATUS IS WS-OFFERFLE-STATUS.

           SELECT TIMETKT ASSIGN TO TIMETKT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIMETKT-KEY
               FILE STATUS IS WS-TIMETKT-STATUS.

           SELECT ACCTBAL ASSIGN TO ACCTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTBAL-STUDENT-NO
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT WAITLST ASSIGN TO WAITLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WAITLST-KEY
               FILE STATUS IS WS-WAITLST-STATUS.

           SELECT NOTFFILE ASSIGN TO NOTFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOTFFILE-KEY
               FILE STATUS IS WS-NOTFFILE-STATUS.

           SELECT FUTENRL ASSIGN TO FUTENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUTENRL-KEY
               FILE STATUS IS WS-FUTENRL-STATUS.

           SELECT ADVFILE ASSIGN TO ADVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADVFILE-STUDENT-NO
               FILE STATUS IS WS-ADVFILE-STATUS.

           SELECT PERMFILE ASSIGN TO PERMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERMFILE-STUDENT-NO
               FILE STATUS IS WS-PERMFILE-STATUS.

           SELECT INTEGRITY-RPT ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE              PIC X(6).
           05  FILLER                   PIC X(74).

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  GRADFLE
           RECORD CONTAINS 51 CHARACTERS.
       COPY 'GRADRECC'.

       FD  HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       COPY 'HOLDRECC'.

       FD  CONTACT
           RECORD CONTAINS 49 CHARACTERS.
       COPY 'CONTRECC'.

       FD  STANDFLE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'STANDREC'.

       FD  OFFERFLE
           RECORD CONTAINS 72 CHARACTERS.
       COPY 'OFFERREC'.

       FD  TIMETKT
           RECORD CONTAINS 32 CHARACTERS.
       COPY 'TIMETKTC'.

       FD  ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  WAITLST
           RECORD CONTAINS 70 CHARACTERS.
       COPY 'WAITRECC'.

       FD  NOTFFILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY 'NOTFRECC'.

       FD  FUTENRL
           RECORD CONTAINS 120 CHARACTERS.
       COPY 'FUTRECC'.

       FD  ADVFILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY 'ADVRECC'.

       FD  PERMFILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'PERMRECC'.

       FD  INTEGRITY-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  INTGRPT-LINE                PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.

      * Cycle control - a weekly job, so no predecessor.  The totals
      * at each severity go on entries of their own beside the job's.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBINTG '.
       01  WS-CYC-PRED-JOB             PIC X(8)    VALUE '        '.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).
       01  WS-CYC-SEV-JOB              PIC X(8)        VALUE SPACES.
       01  WS-CYC-SEV-COUNT            PIC 9(7)        VALUE ZERO.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                            VALUE '00'.
       01  WS-GRADFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADFLE-OK                            VALUE '00'.
       01  WS-HOLDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-HOLDFLE-OK                            VALUE '00'.
       01  WS-CONTACT-STATUS           PIC XX          VALUE SPACES.
           88  WS-CONTACT-OK                            VALUE '00'.
       01  WS-STANDFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-STANDFLE-OK                           VALUE '00'.
       01  WS-OFFERFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-OFFERFLE-OK                           VALUE '00'.
       01  WS-TIMETKT-STATUS           PIC XX          VALUE SPACES.
           88  WS-TIMETKT-OK                            VALUE '00'.
       01  WS-ACCTBAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTBAL-OK                            VALUE '00'.
       01  WS-WAITLST-STATUS           PIC XX          VALUE SPACES.
           88  WS-WAITLST-OK                            VALUE '00'.
       01  WS-NOTFFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-NOTFFILE-OK                           VALUE '00'.
       01  WS-FUTENRL-STATUS           PIC XX          VALUE SPACES.
           88  WS-FUTENRL-OK                            VALUE '00'.
       01  WS-ADVFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-ADVFILE-OK                            VALUE '00'.
       01  WS-PERMFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-PERMFILE-OK                           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-REPAIR-SWITCH         PIC X          VALUE 'N'.
               88  WS-REPAIR-MODE                       VALUE 'Y'.
           05  WS-STUDENT-FOUND-SW      PIC X          VALUE 'N'.
               88  WS-STUDENT-FOUND                     VALUE 'Y'.
           05  WS-COURSE-HELD-SW        PIC X          VALUE 'N'.
               88  WS-COURSE-HELD                       VALUE 'Y'.
           05  WS-BILLABLE-SW           PIC X          VALUE 'N'.
               88  WS-BILLABLE                          VALUE 'Y'.

       01  WS-RUN-MODE                 PIC X(6)        VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
           05  WS-OTHER-SUB             PIC 9(01)      VALUE ZERO.
           05  WS-OTHER-START           PIC 9(01)      VALUE ZERO.
           05  WS-STUDENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-FINDING-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-HIGH-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-MEDIUM-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-LOW-COUNT             PIC 9(07)      VALUE ZERO.
           05  WS-REPAIRED-COUNT        PIC 9(07)      VALUE ZERO.

      * The STUFILE lookup the sweeps share.  Most files are in
      * student order, so the last number looked up is remembered
      * and a run of entries for one student costs one read.
       01  WS-LOOKUP-STUDENT-NO        PIC X(7)        VALUE SPACES.
       01  WS-LAST-LOOKUP-NO           PIC X(7)        VALUE LOW-VALUES.
       01  WS-LOOKUP-COURSE            PIC X(8)        VALUE SPACES.
       01  WS-WORK-COURSE              PIC X(8)        VALUE SPACES.

      * Inconsistency types - the file the entry is on, its severity
      * (H/M/L) and what is wrong.  WS-FD-TYPE indexes the table.
       01  WS-TYPE-VALUES.
           05  FILLER                   PIC X(44)  VALUE
               'STUFILE MCOURSE HELD IN TWO SLOTS'.
           05  FILLER                   PIC X(44)  VALUE
               'STUFILE HSLOT HELD, CATALOG SHOWS NO SEATS'.
           05  FILLER                   PIC X(44)  VALUE
               'STUFILE LENROLLED, NO ACCTBAL ENTRY'.
           05  FILLER                   PIC X(44)  VALUE
               'GRADFLE LGRADE, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'HOLDFLE MHOLD, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'CONTACT HCONTACT, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'STANDFLELSTANDING, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'OFFERFLEMOFFER, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'OFFERFLEMOFFER FOR A COURSE ALREADY HELD'.
           05  FILLER                   PIC X(44)  VALUE
               'TIMETKT LTICKET, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'ACCTBAL HBALANCE OWING, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'ACCTBAL LSETTLED ACCT, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'WAITLST MWAITLIST, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'WAITLST MWAITLISTED FOR A COURSE HELD'.
           05  FILLER                   PIC X(44)  VALUE
               'NOTFFILEHNOTICE, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'FUTENRL HNEXT-TERM COURSES, NO STUDENT'.
           05  FILLER                   PIC X(44)  VALUE
               'ADVFILE LADVISOR, STUDENT NOT ON FILE'.
           05  FILLER                   PIC X(44)  VALUE
               'PERMFILEMPERMIT, STUDENT NOT ON FILE'.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05  WS-TYPE-ENTRY OCCURS 18.
               10  WS-TT-FILE           PIC X(8).
               10  WS-TT-SEVERITY       PIC X.
               10  WS-TT-DESC           PIC X(35).
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-COUNT            PIC 9(07)  OCCURS 18.
       01  WS-TYPE-MAX                 PIC 9(02)       VALUE 18.
       01  WS-TYPE-SUB                 PIC 9(02)       VALUE ZERO.

      * The finding 700-REPORT-FINDING prints.
       01  WS-FINDING.
           05  WS-FD-TYPE               PIC 9(02).
           05  WS-FD-STUDENT-NO         PIC X(7).
           05  WS-FD-DETAIL             PIC X(30).
           05  WS-FD-ACTION             PIC X(20).

       01  WS-SEVERITY-TEXT            PIC X(4)        VALUE SPACES.
       01  WS-BALANCE-EDIT             PIC -(7)9.99.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBINTG'.
           05  FILLER                   PIC X(50)  VALUE
               'STUDENT FILE INTEGRITY SWEEP'.
           05  FILLER                   PIC X(6)   VALUE 'MODE: '.
           05  WS-H1-MODE               PIC X(6).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(6)   VALUE 'SEV'.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(10)  VALUE 'FILE'.
           05  FILLER                   PIC X(37)  VALUE
               'INCONSISTENCY'.
           05  FILLER                   PIC X(32)  VALUE 'DETAIL'.
           05  FILLER                   PIC X(20)  VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-SEVERITY           PIC X(4).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-FILE               PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DESC               PIC X(35).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DETAIL             PIC X(30).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-ACTION             PIC X(20).

       01  WS-SUMMARY-LINE.
           05  WS-SL-SEVERITY           PIC X(4).
           05  FILLER                   PIC X(11)  VALUE SPACES.
           05  WS-SL-FILE               PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-DESC               PIC X(35).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-COUNT              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01 SQL-COURSE-CODE           PIC X(8).
           01 SQL-SEATS-TAKEN           PIC S9(4) COMP.

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQL-CODE                  PIC 9(9)-.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   DISPLAY 'MVBINTG - NO CONTROL CARD, ENDING'
                   STOP RUN
           END-READ.

           MOVE CC-RUN-MODE TO WS-RUN-MODE.

           CLOSE CONTROL-CARD.

           IF WS-RUN-MODE = 'REPAIR'
               MOVE 'Y' TO WS-REPAIR-SWITCH
           ELSE IF WS-RUN-MODE = 'REPORT'
               MOVE 'N' TO WS-REPAIR-SWITCH
           ELSE
               DISPLAY 'MVBINTG - MODE MUST BE REPORT OR REPAIR, ENDING'
               STOP RUN
           END-IF.

           PERFORM 050-CYCLE-START.

           PERFORM 060-OPEN-FILES.

           OPEN OUTPUT INTEGRITY-RPT.
           PERFORM 600-PRINT-HEADING.

           INITIALIZE WS-TYPE-COUNTS.
           INITIALIZE WS-FINDING.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR GO TO 999-SQL-ERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

      * Pass 1 - STUFILE against itself, the catalog and ACCTBAL.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 100-READ-STUFILE.
           PERFORM 200-CHECK-ONE-STUDENT
               UNTIL WS-END-OF-FILE.

      * Pass 2 - every student-keyed file against STUFILE.
           PERFORM 300-SWEEP-FILES.

           PERFORM 650-PRINT-TRAILERS.

           PERFORM 090-CLOSE-FILES.
           CLOSE INTEGRITY-RPT.

           DISPLAY 'MVBINTG - STUDENTS READ:      ' WS-STUDENT-COUNT.
           DISPLAY 'MVBINTG - INCONSISTENCIES:    ' WS-FINDING-COUNT.
           DISPLAY 'MVBINTG - HIGH SEVERITY:      ' WS-HIGH-COUNT.
           DISPLAY 'MVBINTG - ENTRIES REPAIRED:   ' WS-REPAIRED-COUNT.

           PERFORM 055-CYCLE-END.

           STOP RUN.

      * Opens this job's entry on the cycle control file - refusing
      * to run when the predecessor has not completed for the
      * business date, or when this job itself already completed
      * (a double run would double the output feed).  An entry left
      * IN-PROGRESS by an abend is taken over so the rerun can go.
       050-CYCLE-START.
           ACCEPT WS-CYC-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-CYC-BUS-DATE.
           MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5).
           MOVE '1' TO WS-CYC-BUS-DATE (2:1).
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.

           OPEN I-O CYCCTL.
           IF NOT WS-CYCCTL-OK
               DISPLAY 'MVBINTG - CYCCTL OPEN FAILED, STATUS '
                   WS-CYCCTL-STATUS
               STOP RUN
           END-IF.

           IF WS-CYC-PRED-JOB NOT = SPACES
               MOVE WS-CYC-PRED-JOB TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               READ CYCCTL RECORD
               IF WS-CYCCTL-NOTFND OR NOT CYCCTL-COMPLETE
                   DISPLAY 'MVBINTG - PREDECESSOR ' WS-CYC-PRED-JOB
                       ' HAS NOT COMPLETED FOR ' WS-CYC-BUS-DATE
                       ' - ENDING'
                   CLOSE CYCCTL
                   STOP RUN
               END-IF
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
               DISPLAY 'MVBINTG - ALREADY RAN FOR ' WS-CYC-BUS-DATE
                   ' - ENDING TO PREVENT A DOUBLE RUN'
               CLOSE CYCCTL
               STOP RUN
           ELSE
               MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-START-TIME
               SET CYCCTL-IN-PROGRESS TO TRUE
               REWRITE CYCCTL-RECORD
           END-IF.

      * The job's own entry carries the total found; one entry per
      * severity carries the count at that severity.
       055-CYCLE-END.
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-END-TIME.
           MOVE WS-FINDING-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.

           MOVE 'MVBINTGH' TO WS-CYC-SEV-JOB.
           MOVE WS-HIGH-COUNT TO WS-CYC-SEV-COUNT.
           PERFORM 057-CYCLE-SEVERITY.
           MOVE 'MVBINTGM' TO WS-CYC-SEV-JOB.
           MOVE WS-MEDIUM-COUNT TO WS-CYC-SEV-COUNT.
           PERFORM 057-CYCLE-SEVERITY.
           MOVE 'MVBINTGL' TO WS-CYC-SEV-JOB.
           MOVE WS-LOW-COUNT TO WS-CYC-SEV-COUNT.
           PERFORM 057-CYCLE-SEVERITY.

           CLOSE CYCCTL.

       057-CYCLE-SEVERITY.
           MOVE WS-CYC-SEV-JOB TO CYCCTL-JOB-NAME.
           MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE.

           READ CYCCTL RECORD.

           MOVE WS-CYC-SEV-JOB TO CYCCTL-JOB-NAME.
           MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-START-TIME.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-END-TIME.
           MOVE WS-CYC-SEV-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           SET CYCCTL-TOTALS-ONLY TO TRUE.

           IF WS-CYCCTL-NOTFND
               WRITE CYCCTL-RECORD
           ELSE
               REWRITE CYCCTL-RECORD
           END-IF.

      * The three files repair can delete from are opened for update
      * only in REPAIR mode.
       060-OPEN-FILES.
           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBINTG - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT GRADFLE.
           OPEN INPUT HOLDFLE.
           OPEN INPUT CONTACT.
           OPEN INPUT STANDFLE.
           OPEN INPUT ACCTBAL.
           OPEN INPUT WAITLST.
           OPEN INPUT FUTENRL.
           OPEN INPUT ADVFILE.
           OPEN INPUT PERMFILE.

           IF WS-REPAIR-MODE
               OPEN I-O OFFERFLE
               OPEN I-O TIMETKT
               OPEN I-O NOTFFILE
           ELSE
               OPEN INPUT OFFERFLE
               OPEN INPUT TIMETKT
               OPEN INPUT NOTFFILE
           END-IF.

           IF NOT WS-GRADFLE-OK OR NOT WS-HOLDFLE-OK
                   OR NOT WS-CONTACT-OK OR NOT WS-STANDFLE-OK
                   OR NOT WS-ACCTBAL-OK OR NOT WS-WAITLST-OK
                   OR NOT WS-FUTENRL-OK OR NOT WS-ADVFILE-OK
                   OR NOT WS-PERMFILE-OK OR NOT WS-OFFERFLE-OK
                   OR NOT WS-TIMETKT-OK OR NOT WS-NOTFFILE-OK
               DISPLAY 'MVBINTG - OPEN FAILED - GRADFLE '
                   WS-GRADFLE-STATUS ' HOLDFLE ' WS-HOLDFLE-STATUS
                   ' CONTACT ' WS-CONTACT-STATUS
                   ' STANDFLE ' WS-STANDFLE-STATUS
               DISPLAY 'MVBINTG - ACCTBAL ' WS-ACCTBAL-STATUS
                   ' WAITLST ' WS-WAITLST-STATUS
                   ' FUTENRL ' WS-FUTENRL-STATUS
                   ' ADVFILE ' WS-ADVFILE-STATUS
                   ' PERMFILE ' WS-PERMFILE-STATUS
               DISPLAY 'MVBINTG - OFFERFLE ' WS-OFFERFLE-STATUS
                   ' TIMETKT ' WS-TIMETKT-STATUS
                   ' NOTFFILE ' WS-NOTFFILE-STATUS
               STOP RUN
           END-IF.

       090-CLOSE-FILES.
           CLOSE STUFILE.
           CLOSE GRADFLE.
           CLOSE HOLDFLE.
           CLOSE CONTACT.
           CLOSE STANDFLE.
           CLOSE OFFERFLE.
           CLOSE TIMETKT.
           CLOSE ACCTBAL.
           CLOSE WAITLST.
           CLOSE NOTFFILE.
           CLOSE FUTENRL.
           CLOSE ADVFILE.
           CLOSE PERMFILE.

       100-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * PASS 1 - ONE STUDENT'S OWN RECORD.                            *
      *****************************************************************
       200-CHECK-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE 'N' TO WS-BILLABLE-SW.

           PERFORM 210-CHECK-ONE-SLOT THRU 210-EXIT
               VARYING WS-COURSE-SUB FROM 1 BY 1
               UNTIL WS-COURSE-SUB > 7.

      * Anyone holding a course and not fee-exempt has been charged,
      * so MVBPAY should have opened an account for them.
           IF WS-BILLABLE AND NOT STUFILE-FEE-EXEMPT
               MOVE STUFILE-STUDENT-NO TO ACCTBAL-STUDENT-NO
               READ ACCTBAL RECORD
               IF NOT WS-ACCTBAL-OK
                   MOVE 3 TO WS-FD-TYPE
                   MOVE STUFILE-STUDENT-NO TO WS-FD-STUDENT-NO
                   MOVE SPACES TO WS-FD-DETAIL
                   MOVE 'TERM ' TO WS-FD-DETAIL (1:5)
                   MOVE STUFILE-TERM-YEAR TO WS-FD-DETAIL (6:5)
                   PERFORM 700-REPORT-FINDING
               END-IF
           END-IF.

           PERFORM 100-READ-STUFILE.

       210-CHECK-ONE-SLOT.
           MOVE STUFILE-RECORD (23 + WS-COURSE-SUB * 8:8)
               TO WS-WORK-COURSE.

           IF WS-WORK-COURSE = SPACES OR WS-WORK-COURSE = LOW-VALUES
               GO TO 210-EXIT
           END-IF.

           SET WS-BILLABLE TO TRUE.

      * The same course further along - reported once, against the
      * first slot that holds it.
           COMPUTE WS-OTHER-START = WS-COURSE-SUB + 1.
           IF WS-COURSE-SUB < 7
               PERFORM 215-COMPARE-ONE-SLOT
                   VARYING WS-OTHER-SUB FROM WS-OTHER-START BY 1
                   UNTIL WS-OTHER-SUB > 7
           END-IF.

      * A course this student holds can never show zero seats taken
      * - a counter that does has lost the student's seat.  Courses
      * missing from the catalog are MVBRECON's report, not this one.
           MOVE WS-WORK-COURSE TO SQL-COURSE-CODE.
           MOVE ZERO TO SQL-SEATS-TAKEN.

           EXEC SQL SELECT SEATS_TAKEN INTO :SQL-SEATS-TAKEN
                      FROM BILLM.COURSE_CODES
                      WHERE COURSE_CODE = :SQL-COURSE-CODE
           END-EXEC.

           IF SQLCODE = 0 AND SQL-SEATS-TAKEN < 1
               MOVE 2 TO WS-FD-TYPE
               MOVE STUFILE-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE WS-WORK-COURSE TO WS-FD-DETAIL (1:8)
               MOVE STUFILE-TERM-YEAR TO WS-FD-DETAIL (10:5)
               PERFORM 700-REPORT-FINDING
           END-IF.

       210-EXIT.
           EXIT.

       215-COMPARE-ONE-SLOT.
           IF STUFILE-RECORD (23 + WS-OTHER-SUB * 8:8) = WS-WORK-COURSE
               MOVE 1 TO WS-FD-TYPE
               MOVE STUFILE-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE WS-WORK-COURSE TO WS-FD-DETAIL (1:8)
               MOVE STUFILE-TERM-YEAR TO WS-FD-DETAIL (10:5)
               PERFORM 700-REPORT-FINDING
           END-IF.

      *****************************************************************
      * THE STUFILE LOOKUP EVERY PASS 2 SWEEP SHARES.                 *
      *****************************************************************
       280-FIND-STUDENT.
           IF WS-LOOKUP-STUDENT-NO NOT = WS-LAST-LOOKUP-NO
               MOVE WS-LOOKUP-STUDENT-NO TO WS-LAST-LOOKUP-NO
               MOVE 'MJV' TO STUFILE-PREFIX
               MOVE WS-LOOKUP-STUDENT-NO TO STUFILE-STUDENT-NO
               READ STUFILE RECORD
               IF WS-STUFILE-OK
                   SET WS-STUDENT-FOUND TO TRUE
               ELSE
                   MOVE 'N' TO WS-STUDENT-FOUND-SW
               END-IF
           END-IF.

      * WS-LOOKUP-COURSE in one of the found student's slots.
       290-CHECK-COURSE-HELD.
           MOVE 'N' TO WS-COURSE-HELD-SW.

           PERFORM 295-CHECK-ONE-HELD
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > 7.

       295-CHECK-ONE-HELD.
           IF STUFILE-RECORD (23 + WS-OTHER-SUB * 8:8)
                   = WS-LOOKUP-COURSE
               SET WS-COURSE-HELD TO TRUE
           END-IF.

      *****************************************************************
      * PASS 2 - EACH STUDENT-KEYED FILE, FRONT TO BACK.              *
      *****************************************************************
       300-SWEEP-FILES.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 310-CHECK-ONE-GRADE THRU 310-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 320-CHECK-ONE-HOLD THRU 320-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 330-CHECK-ONE-CONTACT THRU 330-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 340-CHECK-ONE-STANDING THRU 340-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 350-CHECK-ONE-OFFER THRU 350-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 360-CHECK-ONE-TICKET THRU 360-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO ACCTBAL-STUDENT-NO.
           START ACCTBAL KEY IS NOT LESS THAN ACCTBAL-STUDENT-NO.
           IF WS-ACCTBAL-OK
               PERFORM 370-CHECK-ONE-ACCOUNT THRU 370-EXIT
                   UNTIL WS-END-OF-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 380-CHECK-ONE-WAITLIST THRU 380-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 390-CHECK-ONE-NOTICE THRU 390-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 400-CHECK-ONE-FUTURE THRU 400-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 410-CHECK-ONE-ADVISOR THRU 410-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 420-CHECK-ONE-PERMIT THRU 420-EXIT
               UNTIL WS-END-OF-FILE.

      * Final grades outlive an erasure by design (the academic
      * records exemption), so a stranded one is low severity.
       310-CHECK-ONE-GRADE.
           READ GRADFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 310-EXIT
           END-IF.

           MOVE GRADFLE-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 4 TO WS-FD-TYPE
               MOVE GRADFLE-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE GRADFLE-COURSE TO WS-FD-DETAIL (1:8)
               MOVE GRADFLE-TERM-YEAR TO WS-FD-DETAIL (10:5)
               MOVE GRADFLE-GRADE TO WS-FD-DETAIL (16:2)
               PERFORM 700-REPORT-FINDING
           END-IF.

       310-EXIT.
           EXIT.

       320-CHECK-ONE-HOLD.
           READ HOLDFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 320-EXIT
           END-IF.

           MOVE HOLDFLE-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 5 TO WS-FD-TYPE
               MOVE HOLDFLE-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE HOLDFLE-TYPE TO WS-FD-DETAIL (1:2)
               MOVE HOLDFLE-REASON TO WS-FD-DETAIL (4:27)
               PERFORM 700-REPORT-FINDING
           END-IF.

       320-EXIT.
           EXIT.

      * Emergency contacts are personal data about third parties -
      * left behind after an erasure they are high severity.
       330-CHECK-ONE-CONTACT.
           READ CONTACT NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 330-EXIT
           END-IF.

           MOVE CONTACT-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 6 TO WS-FD-TYPE
               MOVE CONTACT-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE CONTACT-SEQ TO WS-FD-DETAIL (1:1)
               MOVE CONTACT-NAME TO WS-FD-DETAIL (3:20)
               PERFORM 700-REPORT-FINDING
           END-IF.

       330-EXIT.
           EXIT.

       340-CHECK-ONE-STANDING.
           READ STANDFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 340-EXIT
           END-IF.

           MOVE STANDFLE-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 7 TO WS-FD-TYPE
               MOVE STANDFLE-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE 'TERM ' TO WS-FD-DETAIL (1:5)
               MOVE STANDFLE-TERM-YEAR TO WS-FD-DETAIL (6:5)
               PERFORM 700-REPORT-FINDING
           END-IF.

       340-EXIT.
           EXIT.

      * An offer holds a seat.  An orphaned one is repaired the way
      * MVBWAIT expires an offer - the seat is released and the
      * offer deleted.  An offer for a course the student already
      * holds has a person deciding which seat to give back.
       350-CHECK-ONE-OFFER.
           READ OFFERFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 350-EXIT
           END-IF.

           MOVE OFFERFLE-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           MOVE OFFERFLE-STUDENT-NO TO WS-FD-STUDENT-NO.
           MOVE SPACES TO WS-FD-DETAIL.
           MOVE OFFERFLE-COURSE TO WS-FD-DETAIL (1:8).
           MOVE OFFERFLE-STUDENT-NAME TO WS-FD-DETAIL (10:20).

           IF NOT WS-STUDENT-FOUND
               MOVE 8 TO WS-FD-TYPE
               IF WS-REPAIR-MODE
                   PERFORM 355-REPAIR-OFFER
               END-IF
               PERFORM 700-REPORT-FINDING
               GO TO 350-EXIT
           END-IF.

           MOVE OFFERFLE-COURSE TO WS-LOOKUP-COURSE.
           PERFORM 290-CHECK-COURSE-HELD.

           IF WS-COURSE-HELD
               MOVE 9 TO WS-FD-TYPE
               PERFORM 700-REPORT-FINDING
           END-IF.

       350-EXIT.
           EXIT.

       355-REPAIR-OFFER.
           DELETE OFFERFLE RECORD.

           IF WS-OFFERFLE-OK
               MOVE OFFERFLE-COURSE TO SQL-COURSE-CODE
               EXEC SQL UPDATE BILLM.COURSE_CODES
                          SET SEATS_TAKEN = SEATS_TAKEN - 1
                          WHERE COURSE_CODE = :SQL-COURSE-CODE
                            AND SEATS_TAKEN > 0
               END-EXEC
               MOVE 'DELETED, SEAT FREED' TO WS-FD-ACTION
               ADD 1 TO WS-REPAIRED-COUNT
           ELSE
               MOVE 'DELETE FAILED' TO WS-FD-ACTION
               MOVE WS-OFFERFLE-STATUS TO WS-FD-ACTION (15:2)
           END-IF.

       360-CHECK-ONE-TICKET.
           READ TIMETKT NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 360-EXIT
           END-IF.

           MOVE TIMETKT-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 10 TO WS-FD-TYPE
               MOVE TIMETKT-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE 'TERM ' TO WS-FD-DETAIL (1:5)
               MOVE TIMETKT-TERM-YEAR TO WS-FD-DETAIL (6:5)
               IF WS-REPAIR-MODE
                   DELETE TIMETKT RECORD
                   IF WS-TIMETKT-OK
                       MOVE 'DELETED' TO WS-FD-ACTION
                       ADD 1 TO WS-REPAIRED-COUNT
                   ELSE
                       MOVE 'DELETE FAILED' TO WS-FD-ACTION
                       MOVE WS-TIMETKT-STATUS TO WS-FD-ACTION (15:2)
                   END-IF
               END-IF
               PERFORM 700-REPORT-FINDING
           END-IF.

       360-EXIT.
           EXIT.

      * Money on an account nobody owns is high severity; a settled
      * account is only stranded.
       370-CHECK-ONE-ACCOUNT.
           READ ACCTBAL NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 370-EXIT
           END-IF.

           MOVE ACCTBAL-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               IF ACCTBAL-BALANCE = ZERO
                   MOVE 12 TO WS-FD-TYPE
               ELSE
                   MOVE 11 TO WS-FD-TYPE
               END-IF
               MOVE ACCTBAL-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE ACCTBAL-BALANCE TO WS-BALANCE-EDIT
               MOVE 'BALANCE ' TO WS-FD-DETAIL (1:8)
               MOVE WS-BALANCE-EDIT TO WS-FD-DETAIL (9:11)
               PERFORM 700-REPORT-FINDING
           END-IF.

       370-EXIT.
           EXIT.

      * WAITLST is in course order, not student order, so the lookup
      * cache helps less here.
       380-CHECK-ONE-WAITLIST.
           READ WAITLST NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 380-EXIT
           END-IF.

           MOVE WAITLST-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           MOVE WAITLST-STUDENT-NO TO WS-FD-STUDENT-NO.
           MOVE SPACES TO WS-FD-DETAIL.
           MOVE WAITLST-COURSE TO WS-FD-DETAIL (1:8).
           MOVE WAITLST-STUDENT-NAME TO WS-FD-DETAIL (10:20).

           IF NOT WS-STUDENT-FOUND
               MOVE 13 TO WS-FD-TYPE
               PERFORM 700-REPORT-FINDING
               GO TO 380-EXIT
           END-IF.

           MOVE WAITLST-COURSE TO WS-LOOKUP-COURSE.
           PERFORM 290-CHECK-COURSE-HELD.

           IF WS-COURSE-HELD
               MOVE 14 TO WS-FD-TYPE
               PERFORM 700-REPORT-FINDING
           END-IF.

       380-EXIT.
           EXIT.

      * A pending notification carries an email address - one for a
      * student no longer on file must not go out.
       390-CHECK-ONE-NOTICE.
           READ NOTFFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 390-EXIT
           END-IF.

           MOVE NOTFFILE-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 15 TO WS-FD-TYPE
               MOVE NOTFFILE-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE NOTFFILE-EVENT TO WS-FD-DETAIL (1:2)
               MOVE NOTFFILE-DATE TO WS-FD-DETAIL (4:7)
               MOVE NOTFFILE-COURSE TO WS-FD-DETAIL (12:8)
               IF WS-REPAIR-MODE
                   DELETE NOTFFILE RECORD
                   IF WS-NOTFFILE-OK
                       MOVE 'DELETED' TO WS-FD-ACTION
                       ADD 1 TO WS-REPAIRED-COUNT
                   ELSE
                       MOVE 'DELETE FAILED' TO WS-FD-ACTION
                       MOVE WS-NOTFFILE-STATUS TO WS-FD-ACTION (15:2)
                   END-IF
               END-IF
               PERFORM 700-REPORT-FINDING
           END-IF.

       390-EXIT.
           EXIT.

      * Next-term registrations become course slots at the rollover -
      * for a student no longer on file they would become nothing.
       400-CHECK-ONE-FUTURE.
           READ FUTENRL NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 400-EXIT
           END-IF.

           MOVE FUTENRL-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 16 TO WS-FD-TYPE
               MOVE FUTENRL-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE 'TERM ' TO WS-FD-DETAIL (1:5)
               MOVE FUTENRL-TERM-YEAR TO WS-FD-DETAIL (6:5)
               MOVE 'STATUS ' TO WS-FD-DETAIL (12:7)
               MOVE FUTENRL-STATUS TO WS-FD-DETAIL (19:1)
               PERFORM 700-REPORT-FINDING
           END-IF.

       400-EXIT.
           EXIT.

       410-CHECK-ONE-ADVISOR.
           READ ADVFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 410-EXIT
           END-IF.

           MOVE ADVFILE-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 17 TO WS-FD-TYPE
               MOVE ADVFILE-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE 'ADVISOR ' TO WS-FD-DETAIL (1:8)
               MOVE ADVFILE-ADVISOR-ID TO WS-FD-DETAIL (9:5)
               PERFORM 700-REPORT-FINDING
           END-IF.

       410-EXIT.
           EXIT.

       420-CHECK-ONE-PERMIT.
           READ PERMFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF WS-END-OF-FILE
               GO TO 420-EXIT
           END-IF.

           MOVE PERMFILE-STUDENT-NO TO WS-LOOKUP-STUDENT-NO.
           PERFORM 280-FIND-STUDENT.

           IF NOT WS-STUDENT-FOUND
               MOVE 18 TO WS-FD-TYPE
               MOVE PERMFILE-STUDENT-NO TO WS-FD-STUDENT-NO
               MOVE SPACES TO WS-FD-DETAIL
               MOVE PERMFILE-DOC-NO TO WS-FD-DETAIL (1:12)
               PERFORM 700-REPORT-FINDING
           END-IF.

       420-EXIT.
           EXIT.

       600-PRINT-HEADING.
           MOVE WS-RUN-MODE TO WS-H1-MODE.
           MOVE WS-HEADING-1 TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE SPACES TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE WS-HEADING-2 TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE SPACES TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.

      * One line per inconsistency type, then the totals.
       650-PRINT-TRAILERS.
           MOVE SPACES TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.

           PERFORM 660-PRINT-TYPE-TOTAL
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.

           MOVE SPACES TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE 'STUDENTS READ:' TO WS-TL-LABEL.
           MOVE WS-STUDENT-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE 'HIGH SEVERITY:' TO WS-TL-LABEL.
           MOVE WS-HIGH-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE 'MEDIUM SEVERITY:' TO WS-TL-LABEL.
           MOVE WS-MEDIUM-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE 'LOW SEVERITY:' TO WS-TL-LABEL.
           MOVE WS-LOW-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE 'INCONSISTENCIES FOUND:' TO WS-TL-LABEL.
           MOVE WS-FINDING-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.
           MOVE 'ENTRIES REPAIRED:' TO WS-TL-LABEL.
           MOVE WS-REPAIRED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.

       660-PRINT-TYPE-TOTAL.
           MOVE WS-TT-SEVERITY (WS-TYPE-SUB) TO WS-SEVERITY-TEXT.
           PERFORM 750-SEVERITY-TEXT.
           MOVE WS-SEVERITY-TEXT TO WS-SL-SEVERITY.
           MOVE WS-TT-FILE (WS-TYPE-SUB) TO WS-SL-FILE.
           MOVE WS-TT-DESC (WS-TYPE-SUB) TO WS-SL-DESC.
           MOVE WS-TYPE-COUNT (WS-TYPE-SUB) TO WS-SL-COUNT.
           MOVE WS-SUMMARY-LINE TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.

      * Prints the finding in WS-FINDING and counts it under its
      * type and severity.
       700-REPORT-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           ADD 1 TO WS-TYPE-COUNT (WS-FD-TYPE).

           IF WS-TT-SEVERITY (WS-FD-TYPE) = 'H'
               ADD 1 TO WS-HIGH-COUNT
           ELSE IF WS-TT-SEVERITY (WS-FD-TYPE) = 'M'
               ADD 1 TO WS-MEDIUM-COUNT
           ELSE
               ADD 1 TO WS-LOW-COUNT
           END-IF.

           MOVE WS-TT-SEVERITY (WS-FD-TYPE) TO WS-SEVERITY-TEXT.
           PERFORM 750-SEVERITY-TEXT.
           MOVE WS-SEVERITY-TEXT TO WS-DL-SEVERITY.
           MOVE WS-FD-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE WS-TT-FILE (WS-FD-TYPE) TO WS-DL-FILE.
           MOVE WS-TT-DESC (WS-FD-TYPE) TO WS-DL-DESC.
           MOVE WS-FD-DETAIL TO WS-DL-DETAIL.
           MOVE WS-FD-ACTION TO WS-DL-ACTION.
           MOVE WS-DETAIL-LINE TO INTGRPT-LINE.
           WRITE INTGRPT-LINE.

           MOVE SPACES TO WS-FD-ACTION.

       750-SEVERITY-TEXT.
           IF WS-SEVERITY-TEXT = 'H'
               MOVE 'HIGH' TO WS-SEVERITY-TEXT
           ELSE IF WS-SEVERITY-TEXT = 'M'
               MOVE 'MED' TO WS-SEVERITY-TEXT
           ELSE
               MOVE 'LOW' TO WS-SEVERITY-TEXT
           END-IF.

       999-SQL-ERROR.
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBINTG - SQL ERROR: ' WS-SQL-CODE.
           PERFORM 090-CLOSE-FILES.
           CLOSE INTEGRITY-RPT.
           CLOSE CYCCTL.
           STOP RUN.
