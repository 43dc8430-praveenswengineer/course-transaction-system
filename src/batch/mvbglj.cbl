       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBGLJ.
       AUTHOR.        M VALDRON.

      * NIGHTLY GENERAL LEDGER JOURNAL.  ONE EXTRACT OF EVERY DOLLAR
      * THE CYCLE MOVED ON STUDENT ACCOUNTS, SO FINANCE STOPS
      * RE-KEYING TOTALS OFF THE INVOICE, REFUND, PAYMENT AND
      * SPONSOR REPORTS.  EVERY ACCTTRN LEDGER ENTRY NOT YET
      * JOURNALED - TUITION CHARGES, SPONSOR RECEIVABLES, REFUND
      * CREDITS, BURSAR AND COUNTER PAYMENTS, LATE FEES, ANCILLARY
      * FEES, MVBAWD
      * SCHOLARSHIP AND BURSARY CREDITS AND REVERSALS, PAYMENT PLAN
      * FEES, MVBDISB CREDIT BALANCE REFUNDS PAID OUT - IS SORTED
      * BY THE STUDENT'S CAMPUS, PROGRAM DEPARTMENT (OFF PROGFILE),
      * TRANSACTION TYPE AND FEE CATEGORY, AND EACH GROUP IS MAPPED
      * THROUGH THE GLMAP TABLE TO ONE DEBIT LINE AND ONE CREDIT
      * LINE ON GLJRNL.  THE ENTRY IS STAMPED WITH
      * TONIGHT'S DATE AS IT IS PICKED UP, SO A COUNTER PAYMENT
      * TAKEN AFTER THIS RUN GOES OUT TOMORROW AND NOTHING GOES OUT
      * TWICE.  A RERUN THE SAME NIGHT (AFTER AN ABEND) PICKS UP
      * TONIGHT'S STAMPED ENTRIES AGAIN AND REBUILDS THE JOURNAL.
      *
      * A GROUP WITH NO MAPPING AT ANY LEVEL POSTS BOTH SIDES TO THE
      * GLMAP SUSPENSE ENTRY (TYPE ZZ) AND IS LISTED ON GLJRPT FOR
      * FINANCE TO MAP AND CLEAR.  THE TRAILER CARRIES THE BATCH
      * CONTROL TOTALS MVBBAL PROVES BEFORE IT RELEASES THE JOURNAL
      * TO GLXMIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTRN ASSIGN TO ACCTTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTTRN-KEY
               FILE STATUS IS WS-ACCTTRN-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT PROGFILE ASSIGN TO PROGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROGFILE-CODE
               FILE STATUS IS WS-PROGFILE-STATUS.

           SELECT GLMAP ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLMAP-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT GLJRNL ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT JOURNAL-RPT ASSIGN TO GLJRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTTRN
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'ACCTTRNC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  PROGFILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'PROGRECC'.

       FD  GLMAP
           RECORD CONTAINS 64 CHARACTERS.
       COPY 'GLMAPC'.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-CAMPUS               PIC X(3).
           05  SW-DEPT                 PIC X(4).
           05  SW-TRN-TYPE             PIC X(2).
           05  SW-FEE-CAT              PIC X(1).
           05  SW-AMOUNT               PIC 9(7)V99.

       FD  GLJRNL
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'GLJRNLC'.

       FD  JOURNAL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  GLJRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.

      * Overnight cycle control - this job's place in the chain.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBGLJ'.
       01  WS-CYC-PRED-JOB             PIC X(8)    VALUE 'MVBDISB'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-ACCTTRN-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTTRN-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-PROGFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-PROGFILE-OK                          VALUE '00'.

       01  WS-GLMAP-STATUS             PIC XX          VALUE SPACES.
           88  WS-GLMAP-OK                             VALUE '00'.

      * The student the last ledger entry belonged to - the ledger
      * runs in student order, so STUFILE is read once per student.
       01  WS-LAST-STUDENT             PIC X(7)        VALUE SPACES.
       01  WS-STU-CAMPUS               PIC X(3)        VALUE SPACES.
       01  WS-STU-DEPT                 PIC X(4)        VALUE SPACES.
       01  WS-STU-FEE-CAT              PIC X(1)        VALUE SPACES.

      * Suspense when even the GLMAP ZZ entry is missing.
       01  WS-SUSPENSE-ACCOUNT         PIC X(10)  VALUE '9999999999'.

      * The group being accumulated off the sort.
       01  WS-GROUP-KEY.
           05  WS-GK-CAMPUS             PIC X(3).
           05  WS-GK-DEPT               PIC X(4).
           05  WS-GK-TRN-TYPE           PIC X(2).
           05  WS-GK-FEE-CAT            PIC X(1).
       01  WS-GROUP-AMOUNT             PIC 9(9)V99     VALUE ZERO.
       01  WS-GROUP-COUNT              PIC 9(7)        VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-FIRST-GROUP-SWITCH    PIC X          VALUE 'Y'.
               88  WS-FIRST-GROUP                       VALUE 'Y'.
           05  WS-UNMAPPED-SW           PIC X          VALUE 'N'.
               88  WS-UNMAPPED                          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-ENTRY-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-LINE-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-UNMAPPED-COUNT        PIC 9(07)      VALUE ZERO.

       01  WS-TOTAL-DEBITS             PIC 9(11)V99    VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC 9(11)V99    VALUE ZERO.
       01  WS-CHARGE-TOTAL             PIC 9(11)V99    VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBGLJ'.
           05  FILLER                   PIC X(40)  VALUE
               'GENERAL LEDGER JOURNAL'.
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(7)   VALUE 'CAMPUS'.
           05  FILLER                   PIC X(6)   VALUE 'DEPT'.
           05  FILLER                   PIC X(5)   VALUE 'TYPE'.
           05  FILLER                   PIC X(4)   VALUE 'CAT'.
           05  FILLER                   PIC X(9)   VALUE '  ITEMS'.
           05  FILLER                   PIC X(16)  VALUE
               '          AMOUNT'.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  FILLER                   PIC X(19)  VALUE
               'DEBIT'.
           05  FILLER                   PIC X(19)  VALUE
               'CREDIT'.
           05  FILLER                   PIC X(20)  VALUE
               'MAPPING'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CAMPUS             PIC X(3).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-DEPT               PIC X(4).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TRN-TYPE           PIC X(2).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-FEE-CAT            PIC X(1).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-COUNT              PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-AMOUNT             PIC ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-DR-ACCOUNT         PIC X(10).
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-DR-CC              PIC X(6).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-CR-ACCOUNT         PIC X(10).
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-DL-CR-CC              PIC X(6).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-MAPPING            PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-AMOUNT             PIC ZZZZZZZZZZ9.99.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'LEDGER ENTRIES JOURNALED:   '.
           05  WS-TL-ENTRIES            PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'JOURNAL LINES WRITTEN:      '.
           05  WS-TL-LINES              PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'GROUPS POSTED TO SUSPENSE:  '.
           05  WS-TL-UNMAPPED           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.

           OPEN I-O ACCTTRN.
           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBGLJ - ACCTTRN OPEN FAILED, STATUS '
                   WS-ACCTTRN-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STUFILE.
           OPEN INPUT PROGFILE.
           OPEN INPUT GLMAP.
           IF NOT WS-GLMAP-OK
               DISPLAY 'MVBGLJ - GLMAP OPEN FAILED, STATUS '
                   WS-GLMAP-STATUS
               STOP RUN
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SW-CAMPUS SW-DEPT SW-TRN-TYPE
                                SW-FEE-CAT
               INPUT PROCEDURE 100-SELECT-ENTRIES
               OUTPUT PROCEDURE 300-WRITE-JOURNAL.

           CLOSE ACCTTRN.
           CLOSE STUFILE.
           CLOSE PROGFILE.
           CLOSE GLMAP.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBGLJ - LEDGER ENTRIES READ: ' WS-READ-COUNT.
           DISPLAY 'MVBGLJ - ENTRIES JOURNALED:   ' WS-ENTRY-COUNT.
           DISPLAY 'MVBGLJ - JOURNAL LINES:       ' WS-LINE-COUNT.
           DISPLAY 'MVBGLJ - TOTAL DEBITS:        ' WS-TOTAL-DEBITS.
           DISPLAY 'MVBGLJ - TOTAL CREDITS:       ' WS-TOTAL-CREDITS.
           DISPLAY 'MVBGLJ - UNMAPPED GROUPS:     ' WS-UNMAPPED-COUNT.

           STOP RUN.

      * Sort input - every ledger entry not yet journaled, stamped
      * as it is picked up.  Entries already stamped with tonight's
      * date are taken again, so a rerun after an abend rebuilds the
      * whole batch - CYCCTL stops a second run once one completes.
       100-SELECT-ENTRIES.
           PERFORM 110-READ-LEDGER.
           PERFORM 120-SELECT-ONE-ENTRY
               UNTIL WS-END-OF-FILE.

       110-READ-LEDGER.
           READ ACCTTRN NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

       120-SELECT-ONE-ENTRY.
           IF ACCTTRN-GL-DATE IS NOT NUMERIC
                   OR ACCTTRN-GL-DATE = ZERO
                   OR ACCTTRN-GL-DATE = WS-CYC-BUS-DATE
               PERFORM 130-RELEASE-ENTRY
           END-IF.

           PERFORM 110-READ-LEDGER.

       130-RELEASE-ENTRY.
           IF ACCTTRN-STUDENT-NO NOT = WS-LAST-STUDENT
               PERFORM 140-GET-STUDENT
           END-IF.

           MOVE WS-STU-CAMPUS TO SW-CAMPUS.
           MOVE WS-STU-DEPT TO SW-DEPT.
           MOVE ACCTTRN-TYPE TO SW-TRN-TYPE.
           IF ACCTTRN-FEE-CAT NOT = SPACE
               MOVE ACCTTRN-FEE-CAT TO SW-FEE-CAT
           ELSE
               MOVE WS-STU-FEE-CAT TO SW-FEE-CAT
           END-IF.
           MOVE ACCTTRN-AMOUNT TO SW-AMOUNT.
           RELEASE SORT-WORK-REC.

      * Tonight's charge roll, for MVBBAL to tie to CHRGFLE - the
      * ancillary fee records on CHRGFLE included.
           IF (ACCTTRN-TUITION-CHARGE OR ACCTTRN-SPONSOR-CHARGE
                   OR ACCTTRN-ANCILLARY-FEE)
                   AND ACCTTRN-DATE = WS-CYC-BUS-DATE
                   AND ACCTTRN-SOURCE = 'MVBPAY'
               ADD ACCTTRN-AMOUNT TO WS-CHARGE-TOTAL
           END-IF.

           MOVE WS-CYC-BUS-DATE TO ACCTTRN-GL-DATE.
           REWRITE ACCTTRN-RECORD.

           IF NOT WS-ACCTTRN-OK
               DISPLAY 'MVBGLJ - ACCTTRN REWRITE FAILED, STATUS '
                   WS-ACCTTRN-STATUS ' FOR ' ACCTTRN-STUDENT-NO
           END-IF.

           ADD 1 TO WS-ENTRY-COUNT.

      * Campus, department and fee category the GL is split by.
      * A student gone from STUFILE maps at the catch-all level.
       140-GET-STUDENT.
           MOVE ACCTTRN-STUDENT-NO TO WS-LAST-STUDENT.
           MOVE SPACES TO WS-STU-CAMPUS WS-STU-DEPT.
           MOVE 'D' TO WS-STU-FEE-CAT.

           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE ACCTTRN-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF WS-STUFILE-OK
               MOVE STUFILE-CAMPUS TO WS-STU-CAMPUS
               IF STUFILE-FEE-CAT NOT = SPACE
                   MOVE STUFILE-FEE-CAT TO WS-STU-FEE-CAT
               END-IF
               IF STUFILE-PROGRAM NOT = SPACES
                   MOVE STUFILE-PROGRAM TO PROGFILE-CODE
                   READ PROGFILE RECORD
                   IF WS-PROGFILE-OK
                       MOVE PROGFILE-DEPT TO WS-STU-DEPT
                   END-IF
               END-IF
           END-IF.

      * Sort output - one debit and one credit line per group.
       300-WRITE-JOURNAL.
           OPEN OUTPUT GLJRNL.
           OPEN OUTPUT JOURNAL-RPT.

           MOVE WS-CYC-BUS-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE SPACES TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE WS-HEADING-2 TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE SPACES TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.

           MOVE SPACES TO GLJRNL-RECORD.
           SET GLJ-HEADER TO TRUE.
           MOVE WS-CYC-BUS-DATE TO GLJ-BATCH-DATE.
           MOVE 'MVPRG' TO GLJ-SOURCE.
           MOVE 'STUDENT ACCOUNTS NIGHTLY' TO GLJ-BATCH-DESC.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO GLJ-RUN-TIME.
           WRITE GLJRNL-RECORD.

           MOVE 'N' TO WS-EOF-SWITCH.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           PERFORM 310-PROCESS-SORTED-REC
               UNTIL WS-END-OF-FILE.

           IF NOT WS-FIRST-GROUP
               PERFORM 400-POST-GROUP THRU 400-EXIT
           END-IF.

           MOVE SPACES TO GLJRNL-RECORD.
           SET GLJ-TRAILER TO TRUE.
           MOVE WS-CYC-BUS-DATE TO GLJ-BATCH-DATE.
           MOVE WS-LINE-COUNT TO GLJ-LINE-COUNT.
           MOVE WS-ENTRY-COUNT TO GLJ-ENTRY-COUNT.
           MOVE WS-TOTAL-DEBITS TO GLJ-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLJ-TOTAL-CREDITS.
           MOVE WS-CHARGE-TOTAL TO GLJ-CHARGE-TOTAL.
           WRITE GLJRNL-RECORD.

           MOVE SPACES TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE 'TOTAL DEBITS:' TO WS-TL-LABEL.
           MOVE WS-TOTAL-DEBITS TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE 'TOTAL CREDITS:' TO WS-TL-LABEL.
           MOVE WS-TOTAL-CREDITS TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE 'TONIGHT''S TUITION CHARGES:' TO WS-TL-LABEL.
           MOVE WS-CHARGE-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-TL-ENTRIES.
           MOVE WS-TRAILER-LINE TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE WS-LINE-COUNT TO WS-TL-LINES.
           MOVE WS-TRAILER-LINE-2 TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.
           MOVE WS-UNMAPPED-COUNT TO WS-TL-UNMAPPED.
           MOVE WS-TRAILER-LINE-3 TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.

           CLOSE GLJRNL.
           CLOSE JOURNAL-RPT.

       310-PROCESS-SORTED-REC.
           IF WS-FIRST-GROUP
                   OR SW-CAMPUS NOT = WS-GK-CAMPUS
                   OR SW-DEPT NOT = WS-GK-DEPT
                   OR SW-TRN-TYPE NOT = WS-GK-TRN-TYPE
                   OR SW-FEE-CAT NOT = WS-GK-FEE-CAT
               IF NOT WS-FIRST-GROUP
                   PERFORM 400-POST-GROUP THRU 400-EXIT
               END-IF
               MOVE SW-CAMPUS TO WS-GK-CAMPUS
               MOVE SW-DEPT TO WS-GK-DEPT
               MOVE SW-TRN-TYPE TO WS-GK-TRN-TYPE
               MOVE SW-FEE-CAT TO WS-GK-FEE-CAT
               MOVE ZERO TO WS-GROUP-AMOUNT WS-GROUP-COUNT
               MOVE 'N' TO WS-FIRST-GROUP-SWITCH
           END-IF.

           ADD SW-AMOUNT TO WS-GROUP-AMOUNT.
           ADD 1 TO WS-GROUP-COUNT.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

       400-POST-GROUP.
           IF WS-GROUP-AMOUNT = ZERO
               GO TO 400-EXIT
           END-IF.

           PERFORM 410-FIND-MAPPING.

           MOVE SPACES TO GLJRNL-RECORD.
           SET GLJ-DETAIL TO TRUE.
           MOVE WS-CYC-BUS-DATE TO GLJ-BATCH-DATE.
           MOVE WS-GK-TRN-TYPE TO GLJ-TRN-TYPE.
           MOVE WS-GK-FEE-CAT TO GLJ-FEE-CAT.
           MOVE WS-GK-CAMPUS TO GLJ-CAMPUS.
           MOVE WS-GK-DEPT TO GLJ-DEPT.
           MOVE WS-GROUP-COUNT TO GLJ-ITEM-COUNT.
           MOVE WS-GROUP-AMOUNT TO GLJ-AMOUNT.
           MOVE GLMAP-DESC TO GLJ-DESC.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO GLJ-LINE-NO.
           MOVE GLMAP-DR-ACCOUNT TO GLJ-ACCOUNT.
           MOVE GLMAP-DR-COST-CENTRE TO GLJ-COST-CENTRE.
           SET GLJ-DEBIT TO TRUE.
           WRITE GLJRNL-RECORD.
           ADD WS-GROUP-AMOUNT TO WS-TOTAL-DEBITS.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO GLJ-LINE-NO.
           MOVE GLMAP-CR-ACCOUNT TO GLJ-ACCOUNT.
           MOVE GLMAP-CR-COST-CENTRE TO GLJ-COST-CENTRE.
           SET GLJ-CREDIT TO TRUE.
           WRITE GLJRNL-RECORD.
           ADD WS-GROUP-AMOUNT TO WS-TOTAL-CREDITS.

           MOVE WS-GK-CAMPUS TO WS-DL-CAMPUS.
           MOVE WS-GK-DEPT TO WS-DL-DEPT.
           MOVE WS-GK-TRN-TYPE TO WS-DL-TRN-TYPE.
           MOVE WS-GK-FEE-CAT TO WS-DL-FEE-CAT.
           MOVE WS-GROUP-COUNT TO WS-DL-COUNT.
           MOVE WS-GROUP-AMOUNT TO WS-DL-AMOUNT.
           MOVE GLMAP-DR-ACCOUNT TO WS-DL-DR-ACCOUNT.
           MOVE GLMAP-DR-COST-CENTRE TO WS-DL-DR-CC.
           MOVE GLMAP-CR-ACCOUNT TO WS-DL-CR-ACCOUNT.
           MOVE GLMAP-CR-COST-CENTRE TO WS-DL-CR-CC.
           IF WS-UNMAPPED
               MOVE '** UNMAPPED **' TO WS-DL-MAPPING
           ELSE
               MOVE GLMAP-DESC TO WS-DL-MAPPING
           END-IF.
           MOVE WS-DETAIL-LINE TO GLJRPT-LINE.
           WRITE GLJRPT-LINE.

       400-EXIT.
           EXIT.

      * Most specific mapping first - full key, then blank fee
      * category, blank department, blank campus - then suspense.
       410-FIND-MAPPING.
           MOVE 'N' TO WS-UNMAPPED-SW.
           MOVE WS-GROUP-KEY TO GLMAP-KEY.
           READ GLMAP RECORD.

           IF NOT WS-GLMAP-OK
               MOVE SPACE TO GLMAP-FEE-CAT
               READ GLMAP RECORD
           END-IF.

           IF NOT WS-GLMAP-OK
               MOVE SPACES TO GLMAP-DEPT
               READ GLMAP RECORD
           END-IF.

           IF NOT WS-GLMAP-OK
               MOVE SPACES TO GLMAP-CAMPUS
               READ GLMAP RECORD
           END-IF.

           IF NOT WS-GLMAP-OK
               MOVE 'Y' TO WS-UNMAPPED-SW
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO GLMAP-KEY
               MOVE 'ZZ' TO GLMAP-TRN-TYPE
               READ GLMAP RECORD
           END-IF.

           IF NOT WS-GLMAP-OK
               MOVE SPACES TO GLMAP-RECORD
               MOVE WS-SUSPENSE-ACCOUNT TO GLMAP-DR-ACCOUNT
               MOVE WS-SUSPENSE-ACCOUNT TO GLMAP-CR-ACCOUNT
               MOVE 'SUSPENSE' TO GLMAP-DESC
           END-IF.

      * Opens this job's entry on the cycle control file - same
      * bookkeeping every nightly job carries.
       050-CYCLE-START.
           ACCEPT WS-CYC-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-CYC-BUS-DATE.
           MOVE WS-CYC-ACCEPT-DAY TO WS-CYC-BUS-DATE (3:5).
           MOVE '1' TO WS-CYC-BUS-DATE (2:1).
           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.

           OPEN I-O CYCCTL.
           IF NOT WS-CYCCTL-OK
               DISPLAY 'MVBGLJ - CYCCTL OPEN FAILED, STATUS '
                   WS-CYCCTL-STATUS
               STOP RUN
           END-IF.

           IF WS-CYC-PRED-JOB NOT = SPACES
               MOVE WS-CYC-PRED-JOB TO CYCCTL-JOB-NAME
               MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE
               READ CYCCTL RECORD
               IF WS-CYCCTL-NOTFND OR NOT CYCCTL-COMPLETE
                   DISPLAY 'MVBGLJ - PREDECESSOR ' WS-CYC-PRED-JOB
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
               DISPLAY 'MVBGLJ - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-ENTRY-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
