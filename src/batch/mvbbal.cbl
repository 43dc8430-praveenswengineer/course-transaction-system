      *     COUNTED STRAIGHT OFF THE BEFORE/AFTER IMAGES (DROPFLE'S
      *     DAY COUNT PRINTS BESIDE IT FOR THE EYEBALL CHECK).
      *
      * IT ALSO PROVES TONIGHT'S MVBGLJ GENERAL LEDGER JOURNAL - THE
      * LINES ADD UP TO THE TRAILER'S CONTROL TOTALS, DEBITS EQUAL
      * CREDITS, AND THE TRAILER'S TUITION CHARGE TOTAL MATCHES THE
      * CTLTOT-CHARGES CHRGFLE DOLLARS ON A NIGHT MVBTUI BILLED (AND
      * IS ZERO ON A NIGHT IT DID NOT).  ONLY A CYCLE THAT BALANCES
      * RELEASES THE JOURNAL - IT IS COPIED TO GLXMIT FOR FINANCE;
      * OTHERWISE GLXMIT IS LEFT EMPTY AND THE JOURNAL HELD.
      *
      * A MOVEMENT THAT DOES NOT RECONCILE FAILS THE CYCLE LOUDLY:
      * RETURN CODE 8 AND THIS JOB'S CYCCTL ENTRY LEFT IN-PROGRESS,
      * SO THE MORNING STATUS REPORT SHOWS A CYCLE THAT DID NOT
               RECORD KEY IS CTLTOT-BUS-DATE
               FILE STATUS IS WS-CTLTOTS-STATUS.

           SELECT GLJRNL ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT GL-RELEASE ASSIGN TO GLXMIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT BALANCE-RPT ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL.

       COPY 'STUFILEC'.

       FD  WAITLST
           RECORD CONTAINS 70 CHARACTERS.
       COPY 'WAITRECC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  CHARGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'CTLTOTC'.

       FD  GLJRNL
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'GLJRNLC'.

       FD  GL-RELEASE
           RECORD CONTAINS 100 CHARACTERS.
       01  GLXMIT-RECORD               PIC X(100).

       FD  BALANCE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  BALRPT-LINE                 PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBBAL'.
       01  WS-CYC-PRED-JOB             PIC X(8)    VALUE 'MVBGLJ  '.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).
           88  WS-CTLTOTS-NOTFND                       VALUE '23'.
           88  WS-CTLTOTS-DUPLICATE                    VALUE '22'.

       01  WS-GLJRNL-STATUS            PIC XX          VALUE SPACES.
           88  WS-GLJRNL-OK                            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
               88  WS-BALANCED                          VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-PRIOR-FOUND                       VALUE 'Y'.
      * 'Y' when MVBTUI's CYCCTL entry shows a tuition run for this
      * business date - MVBPAY rolled CHRGFLE tonight.
           05  WS-TUITION-RAN-SW        PIC X          VALUE 'N'.
               88  WS-TUITION-RAN                       VALUE 'Y'.
           05  WS-TRAILER-FOUND-SW      PIC X          VALUE 'N'.
               88  WS-TRAILER-FOUND                     VALUE 'Y'.

      * Tonight's totals as counted.
       01  WS-TOTALS.
       01  WS-DAY-DROPS                PIC 9(7)        VALUE ZERO.
       01  WS-EXPECTED-SLOTS           PIC S9(7)       VALUE ZERO.

      * Tonight's GL journal as counted off its lines.
       01  WS-GL-LINES                 PIC 9(7)        VALUE ZERO.
       01  WS-GL-DEBITS                PIC 9(11)V99    VALUE ZERO.
       01  WS-GL-CREDITS               PIC 9(11)V99    VALUE ZERO.
       01  WS-GL-CHARGES               PIC 9(11)V99    VALUE ZERO.
       01  WS-GL-EXPECTED              PIC 9(11)V99    VALUE ZERO.

      * ...and as its trailer says.
       01  WS-GLT-LINES                PIC 9(7)        VALUE ZERO.
       01  WS-GLT-DEBITS               PIC 9(11)V99    VALUE ZERO.
       01  WS-GLT-CREDITS              PIC 9(11)V99    VALUE ZERO.

       01  WS-COURSE-SUB               PIC 9           VALUE ZERO.
       01  WS-IMAGE-HOLD               PIC X(302)      VALUE SPACES.

           PERFORM 300-SUM-SEATS-TAKEN.
           PERFORM 400-SUM-CHARGES.
           PERFORM 500-COUNT-MOVEMENT.
           PERFORM 060-CHECK-TUITION-RAN.
           PERFORM 650-PROVE-GL-JOURNAL.

           PERFORM 600-STORE-AND-COMPARE.

           PERFORM 700-PRINT-TOTALS.

           PERFORM 800-RELEASE-GL-JOURNAL.

           CLOSE BALANCE-RPT.

           IF WS-BALANCED
           MOVE WS-TOTAL-LINE TO BALRPT-LINE.
           WRITE BALRPT-LINE.

           MOVE 'GL JOURNAL LINES:' TO WS-TL-LABEL.
           MOVE WS-GL-LINES TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO BALRPT-LINE.
           WRITE BALRPT-LINE.

           MOVE 'GL JOURNAL DEBITS:' TO WS-TL-LABEL.
           MOVE WS-GL-DEBITS TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO BALRPT-LINE.
           WRITE BALRPT-LINE.

           MOVE 'GL JOURNAL CREDITS:' TO WS-TL-LABEL.
           MOVE WS-GL-CREDITS TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO BALRPT-LINE.
           WRITE BALRPT-LINE.

           MOVE 'GL TUITION CHARGES:' TO WS-TL-LABEL.
           MOVE WS-GL-CHARGES TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO BALRPT-LINE.
           WRITE BALRPT-LINE.

           MOVE 'GL CHARGES EXPECTED:' TO WS-TL-LABEL.
           MOVE WS-GL-EXPECTED TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO BALRPT-LINE.
           WRITE BALRPT-LINE.

           MOVE SPACES TO BALRPT-LINE.
           WRITE BALRPT-LINE.

           MOVE WS-VERDICT-LINE TO BALRPT-LINE.
           WRITE BALRPT-LINE.

           IF WS-BALANCED
               MOVE 'GL JOURNAL RELEASED TO GLXMIT' TO WS-VL-TEXT
           ELSE
               MOVE '*** GL JOURNAL HELD - NOT RELEASED ***'
                   TO WS-VL-TEXT
           END-IF.

           MOVE WS-VERDICT-LINE TO BALRPT-LINE.
           WRITE BALRPT-LINE.

      * Tonight's GL journal, line by line against its own trailer.
      * CTLTOT-CHARGES is every CHRGFLE dollar in the current
      * generation - rolled by MVBPAY only on a night MVBTUI billed,
      * so on any other night the journal must carry no charge roll.
       650-PROVE-GL-JOURNAL.
           OPEN INPUT GLJRNL.
           IF NOT WS-GLJRNL-OK
               DISPLAY 'MVBBAL - GLJRNL OPEN FAILED, STATUS '
                   WS-GLJRNL-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.

           PERFORM 660-READ-GLJRNL.
           PERFORM 670-PROVE-ONE-LINE
               UNTIL WS-END-OF-FILE.

           CLOSE GLJRNL.

           IF WS-TUITION-RAN
               MOVE WS-CHARGES TO WS-GL-EXPECTED
           ELSE
               MOVE ZERO TO WS-GL-EXPECTED
           END-IF.

      * Check 3 - the journal proves to its trailer and balances,
      * and its charge roll ties to the control total.
           IF NOT WS-TRAILER-FOUND
               MOVE 'N' TO WS-BALANCED-SW
           ELSE IF WS-GLT-LINES NOT = WS-GL-LINES
                   OR WS-GLT-DEBITS NOT = WS-GL-DEBITS
                   OR WS-GLT-CREDITS NOT = WS-GL-CREDITS
               MOVE 'N' TO WS-BALANCED-SW
           END-IF.

           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               MOVE 'N' TO WS-BALANCED-SW
           END-IF.

           IF WS-GL-CHARGES NOT = WS-GL-EXPECTED
               MOVE 'N' TO WS-BALANCED-SW
           END-IF.

       660-READ-GLJRNL.
           READ GLJRNL NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       670-PROVE-ONE-LINE.
           IF GLJ-DETAIL
               ADD 1 TO WS-GL-LINES
               IF GLJ-DEBIT
                   ADD GLJ-AMOUNT TO WS-GL-DEBITS
               ELSE
                   ADD GLJ-AMOUNT TO WS-GL-CREDITS
               END-IF
           ELSE IF GLJ-TRAILER
               SET WS-TRAILER-FOUND TO TRUE
               MOVE GLJ-LINE-COUNT TO WS-GLT-LINES
               MOVE GLJ-TOTAL-DEBITS TO WS-GLT-DEBITS
               MOVE GLJ-TOTAL-CREDITS TO WS-GLT-CREDITS
               MOVE GLJ-CHARGE-TOTAL TO WS-GL-CHARGES
           END-IF.

           IF NOT WS-TRAILER-FOUND
               PERFORM 660-READ-GLJRNL
           ELSE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      * A balanced cycle hands the journal to finance as it stands;
      * an unbalanced one leaves GLXMIT empty.
       800-RELEASE-GL-JOURNAL.
           OPEN OUTPUT GL-RELEASE.

           IF WS-BALANCED
               OPEN INPUT GLJRNL
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 660-READ-GLJRNL
               PERFORM 810-COPY-ONE-LINE
                   UNTIL WS-END-OF-FILE
               CLOSE GLJRNL
           END-IF.

           CLOSE GL-RELEASE.

       810-COPY-ONE-LINE.
           MOVE GLJRNL-RECORD TO GLXMIT-RECORD.
           WRITE GLXMIT-RECORD.
           PERFORM 660-READ-GLJRNL.

       060-CHECK-TUITION-RAN.
           MOVE 'N' TO WS-TUITION-RAN-SW.

           MOVE 'MVBTUI' TO CYCCTL-JOB-NAME.
           MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE.

           READ CYCCTL RECORD.

           IF WS-CYCCTL-OK AND CYCCTL-COMPLETE
               MOVE 'Y' TO WS-TUITION-RAN-SW
           END-IF.

      * Opens this job's entry on the cycle control file - same
      * bookkeeping every nightly job carries.  A failed balance
      * leaves the entry IN-PROGRESS on purpose.
               MOVE ZERO TO CYCCTL-END-TIME
               MOVE ZERO TO CYCCTL-RECORD-COUNT
               SET CYCCTL-IN-PROGRESS TO TRUE
               SET CYCCTL-NOT-PLANNED TO TRUE
               WRITE CYCCTL-RECORD
           ELSE IF CYCCTL-COMPLETE
               DISPLAY 'MVBBAL - ALREADY RAN FOR ' WS-CYC-BUS-DATE
               REWRITE CYCCTL-RECORD
           END-IF.

      * 060 read someone else's entry - re-point the record area at
      * this job's own entry before the completion rewrite.
       055-CYCLE-END.
           MOVE WS-CYC-JOB-NAME TO CYCCTL-JOB-NAME.
           MOVE WS-CYC-BUS-DATE TO CYCCTL-BUS-DATE.

           READ CYCCTL RECORD.

           ACCEPT WS-CYC-ACCEPT-TIME FROM TIME.
           MOVE WS-CYC-ACCEPT-TIME (1:7) TO CYCCTL-END-TIME.
           MOVE WS-STUDENTS TO CYCCTL-RECORD-COUNT.
