      * SHARE, ADDRESSED FROM THE SPONFILE MASTER - INSTEAD OF THE
      * STUDENT FORWARDING (OR NOT FORWARDING) THEIR OWN INVOICE.
      * RUN RIGHT AFTER MVBTUI.
      *
      * A SHARE IS ONLY PUT ON THE SPONSOR'S INVOICE WHEN THE STUDENT
      * HAS AN AUTHORIZATION ON ROIFILE, IN EFFECT TODAY, NAMING THAT
      * SPONSOR AND RELEASING THEIR BALANCE.  ANY OTHER SHARE IS
      * WITHHELD - LISTED ON SYSOUT FOR THE BURSAR TO GET THE
      * STUDENT'S CONSENT OR BILL THE STUDENT - AND EVERY SHARE THAT
      * IS INVOICED IS LOGGED TO DISCLOG AS A BALANCE DISCLOSURE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS SPONFILE-ID
               FILE STATUS IS WS-SPONFILE-STATUS.

           SELECT ROIFILE ASSIGN TO ROIFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROIFILE-KEY
               FILE STATUS IS WS-ROIFILE-STATUS.

           SELECT DISCLOG ASSIGN TO DISCLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISCLOG-KEY
               FILE STATUS IS WS-DISCLOG-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT SPONSOR-RPT ASSIGN TO SINVRPT
           RECORD CONTAINS 125 CHARACTERS.
       COPY 'SPONRECC'.

       FD  ROIFILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'ROIRECC'.

       FD  DISCLOG
           RECORD CONTAINS 84 CHARACTERS.
       COPY 'DISCLOGC'.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-SPONSOR-ID           PIC X(5).
       01  WS-SPONFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-SPONFILE-OK                          VALUE '00'.

       01  WS-ROIFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-ROIFILE-OK                           VALUE '00'.

       01  WS-DISCLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-DISCLOG-OK                           VALUE '00'.
           88  WS-DISCLOG-DUPKEY                       VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-FIRST-GROUP-SWITCH    PIC X          VALUE 'Y'.
               88  WS-FIRST-GROUP                       VALUE 'Y'.
           05  WS-RELEASE-SWITCH        PIC X          VALUE 'N'.
               88  WS-SHARE-RELEASED                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SPONSOR-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-SHARE-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-WITHHELD-COUNT        PIC 9(07)      VALUE ZERO.

       01  WS-SAVE-SPONSOR             PIC X(5)        VALUE SPACES.
       01  WS-SPONSOR-TOTAL            PIC 9(9)V99     VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC 9(9)V99     VALUE ZERO.
       01  WS-WITHHELD-TOTAL           PIC 9(9)V99     VALUE ZERO.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.
       01  WS-ACCEPT-TIME              PIC 9(8).

      * The authorization the share is released under.
       01  WS-ROI-SUB                  PIC 9           VALUE ZERO.
       01  WS-RELEASE-SEQ              PIC X(1)        VALUE SPACE.
       01  WS-RELEASE-PARTY            PIC X(30)       VALUE SPACES.
       01  WS-WITHHELD-AMOUNT          PIC ZZZZZZ9.99.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBSINV'.

           DISPLAY 'MVBSINV - SHARES READ:       ' WS-SHARE-COUNT.
           DISPLAY 'MVBSINV - SPONSORS INVOICED: ' WS-SPONSOR-COUNT.
           DISPLAY 'MVBSINV - SHARES WITHHELD:   ' WS-WITHHELD-COUNT.
           MOVE WS-WITHHELD-TOTAL TO WS-WITHHELD-AMOUNT.
           DISPLAY 'MVBSINV - AMOUNT WITHHELD:   ' WS-WITHHELD-AMOUNT.

           STOP RUN.

       200-PRINT-INVOICES.
           OPEN OUTPUT SPONSOR-RPT.
           OPEN INPUT SPONFILE.
           OPEN INPUT ROIFILE.
           OPEN I-O DISCLOG.
           MOVE 'N' TO WS-EOF-SWITCH.

           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

           CLOSE SPONSOR-RPT.
           CLOSE SPONFILE.
           CLOSE ROIFILE.
           CLOSE DISCLOG.

       210-PROCESS-SORTED-REC.
           PERFORM 260-CHECK-RELEASE.

           IF WS-SHARE-RELEASED
               PERFORM 215-PRINT-SHARE
           ELSE
               PERFORM 270-WITHHOLD-SHARE
           END-IF.

           RETURN SORT-WORK AT END
               SET WS-END-OF-FILE TO TRUE
           END-RETURN.

       215-PRINT-SHARE.
           IF WS-FIRST-GROUP OR SW-SPONSOR-ID NOT = WS-SAVE-SPONSOR
               IF NOT WS-FIRST-GROUP
                   PERFORM 250-PRINT-SPONSOR-TOTAL
           ADD SW-AMOUNT TO WS-SPONSOR-TOTAL.
           ADD SW-AMOUNT TO WS-GRAND-TOTAL.

           PERFORM 280-LOG-DISCLOSURE.

       220-PRINT-SPONSOR-HEADING.
           ADD 1 TO WS-SPONSOR-COUNT.
           WRITE SINVRPT-LINE.
           MOVE SPACES TO SINVRPT-LINE.
           WRITE SINVRPT-LINE.

      * Looks through the student's three authorization slots for one
      * in effect today that names this sponsor and releases the
      * balance.
       260-CHECK-RELEASE.
           MOVE 'N' TO WS-RELEASE-SWITCH.

           PERFORM 265-CHECK-ONE-RELEASE
               VARYING WS-ROI-SUB FROM 1 BY 1
               UNTIL WS-ROI-SUB > 3 OR WS-SHARE-RELEASED.

       265-CHECK-ONE-RELEASE.
           MOVE SW-STUDENT-NO TO ROIFILE-STUDENT-NO.
           MOVE WS-ROI-SUB TO ROIFILE-SEQ.

           READ ROIFILE RECORD.

           IF WS-ROIFILE-OK
              AND ROIFILE-PARTY-SPONSOR
              AND ROIFILE-SPONSOR-ID = SW-SPONSOR-ID
              AND ROIFILE-BALANCE-RELEASED
              AND ROIFILE-EFFECTIVE-DATE NOT > WS-RUN-DATE
              AND ROIFILE-EXPIRY-DATE NOT < WS-RUN-DATE
               SET WS-SHARE-RELEASED TO TRUE
               MOVE ROIFILE-SEQ TO WS-RELEASE-SEQ
               MOVE ROIFILE-PARTY-NAME TO WS-RELEASE-PARTY
           END-IF.

      * No release - the share stays off the sponsor's invoice and
      * goes to SYSOUT for the bursar.
       270-WITHHOLD-SHARE.
           ADD 1 TO WS-WITHHELD-COUNT.
           ADD SW-AMOUNT TO WS-WITHHELD-TOTAL.
           MOVE SW-AMOUNT TO WS-WITHHELD-AMOUNT.

           DISPLAY 'MVBSINV - WITHHELD, NO BALANCE RELEASE: SPONSOR '
               SW-SPONSOR-ID ' STUDENT ' SW-STUDENT-NO ' '
               SW-TERM-YEAR ' ' WS-WITHHELD-AMOUNT.

      * The invoiced share is a disclosure of the student's balance
      * to the sponsor under the authorization found above.  Two
      * shares for one student land in the same hundredth, so a
      * duplicate key takes the next one.
       280-LOG-DISCLOSURE.
           ACCEPT WS-ACCEPT-TIME FROM TIME.

           MOVE SPACES TO DISCLOG-RECORD.
           MOVE SW-STUDENT-NO TO DISCLOG-STUDENT-NO.
           MOVE WS-RUN-DATE TO DISCLOG-DATE.
           MOVE WS-ACCEPT-TIME (1:7) TO DISCLOG-TIME.
           MOVE 'B' TO DISCLOG-CATEGORY.
           MOVE 'I' TO DISCLOG-CHANNEL.
           MOVE WS-RELEASE-SEQ TO DISCLOG-ROI-SEQ.
           MOVE WS-RELEASE-PARTY TO DISCLOG-PARTY-NAME.
           MOVE SW-SPONSOR-ID TO DISCLOG-REFERENCE.
           MOVE 'MVBSINV ' TO DISCLOG-OPERATOR-ID.
           MOVE 'MVBSINV ' TO DISCLOG-SOURCE-PGM.

           WRITE DISCLOG-RECORD.
           IF WS-DISCLOG-DUPKEY
               ADD 1 TO DISCLOG-TIME
               WRITE DISCLOG-RECORD
           END-IF.

           IF NOT WS-DISCLOG-OK
               DISPLAY 'MVBSINV - DISCLOG WRITE FAILED, STATUS '
                   WS-DISCLOG-STATUS ' FOR ' SW-STUDENT-NO
           END-IF.
