       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBGLML.
       AUTHOR.        M VALDRON.

      * GL ACCOUNT MAPPING TABLE LOAD.  READS FINANCE'S MAPPING
      * CARDS AND ADDS, REPLACES OR REMOVES EACH ENTRY ON GLMAP, THE
      * SAME ADD-OR-REWRITE WAY MVBMINL LOADS THE MINISTRY TABLE.
      * THE MVBGLJ NIGHTLY GL JOURNAL MAPS EVERY LEDGER MOVEMENT
      * THROUGH THE TABLE.
      *
      * CARD: CAMPUS COLS 1-3, DEPARTMENT 5-8, TRANSACTION TYPE
      * 10-11, FEE CATEGORY 13, DEBIT ACCOUNT 15-24, DEBIT COST
      * CENTRE 26-31, CREDIT ACCOUNT 33-42, CREDIT COST CENTRE
      * 44-49, DESCRIPTION 51-70.  A D IN COL 80 REMOVES THE ENTRY.
      * BLANK CAMPUS, DEPARTMENT OR FEE CATEGORY IS THE CATCH-ALL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-CARDS ASSIGN TO GLMCRDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT GLMAP ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLMAP-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-CARDS
           RECORD CONTAINS 80 CHARACTERS.
       01  MAP-CARD-RECORD.
           05  MC-CAMPUS                PIC X(3).
           05  FILLER                   PIC X.
           05  MC-DEPT                  PIC X(4).
           05  FILLER                   PIC X.
           05  MC-TRN-TYPE              PIC X(2).
           05  FILLER                   PIC X.
           05  MC-FEE-CAT               PIC X(1).
           05  FILLER                   PIC X.
           05  MC-DR-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X.
           05  MC-DR-COST-CENTRE        PIC X(6).
           05  FILLER                   PIC X.
           05  MC-CR-ACCOUNT            PIC X(10).
           05  FILLER                   PIC X.
           05  MC-CR-COST-CENTRE        PIC X(6).
           05  FILLER                   PIC X.
           05  MC-DESC                  PIC X(20).
           05  FILLER                   PIC X(9).
           05  MC-ACTION                PIC X.
               88  MC-REMOVE                            VALUE 'D'.

       FD  GLMAP
           RECORD CONTAINS 64 CHARACTERS.
       COPY 'GLMAPC'.

       WORKING-STORAGE SECTION.
       01  WS-CARDS-STATUS             PIC XX          VALUE SPACES.
           88  WS-CARDS-OK                              VALUE '00'.

       01  WS-GLMAP-STATUS             PIC XX          VALUE SPACES.
           88  WS-GLMAP-OK                              VALUE '00'.
           88  WS-GLMAP-DUPLICATE                       VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(05)      VALUE ZERO.
           05  WS-ADD-COUNT             PIC 9(05)      VALUE ZERO.
           05  WS-REPLACE-COUNT         PIC 9(05)      VALUE ZERO.
           05  WS-REMOVE-COUNT          PIC 9(05)      VALUE ZERO.
           05  WS-REJECT-COUNT          PIC 9(05)      VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT MAP-CARDS.
           IF NOT WS-CARDS-OK
               DISPLAY 'MVBGLML - GLMCRDS OPEN FAILED, STATUS '
                   WS-CARDS-STATUS
               STOP RUN
           END-IF.

           OPEN I-O GLMAP.
           IF NOT WS-GLMAP-OK
               DISPLAY 'MVBGLML - GLMAP OPEN FAILED, STATUS '
                   WS-GLMAP-STATUS
               CLOSE MAP-CARDS
               STOP RUN
           END-IF.

           PERFORM 100-READ-CARD.
           PERFORM 200-LOAD-ONE-MAPPING
               UNTIL WS-END-OF-FILE.

           CLOSE MAP-CARDS.
           CLOSE GLMAP.

           DISPLAY 'MVBGLML - CARDS READ:  ' WS-READ-COUNT.
           DISPLAY 'MVBGLML - ADDED:       ' WS-ADD-COUNT.
           DISPLAY 'MVBGLML - REPLACED:    ' WS-REPLACE-COUNT.
           DISPLAY 'MVBGLML - REMOVED:     ' WS-REMOVE-COUNT.
           DISPLAY 'MVBGLML - REJECTED:    ' WS-REJECT-COUNT.

           STOP RUN.

       100-READ-CARD.
           READ MAP-CARDS NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

       200-LOAD-ONE-MAPPING.
           MOVE SPACES TO GLMAP-RECORD.
           MOVE MC-CAMPUS TO GLMAP-CAMPUS.
           MOVE MC-DEPT TO GLMAP-DEPT.
           MOVE MC-TRN-TYPE TO GLMAP-TRN-TYPE.
           MOVE MC-FEE-CAT TO GLMAP-FEE-CAT.

           IF MC-TRN-TYPE = SPACES
               DISPLAY 'MVBGLML - CARD ' WS-READ-COUNT
                   ' MISSING TRANSACTION TYPE - SKIPPED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF MC-REMOVE
               DELETE GLMAP RECORD
               IF WS-GLMAP-OK
                   ADD 1 TO WS-REMOVE-COUNT
               ELSE
                   DISPLAY 'MVBGLML - CARD ' WS-READ-COUNT
                       ' NOT ON GLMAP TO REMOVE - SKIPPED'
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           ELSE IF MC-DR-ACCOUNT = SPACES OR MC-CR-ACCOUNT = SPACES
               DISPLAY 'MVBGLML - CARD ' WS-READ-COUNT
                   ' MISSING DEBIT OR CREDIT ACCOUNT - SKIPPED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE MC-DR-ACCOUNT TO GLMAP-DR-ACCOUNT
               MOVE MC-DR-COST-CENTRE TO GLMAP-DR-COST-CENTRE
               MOVE MC-CR-ACCOUNT TO GLMAP-CR-ACCOUNT
               MOVE MC-CR-COST-CENTRE TO GLMAP-CR-COST-CENTRE
               MOVE MC-DESC TO GLMAP-DESC

               WRITE GLMAP-RECORD

               IF WS-GLMAP-OK
                   ADD 1 TO WS-ADD-COUNT
               ELSE IF WS-GLMAP-DUPLICATE
                   REWRITE GLMAP-RECORD
                   ADD 1 TO WS-REPLACE-COUNT
               ELSE
                   DISPLAY 'MVBGLML - GLMAP WRITE FAILED, STATUS '
                       WS-GLMAP-STATUS ' FOR CARD ' WS-READ-COUNT
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

           PERFORM 100-READ-CARD.
