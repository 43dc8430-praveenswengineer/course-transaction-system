       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBAWDL.
       AUTHOR.        M VALDRON.

      * SCHOLARSHIP AND BURSARY AWARD MASTER LOAD.  READS THE
      * FINANCIAL AID OFFICE'S AWARD CARDS AND ADDS, REPLACES OR
      * REMOVES EACH ENTRY ON AWDMAST, THE SAME ADD-OR-REWRITE WAY
      * MVBMINL LOADS THE MINISTRY TABLE.  MVPRGAW GRANTS AWARDS
      * OFF THE TABLE AND MVBAWD PAYS THEM OUT.
      *
      * CARD: AWARD CODE COLS 1-5, NAME 7-36, FUNDING SOURCE 38-47,
      * AMOUNT TYPE 49 (A FLAT, P PERCENT OF TUITION), AMOUNT
      * 51-59 (DOLLARS AND CENTS, NO POINT), PERCENTAGE 61-63,
      * MINIMUM CUMULATIVE GPA 65-67 (NO POINT, 250 = 2.50),
      * PROGRAM 69-73, DEPARTMENT 75-78, ACTIVE Y/N 79 (BLANK = Y).
      * A D IN COL 80 REMOVES THE ENTRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-CARDS ASSIGN TO AWDCRDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT AWDMAST ASSIGN TO AWDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AWDMAST-CODE
               FILE STATUS IS WS-AWDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-CARDS
           RECORD CONTAINS 80 CHARACTERS.
       01  AWARD-CARD-RECORD.
           05  AC-CODE                  PIC X(5).
           05  FILLER                   PIC X.
           05  AC-NAME                  PIC X(30).
           05  FILLER                   PIC X.
           05  AC-FUND-SOURCE           PIC X(10).
           05  FILLER                   PIC X.
           05  AC-AMOUNT-TYPE           PIC X(1).
           05  FILLER                   PIC X.
           05  AC-AMOUNT                PIC 9(7)V99.
           05  AC-AMOUNT-X REDEFINES AC-AMOUNT
                                        PIC X(9).
           05  FILLER                   PIC X.
           05  AC-PCT                   PIC 9(3).
           05  AC-PCT-X REDEFINES AC-PCT
                                        PIC X(3).
           05  FILLER                   PIC X.
           05  AC-MIN-GPA               PIC 9V99.
           05  AC-MIN-GPA-X REDEFINES AC-MIN-GPA
                                        PIC X(3).
           05  FILLER                   PIC X.
           05  AC-PROGRAM               PIC X(5).
           05  FILLER                   PIC X.
           05  AC-DEPT                  PIC X(4).
           05  AC-ACTIVE                PIC X.
           05  AC-ACTION                PIC X.
               88  AC-REMOVE                            VALUE 'D'.

       FD  AWDMAST
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'AWDMASTC'.

       WORKING-STORAGE SECTION.
       01  WS-CARDS-STATUS             PIC XX          VALUE SPACES.
           88  WS-CARDS-OK                              VALUE '00'.

       01  WS-AWDMAST-STATUS           PIC XX          VALUE SPACES.
           88  WS-AWDMAST-OK                            VALUE '00'.
           88  WS-AWDMAST-DUPLICATE                     VALUE '22'.

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
           OPEN INPUT AWARD-CARDS.
           IF NOT WS-CARDS-OK
               DISPLAY 'MVBAWDL - AWDCRDS OPEN FAILED, STATUS '
                   WS-CARDS-STATUS
               STOP RUN
           END-IF.

           OPEN I-O AWDMAST.
           IF NOT WS-AWDMAST-OK
               DISPLAY 'MVBAWDL - AWDMAST OPEN FAILED, STATUS '
                   WS-AWDMAST-STATUS
               CLOSE AWARD-CARDS
               STOP RUN
           END-IF.

           PERFORM 100-READ-CARD.
           PERFORM 200-LOAD-ONE-AWARD
               UNTIL WS-END-OF-FILE.

           CLOSE AWARD-CARDS.
           CLOSE AWDMAST.

           DISPLAY 'MVBAWDL - CARDS READ:  ' WS-READ-COUNT.
           DISPLAY 'MVBAWDL - ADDED:       ' WS-ADD-COUNT.
           DISPLAY 'MVBAWDL - REPLACED:    ' WS-REPLACE-COUNT.
           DISPLAY 'MVBAWDL - REMOVED:     ' WS-REMOVE-COUNT.
           DISPLAY 'MVBAWDL - REJECTED:    ' WS-REJECT-COUNT.

           STOP RUN.

       100-READ-CARD.
           READ AWARD-CARDS NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

      * Blank amount, percentage or GPA columns load as zero - a
      * percentage award carries no amount and most carry no GPA
      * floor.
       200-LOAD-ONE-AWARD.
           MOVE SPACES TO AWDMAST-RECORD.
           MOVE AC-CODE TO AWDMAST-CODE.

           IF AC-AMOUNT-X = SPACES
               MOVE ZERO TO AC-AMOUNT
           END-IF.
           IF AC-PCT-X = SPACES
               MOVE ZERO TO AC-PCT
           END-IF.
           IF AC-MIN-GPA-X = SPACES
               MOVE ZERO TO AC-MIN-GPA
           END-IF.

           IF AC-CODE = SPACES
               DISPLAY 'MVBAWDL - CARD ' WS-READ-COUNT
                   ' MISSING AWARD CODE - SKIPPED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF AC-REMOVE
               DELETE AWDMAST RECORD
               IF WS-AWDMAST-OK
                   ADD 1 TO WS-REMOVE-COUNT
               ELSE
                   DISPLAY 'MVBAWDL - CARD ' WS-READ-COUNT
                       ' NOT ON AWDMAST TO REMOVE - SKIPPED'
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           ELSE IF AC-AMOUNT-TYPE NOT = 'A' AND AC-AMOUNT-TYPE NOT = 'P'
               DISPLAY 'MVBAWDL - CARD ' WS-READ-COUNT
                   ' AMOUNT TYPE NOT A OR P - SKIPPED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF AC-AMOUNT IS NOT NUMERIC OR AC-PCT IS NOT NUMERIC
                   OR AC-MIN-GPA IS NOT NUMERIC
               DISPLAY 'MVBAWDL - CARD ' WS-READ-COUNT
                   ' AMOUNT, PERCENT OR GPA NOT NUMERIC - SKIPPED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF (AC-AMOUNT-TYPE = 'A' AND AC-AMOUNT = ZERO)
                   OR (AC-AMOUNT-TYPE = 'P'
                       AND (AC-PCT = ZERO OR AC-PCT > 100))
               DISPLAY 'MVBAWDL - CARD ' WS-READ-COUNT
                   ' NO AMOUNT OR PERCENTAGE OUT OF RANGE - SKIPPED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE AC-NAME TO AWDMAST-NAME
               MOVE AC-FUND-SOURCE TO AWDMAST-FUND-SOURCE
               MOVE AC-AMOUNT-TYPE TO AWDMAST-AMOUNT-TYPE
               MOVE AC-AMOUNT TO AWDMAST-AMOUNT
               MOVE AC-PCT TO AWDMAST-PCT
               MOVE AC-MIN-GPA TO AWDMAST-MIN-GPA
               MOVE AC-PROGRAM TO AWDMAST-PROGRAM
               MOVE AC-DEPT TO AWDMAST-DEPT
               IF AC-ACTIVE = 'N'
                   SET AWDMAST-INACTIVE TO TRUE
               ELSE
                   SET AWDMAST-ACTIVE TO TRUE
               END-IF

               WRITE AWDMAST-RECORD

               IF WS-AWDMAST-OK
                   ADD 1 TO WS-ADD-COUNT
               ELSE IF WS-AWDMAST-DUPLICATE
                   REWRITE AWDMAST-RECORD
                   ADD 1 TO WS-REPLACE-COUNT
               ELSE
                   DISPLAY 'MVBAWDL - AWDMAST WRITE FAILED, STATUS '
                       WS-AWDMAST-STATUS ' FOR CARD ' WS-READ-COUNT
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

           PERFORM 100-READ-CARD.
