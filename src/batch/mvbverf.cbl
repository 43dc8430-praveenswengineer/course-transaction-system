      * REQUEST NUMBER ITS COLS 34-38, BOTH AS MVBREQ'S PICKUP
      * CUTS THEM.
      *
      * THE LETTER DISCLOSES THE STUDENT'S ENROLLMENT TO A THIRD
      * PARTY, SO IT IS ONLY ISSUED UNDER A ROIFILE AUTHORIZATION IN
      * EFFECT TODAY THAT RELEASES ENROLLMENT - ADDRESSED TO THAT
      * AUTHORIZATION'S PARTY AND LOGGED TO DISCLOG.  WITHOUT ONE
      * NO LETTER IS PRINTED AND NO REFERENCE NUMBER IS USED.
      *
      * CONTROL CARD: STUDENT NUMBER COLS 1-7, AUTHORIZATION 1-3 IN
      * COL 9 (BLANK TAKES THE FIRST ONE THAT QUALIFIES), REQUEST
      * NUMBER COLS 34-38 (ZERO WHEN RUN BY HAND).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS LTRLOG-KEY
               FILE STATUS IS WS-LTRLOG-STATUS.

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

           SELECT LETTER-RPT ASSIGN TO VERFRPT
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-STUDENT-NO            PIC X(7).
           05  FILLER                   PIC X(1).
           05  CC-ROI-SEQ               PIC X(1).
           05  FILLER                   PIC X(24).
           05  CC-REQUEST-NO            PIC X(5).
           05  FILLER                   PIC X(42).

           RECORD CONTAINS 32 CHARACTERS.
       COPY 'LTRLOGC'.

       FD  ROIFILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'ROIRECC'.

       FD  DISCLOG
           RECORD CONTAINS 84 CHARACTERS.
       COPY 'DISCLOGC'.

       FD  LETTER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  VERFRPT-LINE                PIC X(132).
           88  WS-LTRLOG-OK                            VALUE '00'.
           88  WS-LTRLOG-NOTFND                        VALUE '23'.

       01  WS-ROIFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-ROIFILE-OK                           VALUE '00'.

       01  WS-DISCLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-DISCLOG-OK                           VALUE '00'.
           88  WS-DISCLOG-DUPKEY                       VALUE '22'.

      * The authorization the letter is issued under.
       01  WS-RELEASE-SWITCH           PIC X           VALUE 'N'.
           88  WS-ENROLLMENT-RELEASED                  VALUE 'Y'.
       01  WS-ROI-SUB                  PIC 9           VALUE ZERO.
       01  WS-RELEASE-SEQ              PIC X(1)        VALUE SPACE.
       01  WS-RELEASE-PARTY            PIC X(30)       VALUE SPACES.

       01  WS-ACCEPT-TIME              PIC 9(8).

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.
       01  WS-ACCEPT-DATE              PIC 9(6).
           05  WS-REF-SEQ               PIC 9(5).

       01  WS-LETTER-LINE-1.
           05  FILLER                   PIC X(4)   VALUE 'TO: '.
           05  WS-L1-PARTY              PIC X(36).
           05  FILLER                   PIC X(11)  VALUE
               'REFERENCE: '.
           05  WS-L1-REFERENCE          PIC X(10).
           END-IF.

           OPEN INPUT PROGFILE.
           OPEN INPUT ROIFILE.
           OPEN I-O LTRLOG.
           OPEN I-O DISCLOG.
           OPEN OUTPUT LETTER-RPT.

           MOVE 'MJV' TO STUFILE-PREFIX.
               STOP RUN
           END-IF.

           PERFORM 150-FIND-RELEASE.

           IF NOT WS-ENROLLMENT-RELEASED
               DISPLAY 'MVBVERF - STUDENT ' CC-STUDENT-NO
                   ' HAS NOT RELEASED ENROLLMENT - NO LETTER ISSUED'
               PERFORM 900-CLOSE-ALL
               STOP RUN
           END-IF.

           PERFORM 200-ISSUE-REFERENCE.

           PERFORM 300-PRINT-LETTER.

           PERFORM 400-LOG-LETTER.

           PERFORM 450-LOG-DISCLOSURE.

           PERFORM 900-CLOSE-ALL.

           DISPLAY 'MVBVERF - LETTER ' WS-REFERENCE

           STOP RUN.

      * The authorization named on the card, or the first of the
      * student's three that is in effect today and releases
      * enrollment.
       150-FIND-RELEASE.
           MOVE 'N' TO WS-RELEASE-SWITCH.

           IF CC-ROI-SEQ = '1' OR CC-ROI-SEQ = '2' OR CC-ROI-SEQ = '3'
               MOVE CC-ROI-SEQ TO WS-ROI-SUB
               PERFORM 160-CHECK-ONE-RELEASE
           ELSE
               PERFORM 160-CHECK-ONE-RELEASE
                   VARYING WS-ROI-SUB FROM 1 BY 1
                   UNTIL WS-ROI-SUB > 3 OR WS-ENROLLMENT-RELEASED
           END-IF.

       160-CHECK-ONE-RELEASE.
           MOVE CC-STUDENT-NO TO ROIFILE-STUDENT-NO.
           MOVE WS-ROI-SUB TO ROIFILE-SEQ.

           READ ROIFILE RECORD.

           IF WS-ROIFILE-OK
              AND ROIFILE-ENROLLMENT-RELEASED
              AND ROIFILE-EFFECTIVE-DATE NOT > WS-RUN-DATE
              AND ROIFILE-EXPIRY-DATE NOT < WS-RUN-DATE
               SET WS-ENROLLMENT-RELEASED TO TRUE
               MOVE ROIFILE-SEQ TO WS-RELEASE-SEQ
               MOVE ROIFILE-PARTY-NAME TO WS-RELEASE-PARTY
           END-IF.

      * The year's control entry (sequence 00000) carries the last
      * reference number issued - same convention REQFILE's control
      * entry uses.  The first letter of a year seeds it.
           MOVE WS-NEW-SEQ TO WS-REF-SEQ.

       300-PRINT-LETTER.
           MOVE WS-RELEASE-PARTY TO WS-L1-PARTY.
           MOVE WS-REFERENCE TO WS-L1-REFERENCE.
           MOVE WS-LETTER-LINE-1 TO VERFRPT-LINE.
           WRITE VERFRPT-LINE.
                   WS-LTRLOG-STATUS
           END-IF.

      * The letter is a disclosure of the student's enrollment to the
      * authorization's party - logged with the letter reference.
       450-LOG-DISCLOSURE.
           ACCEPT WS-ACCEPT-TIME FROM TIME.

           MOVE SPACES TO DISCLOG-RECORD.
           MOVE STUFILE-STUDENT-NO TO DISCLOG-STUDENT-NO.
           MOVE WS-RUN-DATE TO DISCLOG-DATE.
           MOVE WS-ACCEPT-TIME (1:7) TO DISCLOG-TIME.
           MOVE 'E' TO DISCLOG-CATEGORY.
           MOVE 'L' TO DISCLOG-CHANNEL.
           MOVE WS-RELEASE-SEQ TO DISCLOG-ROI-SEQ.
           MOVE WS-RELEASE-PARTY TO DISCLOG-PARTY-NAME.
           MOVE WS-REFERENCE TO DISCLOG-REFERENCE.
           MOVE 'MVBVERF ' TO DISCLOG-OPERATOR-ID.
           MOVE 'MVBVERF ' TO DISCLOG-SOURCE-PGM.

           WRITE DISCLOG-RECORD.
           IF WS-DISCLOG-DUPKEY
               ADD 1 TO DISCLOG-TIME
               WRITE DISCLOG-RECORD
           END-IF.

           IF NOT WS-DISCLOG-OK
               DISPLAY 'MVBVERF - DISCLOG WRITE FAILED, STATUS '
                   WS-DISCLOG-STATUS
           END-IF.

       900-CLOSE-ALL.
           CLOSE STUFILE.
           CLOSE PROGFILE.
           CLOSE ROIFILE.
           CLOSE LTRLOG.
           CLOSE DISCLOG.
           CLOSE LETTER-RPT.
