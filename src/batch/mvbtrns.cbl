       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBTRNS.
       AUTHOR.        M VALDRON.

      * NIGHTLY TRANSCRIPT EXCHANGE RUN.  WORKS EVERY TRANSCRIPT
      * REQUEST ON TRQFILE (TAKEN AT THE COUNTER ON MVPRGTQ) THAT IS
      * STILL PENDING, OR HELD FROM AN EARLIER NIGHT:
      *
      *   - A STUDENT NO LONGER ON STUFILE, OR A RECEIVING
      *     INSTITUTION NO LONGER ON EQUIVTBL, FAILS THE REQUEST
      *     (STATUS F) - THE REGISTRAR SORTS IT OUT WITH THE STUDENT.
      *
      *   - A STUDENT WITH A TRANSCRIPT-CLASS (T OR B) HOLD ON HOLDFLE
      *     IS REFUSED - THE REQUEST IS HELD (STATUS H) AND TRIED
      *     AGAIN EACH NIGHT UNTIL THE HOLD IS RELEASED OR THE
      *     REQUEST IS CANCELLED.
      *
      *   - OTHERWISE THE TRANSCRIPT IS SENT UNDER A SERIAL NUMBER
      *     ISSUED OFF THE YEAR'S TRNLOG CONTROL ENTRY (YYYY-NNNNN,
      *     THE LTRLOG CONVENTION) AND LOGGED ON TRNLOG AND, AS A
      *     DISCLOSURE OF THE STUDENT'S GRADES, ON DISCLOG.  AN
      *     ELECTRONIC REQUEST IS BUILT ONTO TRNXMIT, THE STANDARD
      *     EXCHANGE FILE (TRXRECC): EVERY ARCHIVED TERM ON TERMARC
      *     AND THE CURRENT TERM OFF STUFILE, EACH WITH ITS STANDFLE
      *     AVERAGES AND STANDING AND ITS COURSES GRADED OFF GRADFLE,
      *     THEN THE TC TRANSFER CREDITS AND ANY GRADED COURSE FROM A
      *     TERM WITH NO ARCHIVE IMAGE.  A PAPER REQUEST IS LISTED
      *     FOR THE OFFICE TO PRINT ON MVPRGTR AND MAIL WITH THE
      *     SERIAL ON IT.
      *
      * TRXRPT LISTS EVERYTHING SENT TONIGHT; TRXEXCP IS THE
      * REGISTRAR'S EXCEPTION LIST OF THE HELD AND FAILED REQUESTS.
      * THE RUN IS POSTED TO CYCCTL (NO PREDECESSOR).
      *
      * SYSIN CARD (OPTIONAL): OUR EXCHANGE INSTITUTION CODE 1-6
      * AND NAME 8-37, AS CARRIED ON THE EXCHANGE FILE HEADER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TRQFILE ASSIGN TO TRQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRQFILE-KEY
               FILE STATUS IS WS-TRQFILE-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT EQUIVTBL ASSIGN TO EQUIVTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQUIV-KEY
               FILE STATUS IS WS-EQUIVTBL-STATUS.

           SELECT HOLDFLE ASSIGN TO HOLDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDFLE-KEY
               FILE STATUS IS WS-HOLDFLE-STATUS.

           SELECT TERMARC ASSIGN TO TERMARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERMARC-KEY
               FILE STATUS IS WS-TERMARC-STATUS.

           SELECT GRADFLE ASSIGN TO GRADFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADFLE-KEY
               FILE STATUS IS WS-GRADFLE-STATUS.

           SELECT STANDFLE ASSIGN TO STANDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STANDFLE-KEY
               FILE STATUS IS WS-STANDFLE-STATUS.

           SELECT TRNLOG ASSIGN TO TRNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRNLOG-KEY
               FILE STATUS IS WS-TRNLOG-STATUS.

           SELECT DISCLOG ASSIGN TO DISCLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISCLOG-KEY
               FILE STATUS IS WS-DISCLOG-STATUS.

           SELECT TRNXMIT ASSIGN TO TRNXMIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SENT-RPT ASSIGN TO TRXRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-RPT ASSIGN TO TRXEXCP
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCCTL-KEY
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD.
           05  PC-OUR-INST              PIC X(6).
           05  FILLER                   PIC X.
           05  PC-OUR-NAME              PIC X(30).
           05  FILLER                   PIC X(43).

       FD  TRQFILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'TRQRECC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  EQUIVTBL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'EQUIVREC'.

       FD  HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       COPY 'HOLDRECC'.

       FD  TERMARC
           RECORD CONTAINS 314 CHARACTERS.
       COPY 'TERMARCC'.

       FD  GRADFLE
           RECORD CONTAINS 51 CHARACTERS.
       COPY 'GRADRECC'.

       FD  STANDFLE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'STANDREC'.

       FD  TRNLOG
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'TRNLOGC'.

       FD  DISCLOG
           RECORD CONTAINS 84 CHARACTERS.
       COPY 'DISCLOGC'.

       FD  TRNXMIT
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'TRXRECC'.

       FD  SENT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  TRXRPT-LINE                 PIC X(132).

       FD  EXCEPTION-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  TRXEXCP-LINE                PIC X(132).

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       WORKING-STORAGE SECTION.
      * Cycle control - requests stand on their own, so the job
      * carries no predecessor.
       01  WS-CYCCTL-STATUS            PIC XX          VALUE SPACES.
           88  WS-CYCCTL-OK                             VALUE '00'.
           88  WS-CYCCTL-NOTFND                         VALUE '23'.

       01  WS-CYC-JOB-NAME             PIC X(8)    VALUE 'MVBTRNS'.
       01  WS-CYC-ACCEPT-DAY           PIC 9(5).
       01  WS-CYC-BUS-DATE             PIC 9(7)        VALUE ZERO.
       01  WS-CYC-ACCEPT-TIME          PIC 9(8).

       01  WS-TRQFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-TRQFILE-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-EQUIVTBL-STATUS          PIC XX          VALUE SPACES.
           88  WS-EQUIVTBL-OK                          VALUE '00'.

       01  WS-HOLDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-HOLDFLE-OK                           VALUE '00'.

       01  WS-TERMARC-STATUS           PIC XX          VALUE SPACES.
           88  WS-TERMARC-OK                           VALUE '00'.

       01  WS-GRADFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADFLE-OK                           VALUE '00'.

       01  WS-STANDFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-STANDFLE-OK                          VALUE '00'.

       01  WS-TRNLOG-STATUS            PIC XX          VALUE SPACES.
           88  WS-TRNLOG-OK                            VALUE '00'.
           88  WS-TRNLOG-NOTFND                        VALUE '23'.

       01  WS-DISCLOG-STATUS           PIC XX          VALUE SPACES.
           88  WS-DISCLOG-OK                           VALUE '00'.
           88  WS-DISCLOG-DUPKEY                       VALUE '22'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-INST-SWITCH           PIC X          VALUE 'N'.
               88  WS-INST-FOUND                        VALUE 'Y'.
           05  WS-HOLD-SWITCH           PIC X          VALUE 'N'.
               88  WS-TRANSCR-HOLD                      VALUE 'Y'.
           05  WS-SCAN-SWITCH           PIC X          VALUE 'N'.
               88  WS-SCAN-DONE                         VALUE 'Y'.
           05  WS-CURRENT-SWITCH        PIC X          VALUE 'N'.
               88  WS-CURRENT-TERM                      VALUE 'Y'.
           05  WS-LISTED-SWITCH         PIC X          VALUE 'N'.
               88  WS-TERM-LISTED                       VALUE 'Y'.

      * Our own identity on the exchange file, off the SYSIN card.
       01  WS-SETTINGS.
           05  WS-OUR-INST              PIC X(6)       VALUE 'MVCOLL'.
           05  WS-OUR-NAME              PIC X(30)      VALUE
               'OFFICE OF THE REGISTRAR'.

       01  WS-EXCHANGE-VERSION         PIC X(4)        VALUE '0100'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-OPEN-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-SENT-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-ELECTRONIC-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-PAPER-COUNT           PIC 9(07)      VALUE ZERO.
           05  WS-HELD-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-FAILED-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-XMIT-RECORDS          PIC 9(07)      VALUE ZERO.

      * Counts for the transcript being built.
       01  WS-TRANSCRIPT-COUNTS.
           05  WS-TC-TERMS              PIC 9(03)      VALUE ZERO.
           05  WS-TC-COURSES            PIC 9(05)      VALUE ZERO.
           05  WS-TC-TRANSFERS          PIC 9(03)      VALUE ZERO.
           05  WS-TC-RECORDS            PIC 9(05)      VALUE ZERO.

      * Terms already put on the transcript - a graded course from a
      * term not in here is one with no archive image.  Past the
      * table's end the course just goes out a second time.
       01  WS-TERM-TABLE.
           05  WS-TT-COUNT              PIC 9(02)      VALUE ZERO.
           05  WS-TT-TERM               PIC X(5)   OCCURS 40.
       01  WS-TT-SUB                   PIC 9(02)       VALUE ZERO.

       01  WS-TERM-IMAGE               PIC X(302)      VALUE SPACES.
       01  WS-WORK-TERM                PIC X(5)        VALUE SPACES.
       01  WS-WORK-COURSE              PIC X(8)        VALUE SPACES.
       01  WS-WORK-SECTION             PIC X(2)        VALUE SPACES.
       01  WS-SLOT-SUB                 PIC 9           VALUE ZERO.

       01  WS-ACCEPT-TIME              PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.
       01  WS-ACCEPT-DATE              PIC 9(6).
       01  WS-AD-PARTS REDEFINES WS-ACCEPT-DATE.
           05  WS-AD-YY                PIC 99.
           05  FILLER                  PIC 9(4).
       01  WS-RUN-YEAR                 PIC 9(4)        VALUE ZERO.

       01  WS-NEW-SEQ                  PIC 9(5)        VALUE ZERO.

       01  WS-SERIAL.
           05  WS-SER-YEAR              PIC X(4).
           05  FILLER                   PIC X VALUE '-'.
           05  WS-SER-SEQ               PIC 9(5).

       01  WS-REASON                   PIC X(30)       VALUE SPACES.

       01  WS-HOLD-REASON.
           05  FILLER                   PIC X(16)  VALUE
               'TRANSCRIPT HOLD '.
           05  WS-HR-TYPE               PIC X(2).
           05  FILLER                   PIC X(12)  VALUE SPACES.

       01  WS-PARTY-NAME.
           05  FILLER                   PIC X(12)  VALUE
               'INSTITUTION '.
           05  WS-PN-INST               PIC X(6).
           05  FILLER                   PIC X(12)  VALUE SPACES.

       01  WS-SENT-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBTRNS'.
           05  FILLER                   PIC X(36)  VALUE
               'TRANSCRIPTS SENT - DATE'.
           05  WS-SH1-DATE              PIC 9(7).

       01  WS-SENT-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(8)   VALUE 'INST'.
           05  FILLER                   PIC X(12)  VALUE 'SERIAL'.
           05  FILLER                   PIC X(9)   VALUE 'REQUESTED'.
           05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER                   PIC X(8)   VALUE 'RECORDS'.
           05  FILLER                   PIC X(10)  VALUE 'DELIVERY'.

       01  WS-SENT-LINE.
           05  WS-SL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-INST               PIC X(6).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-SERIAL             PIC X(10).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-REQ-DATE           PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-SL-RECORDS            PIC ZZZZ9.
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-SL-DELIVERY           PIC X(40).

       01  WS-EXCP-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBTRNS'.
           05  FILLER                   PIC X(36)  VALUE
               'TRANSCRIPT EXCEPTIONS - DATE'.
           05  WS-EH1-DATE              PIC 9(7).

       01  WS-EXCP-HEADING-2.
           05  FILLER                   PIC X(9)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(8)   VALUE 'INST'.
           05  FILLER                   PIC X(8)   VALUE 'METHOD'.
           05  FILLER                   PIC X(9)   VALUE 'REQUESTED'.
           05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
           05  FILLER                   PIC X(8)   VALUE 'STATUS'.
           05  FILLER                   PIC X(10)  VALUE 'REASON'.

       01  WS-EXCP-LINE.
           05  WS-XL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-XL-INST               PIC X(6).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-XL-METHOD             PIC X(1).
           05  FILLER                   PIC X(5)   VALUE SPACES.
           05  WS-XL-REQ-DATE           PIC 9(7).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-XL-OPERATOR           PIC X(8).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-XL-STATUS             PIC X(6).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-XL-REASON             PIC X(30).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 050-CYCLE-START.
           PERFORM 010-READ-PARM-CARD.

           MOVE WS-CYC-ACCEPT-TIME (1:7) TO WS-RUN-TIME.
           ACCEPT WS-ACCEPT-DATE FROM DATE.
           MOVE 2000 TO WS-RUN-YEAR.
           ADD WS-AD-YY TO WS-RUN-YEAR.

           OPEN I-O TRQFILE.
           IF NOT WS-TRQFILE-OK
               DISPLAY 'MVBTRNS - TRQFILE OPEN FAILED, STATUS '
                   WS-TRQFILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBTRNS - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               CLOSE TRQFILE
               STOP RUN
           END-IF.

           OPEN INPUT EQUIVTBL.
           OPEN INPUT HOLDFLE.
           OPEN INPUT TERMARC.
           OPEN INPUT GRADFLE.
           OPEN INPUT STANDFLE.
           OPEN I-O TRNLOG.
           OPEN I-O DISCLOG.
           OPEN OUTPUT TRNXMIT.
           OPEN OUTPUT SENT-RPT.
           OPEN OUTPUT EXCEPTION-RPT.

           MOVE SPACES TO TRNXMIT-RECORD.
           SET TRX-FILE-HEADER TO TRUE.
           MOVE WS-OUR-INST TO TRX-FH-SENDER-INST.
           MOVE WS-OUR-NAME TO TRX-FH-SENDER-NAME.
           MOVE WS-CYC-BUS-DATE TO TRX-FH-RUN-DATE.
           MOVE WS-RUN-TIME TO TRX-FH-RUN-TIME.
           MOVE WS-EXCHANGE-VERSION TO TRX-FH-VERSION.
           PERFORM 700-WRITE-XMIT.

           MOVE WS-CYC-BUS-DATE TO WS-SH1-DATE.
           MOVE WS-SENT-HEADING-1 TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.
           MOVE SPACES TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.
           MOVE WS-SENT-HEADING-2 TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.
           MOVE SPACES TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.

           MOVE WS-CYC-BUS-DATE TO WS-EH1-DATE.
           MOVE WS-EXCP-HEADING-1 TO TRXEXCP-LINE.
           WRITE TRXEXCP-LINE.
           MOVE SPACES TO TRXEXCP-LINE.
           WRITE TRXEXCP-LINE.
           MOVE WS-EXCP-HEADING-2 TO TRXEXCP-LINE.
           WRITE TRXEXCP-LINE.
           MOVE SPACES TO TRXEXCP-LINE.
           WRITE TRXEXCP-LINE.

           PERFORM 100-READ-TRQFILE.
           PERFORM 200-WORK-ONE-REQUEST THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE SPACES TO TRNXMIT-RECORD.
           SET TRX-FILE-TRAILER TO TRUE.
           MOVE WS-ELECTRONIC-COUNT TO TRX-FT-TRANSCRIPT-COUNT.
           COMPUTE TRX-FT-RECORD-COUNT = WS-XMIT-RECORDS + 1.
           PERFORM 700-WRITE-XMIT.

           MOVE SPACES TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.
           MOVE 'OPEN REQUESTS WORKED:' TO WS-TL-LABEL.
           MOVE WS-OPEN-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.
           MOVE 'SENT ON THE EXCHANGE FILE:' TO WS-TL-LABEL.
           MOVE WS-ELECTRONIC-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.
           MOVE 'TO PRINT AND MAIL:' TO WS-TL-LABEL.
           MOVE WS-PAPER-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.
           MOVE 'EXCHANGE FILE RECORDS:' TO WS-TL-LABEL.
           MOVE WS-XMIT-RECORDS TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.

           MOVE SPACES TO TRXEXCP-LINE.
           WRITE TRXEXCP-LINE.
           MOVE 'HELD - TRANSCRIPT HOLD:' TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO TRXEXCP-LINE.
           WRITE TRXEXCP-LINE.
           MOVE 'FAILED:' TO WS-TL-LABEL.
           MOVE WS-FAILED-COUNT TO WS-TL-COUNT.
           MOVE WS-TRAILER-LINE TO TRXEXCP-LINE.
           WRITE TRXEXCP-LINE.

           CLOSE TRQFILE.
           CLOSE STUFILE.
           CLOSE EQUIVTBL.
           CLOSE HOLDFLE.
           CLOSE TERMARC.
           CLOSE GRADFLE.
           CLOSE STANDFLE.
           CLOSE TRNLOG.
           CLOSE DISCLOG.
           CLOSE TRNXMIT.
           CLOSE SENT-RPT.
           CLOSE EXCEPTION-RPT.

           PERFORM 055-CYCLE-END.

           DISPLAY 'MVBTRNS - REQUESTS READ:   ' WS-READ-COUNT.
           DISPLAY 'MVBTRNS - SENT ELECTRONIC: ' WS-ELECTRONIC-COUNT.
           DISPLAY 'MVBTRNS - SENT PAPER:      ' WS-PAPER-COUNT.
           DISPLAY 'MVBTRNS - HELD:            ' WS-HELD-COUNT.
           DISPLAY 'MVBTRNS - FAILED:          ' WS-FAILED-COUNT.

           STOP RUN.

       010-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-OUR-INST NOT = SPACES
                       MOVE PC-OUR-INST TO WS-OUR-INST
                   END-IF
                   IF PC-OUR-NAME NOT = SPACES
                       MOVE PC-OUR-NAME TO WS-OUR-NAME
                   END-IF
           END-READ.
           CLOSE PARM-CARD.

           DISPLAY 'MVBTRNS - SENDING AS ' WS-OUR-INST ' '
               WS-OUR-NAME.

       100-READ-TRQFILE.
           READ TRQFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

      * One request.  Sent, failed and cancelled ones are history -
      * only pending and held requests are worked.
       200-WORK-ONE-REQUEST.
           IF NOT TRQFILE-OPEN
               PERFORM 100-READ-TRQFILE
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.

           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE TRQFILE-STUDENT-NO TO STUFILE-STUDENT-NO.
           READ STUFILE RECORD.

           IF NOT WS-STUFILE-OK
               MOVE 'STUDENT NOT ON FILE' TO WS-REASON
               PERFORM 600-FAIL-REQUEST
               PERFORM 100-READ-TRQFILE
               GO TO 200-EXIT
           END-IF.

           PERFORM 220-CHECK-INSTITUTION.

           IF NOT WS-INST-FOUND
               MOVE 'INSTITUTION NOT ON EQUIVTBL' TO WS-REASON
               PERFORM 600-FAIL-REQUEST
               PERFORM 100-READ-TRQFILE
               GO TO 200-EXIT
           END-IF.

           PERFORM 240-CHECK-HOLDS THRU 240-EXIT.

           IF WS-TRANSCR-HOLD
               PERFORM 650-HOLD-REQUEST
               PERFORM 100-READ-TRQFILE
               GO TO 200-EXIT
           END-IF.

           PERFORM 300-ISSUE-SERIAL.

           MOVE ZERO TO WS-TC-RECORDS.

           IF TRQFILE-ELECTRONIC
               PERFORM 400-BUILD-TRANSCRIPT
           END-IF.

           PERFORM 500-LOG-TRANSCRIPT.
           PERFORM 520-LOG-DISCLOSURE.
           PERFORM 540-MARK-SENT.

           PERFORM 100-READ-TRQFILE.

       200-EXIT.
           EXIT.

      * The receiving institution must still be one the registrar
      * carries on the equivalency table.
       220-CHECK-INSTITUTION.
           MOVE 'N' TO WS-INST-SWITCH.
           MOVE TRQFILE-INST TO EQUIV-INST.
           MOVE LOW-VALUES TO EQUIV-EXT-COURSE.

           START EQUIVTBL KEY IS NOT LESS THAN EQUIV-KEY.

           IF WS-EQUIVTBL-OK
               READ EQUIVTBL NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EQUIV-INST = TRQFILE-INST
                           SET WS-INST-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Any transcript-class (T or B) hold refuses the transcript -
      * the same check MVPRGTR and MVBCONF make.
       240-CHECK-HOLDS.
           MOVE 'N' TO WS-HOLD-SWITCH.
           MOVE 'N' TO WS-SCAN-SWITCH.
           MOVE TRQFILE-STUDENT-NO TO HOLDFLE-STUDENT-NO.
           MOVE LOW-VALUES TO HOLDFLE-TYPE.

           START HOLDFLE KEY IS NOT LESS THAN HOLDFLE-KEY.

           IF NOT WS-HOLDFLE-OK
               GO TO 240-EXIT
           END-IF.

           PERFORM 250-SCAN-ONE-HOLD
               UNTIL WS-SCAN-DONE OR WS-TRANSCR-HOLD.

       240-EXIT.
           EXIT.

       250-SCAN-ONE-HOLD.
           READ HOLDFLE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.

           IF WS-SCAN-DONE
               CONTINUE
           ELSE IF HOLDFLE-STUDENT-NO NOT = TRQFILE-STUDENT-NO
               SET WS-SCAN-DONE TO TRUE
           ELSE IF HOLDFLE-TRANSCR-CLASS
               SET WS-TRANSCR-HOLD TO TRUE
               MOVE HOLDFLE-TYPE TO WS-HR-TYPE
           END-IF.

      * The year's control entry (sequence 00000) carries the last
      * serial issued - the LTRLOG convention.  The first transcript
      * of a year seeds it.
       300-ISSUE-SERIAL.
           MOVE WS-RUN-YEAR TO TRNLOG-YEAR.
           MOVE ZERO TO TRNLOG-SEQ.

           READ TRNLOG RECORD.

           IF WS-TRNLOG-NOTFND
               MOVE SPACES TO TRNLOG-RECORD
               MOVE WS-RUN-YEAR TO TRNLOG-YEAR
               MOVE ZERO TO TRNLOG-SEQ
               MOVE 1 TO TRNLOG-REC-COUNT
               MOVE WS-CYC-BUS-DATE TO TRNLOG-SENT-DATE
               WRITE TRNLOG-RECORD
               MOVE 1 TO WS-NEW-SEQ
           ELSE
               MOVE TRNLOG-REC-COUNT TO WS-NEW-SEQ
               ADD 1 TO WS-NEW-SEQ
               MOVE WS-NEW-SEQ TO TRNLOG-REC-COUNT
               MOVE WS-CYC-BUS-DATE TO TRNLOG-SENT-DATE
               REWRITE TRNLOG-RECORD
           END-IF.

           MOVE WS-RUN-YEAR TO WS-SER-YEAR.
           MOVE WS-NEW-SEQ TO WS-SER-SEQ.

      * One transcript on the exchange file: the student header,
      * every archived term, the current term, the transfer credits
      * and any graded course from a term with no archive image,
      * then the transcript trailer.
       400-BUILD-TRANSCRIPT.
           MOVE ZERO TO WS-TC-TERMS.
           MOVE ZERO TO WS-TC-COURSES.
           MOVE ZERO TO WS-TC-TRANSFERS.
           MOVE ZERO TO WS-TT-COUNT.

           MOVE SPACES TO TRNXMIT-RECORD.
           SET TRX-STUDENT-HEADER TO TRUE.
           MOVE WS-SERIAL TO TRX-SH-SERIAL.
           MOVE TRQFILE-INST TO TRX-SH-RECV-INST.
           MOVE TRQFILE-STUDENT-NO TO TRX-SH-STUDENT-NO.
           MOVE STUFILE-NAME TO TRX-SH-NAME.
           MOVE STUFILE-SURNAME TO TRX-SH-SURNAME.
           MOVE STUFILE-GIVEN-NAME TO TRX-SH-GIVEN-NAME.
           MOVE STUFILE-PROGRAM TO TRX-SH-PROGRAM.
           MOVE STUFILE-CAMPUS TO TRX-SH-CAMPUS.
           MOVE STUFILE-STATUS TO TRX-SH-STATUS.
           MOVE TRQFILE-REQ-DATE TO TRX-SH-REQ-DATE.
           PERFORM 700-WRITE-XMIT.

           MOVE 'N' TO WS-CURRENT-SWITCH.
           MOVE 'N' TO WS-SCAN-SWITCH.
           MOVE TRQFILE-STUDENT-NO TO TERMARC-STUDENT-NO.
           MOVE LOW-VALUES TO TERMARC-TERM-YEAR.

           START TERMARC KEY IS NOT LESS THAN TERMARC-KEY.

           IF WS-TERMARC-OK
               PERFORM 410-ONE-ARCHIVED-TERM
                   UNTIL WS-SCAN-DONE
           END-IF.

      * The current term off STUFILE itself - its courses show IP
      * until they are graded.
           MOVE STUFILE-TERM-YEAR TO WS-WORK-TERM.
           PERFORM 460-FIND-TERM.

           IF NOT WS-TERM-LISTED AND STUFILE-TERM-YEAR NOT = SPACES
               MOVE STUFILE-RECORD TO WS-TERM-IMAGE
               SET WS-CURRENT-TERM TO TRUE
               PERFORM 430-WRITE-TERM
           END-IF.

           PERFORM 450-GRADFLE-EXTRAS.

           MOVE SPACES TO TRNXMIT-RECORD.
           SET TRX-STUDENT-TRAILER TO TRUE.
           MOVE WS-SERIAL TO TRX-ST-SERIAL.
           MOVE WS-TC-TERMS TO TRX-ST-TERM-COUNT.
           MOVE WS-TC-COURSES TO TRX-ST-COURSE-COUNT.
           MOVE WS-TC-TRANSFERS TO TRX-ST-TRANSFER-COUNT.
           COMPUTE TRX-ST-RECORD-COUNT = WS-TC-RECORDS + 1.
           PERFORM 700-WRITE-XMIT.

       410-ONE-ARCHIVED-TERM.
           READ TERMARC NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.

           IF WS-SCAN-DONE
               CONTINUE
           ELSE IF TERMARC-STUDENT-NO NOT = TRQFILE-STUDENT-NO
               SET WS-SCAN-DONE TO TRUE
           ELSE
               MOVE TERMARC-DATA TO WS-TERM-IMAGE
               MOVE TERMARC-TERM-YEAR TO WS-WORK-TERM
               PERFORM 430-WRITE-TERM
           END-IF.

      * A term record with the term's STANDFLE averages and standing
      * (zero and blank when MVBGPA has not run for it), then one
      * course record per occupied slot on the term's image.
       430-WRITE-TERM.
           IF WS-TT-COUNT < 40
               ADD 1 TO WS-TT-COUNT
               MOVE WS-WORK-TERM TO WS-TT-TERM (WS-TT-COUNT)
           END-IF.

           MOVE SPACES TO TRNXMIT-RECORD.
           SET TRX-TERM TO TRUE.
           MOVE WS-SERIAL TO TRX-TM-SERIAL.
           MOVE WS-WORK-TERM TO TRX-TM-TERM-YEAR.

           MOVE TRQFILE-STUDENT-NO TO STANDFLE-STUDENT-NO.
           MOVE WS-WORK-TERM TO STANDFLE-TERM-YEAR.
           READ STANDFLE RECORD.

           IF WS-STANDFLE-OK
               MOVE STANDFLE-TERM-GPA TO TRX-TM-TERM-GPA
               MOVE STANDFLE-CUM-GPA TO TRX-TM-CUM-GPA
               MOVE STANDFLE-STANDING TO TRX-TM-STANDING
               MOVE STANDFLE-TERM-COURSES TO TRX-TM-TERM-COURSES
               MOVE STANDFLE-CUM-COURSES TO TRX-TM-CUM-COURSES
           ELSE
               MOVE ZERO TO TRX-TM-TERM-GPA
               MOVE ZERO TO TRX-TM-CUM-GPA
               MOVE SPACE TO TRX-TM-STANDING
               MOVE ZERO TO TRX-TM-TERM-COURSES
               MOVE ZERO TO TRX-TM-CUM-COURSES
           END-IF.

           PERFORM 700-WRITE-XMIT.
           ADD 1 TO WS-TC-TERMS.

           PERFORM 440-ONE-TERM-COURSE THRU 440-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 7.

      * Course slots sit at offset 31 on the STUFILE image, their
      * sections at 270 - the same reach MVBGCHS makes.
       440-ONE-TERM-COURSE.
           MOVE WS-TERM-IMAGE (23 + WS-SLOT-SUB * 8:8)
               TO WS-WORK-COURSE.
           MOVE WS-TERM-IMAGE (268 + WS-SLOT-SUB * 2:2)
               TO WS-WORK-SECTION.

           IF WS-WORK-COURSE = SPACES
               GO TO 440-EXIT
           END-IF.

           MOVE SPACES TO TRNXMIT-RECORD.
           SET TRX-COURSE TO TRUE.
           MOVE WS-SERIAL TO TRX-CR-SERIAL.
           MOVE WS-WORK-TERM TO TRX-CR-TERM-YEAR.
           MOVE WS-WORK-COURSE TO TRX-CR-COURSE.
           MOVE WS-WORK-SECTION TO TRX-CR-SECTION.

           MOVE TRQFILE-STUDENT-NO TO GRADFLE-STUDENT-NO.
           MOVE WS-WORK-COURSE TO GRADFLE-COURSE.
           MOVE WS-WORK-TERM TO GRADFLE-TERM-YEAR.
           READ GRADFLE RECORD.

           IF WS-GRADFLE-OK AND GRADFLE-GRADE NOT = SPACES
               MOVE GRADFLE-GRADE TO TRX-CR-GRADE
           ELSE IF WS-CURRENT-TERM
               MOVE 'IP' TO TRX-CR-GRADE
           ELSE
               MOVE 'NR' TO TRX-CR-GRADE
           END-IF.

           PERFORM 700-WRITE-XMIT.
           ADD 1 TO WS-TC-COURSES.

       440-EXIT.
           EXIT.

      * The student's whole GRADFLE history: TC rows are the
      * transfer credits, and a graded course whose term is not on
      * the transcript yet (no archive image) goes out as a course.
       450-GRADFLE-EXTRAS.
           MOVE 'N' TO WS-SCAN-SWITCH.
           MOVE TRQFILE-STUDENT-NO TO GRADFLE-STUDENT-NO.
           MOVE LOW-VALUES TO GRADFLE-COURSE.
           MOVE LOW-VALUES TO GRADFLE-TERM-YEAR.

           START GRADFLE KEY IS NOT LESS THAN GRADFLE-KEY.

           IF WS-GRADFLE-OK
               PERFORM 455-ONE-GRADE THRU 455-EXIT
                   UNTIL WS-SCAN-DONE
           END-IF.

       455-ONE-GRADE.
           READ GRADFLE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.

           IF WS-SCAN-DONE
               GO TO 455-EXIT
           END-IF.

           IF GRADFLE-STUDENT-NO NOT = TRQFILE-STUDENT-NO
               SET WS-SCAN-DONE TO TRUE
               GO TO 455-EXIT
           END-IF.

           IF GRADFLE-GRADE = 'TC'
               MOVE SPACES TO TRNXMIT-RECORD
               SET TRX-TRANSFER TO TRUE
               MOVE WS-SERIAL TO TRX-CR-SERIAL
               MOVE GRADFLE-TERM-YEAR TO TRX-CR-TERM-YEAR
               MOVE GRADFLE-COURSE TO TRX-CR-COURSE
               MOVE GRADFLE-GRADE TO TRX-CR-GRADE
               PERFORM 700-WRITE-XMIT
               ADD 1 TO WS-TC-TRANSFERS
               GO TO 455-EXIT
           END-IF.

           MOVE GRADFLE-TERM-YEAR TO WS-WORK-TERM.
           PERFORM 460-FIND-TERM.

           IF NOT WS-TERM-LISTED AND GRADFLE-GRADE NOT = SPACES
               MOVE SPACES TO TRNXMIT-RECORD
               SET TRX-COURSE TO TRUE
               MOVE WS-SERIAL TO TRX-CR-SERIAL
               MOVE GRADFLE-TERM-YEAR TO TRX-CR-TERM-YEAR
               MOVE GRADFLE-COURSE TO TRX-CR-COURSE
               MOVE GRADFLE-GRADE TO TRX-CR-GRADE
               PERFORM 700-WRITE-XMIT
               ADD 1 TO WS-TC-COURSES
           END-IF.

       455-EXIT.
           EXIT.

       460-FIND-TERM.
           MOVE 'N' TO WS-LISTED-SWITCH.

           PERFORM 465-CHECK-ONE-TERM
               VARYING WS-TT-SUB FROM 1 BY 1
               UNTIL WS-TT-SUB > WS-TT-COUNT OR WS-TERM-LISTED.

       465-CHECK-ONE-TERM.
           IF WS-TT-TERM (WS-TT-SUB) = WS-WORK-TERM
               SET WS-TERM-LISTED TO TRUE
           END-IF.

       500-LOG-TRANSCRIPT.
           MOVE SPACES TO TRNLOG-RECORD.
           MOVE WS-RUN-YEAR TO TRNLOG-YEAR.
           MOVE WS-NEW-SEQ TO TRNLOG-SEQ.
           MOVE TRQFILE-STUDENT-NO TO TRNLOG-STUDENT-NO.
           MOVE TRQFILE-INST TO TRNLOG-INST.
           MOVE TRQFILE-METHOD TO TRNLOG-METHOD.
           MOVE WS-CYC-BUS-DATE TO TRNLOG-SENT-DATE.
           MOVE TRQFILE-REQ-DATE TO TRNLOG-REQ-DATE.
           MOVE TRQFILE-REQ-TIME TO TRNLOG-REQ-TIME.
           MOVE WS-TC-RECORDS TO TRNLOG-REC-COUNT.

           WRITE TRNLOG-RECORD.

           IF NOT WS-TRNLOG-OK
               DISPLAY 'MVBTRNS - TRNLOG WRITE FAILED, STATUS '
                   WS-TRNLOG-STATUS ' FOR ' WS-SERIAL
           END-IF.

      * The transcript discloses the student's grades to another
      * institution, at the student's own request - logged with the
      * serial as the reference.
       520-LOG-DISCLOSURE.
           ACCEPT WS-ACCEPT-TIME FROM TIME.

           MOVE SPACES TO DISCLOG-RECORD.
           MOVE TRQFILE-STUDENT-NO TO DISCLOG-STUDENT-NO.
           MOVE WS-CYC-BUS-DATE TO DISCLOG-DATE.
           MOVE WS-ACCEPT-TIME (1:7) TO DISCLOG-TIME.
           SET DISCLOG-GRADES TO TRUE.
           SET DISCLOG-TRANSCRIPT TO TRUE.
           MOVE TRQFILE-INST TO WS-PN-INST.
           MOVE WS-PARTY-NAME TO DISCLOG-PARTY-NAME.
           MOVE WS-SERIAL TO DISCLOG-REFERENCE.
           MOVE 'MVBTRNS ' TO DISCLOG-OPERATOR-ID.
           MOVE 'MVBTRNS ' TO DISCLOG-SOURCE-PGM.

           WRITE DISCLOG-RECORD.
           IF WS-DISCLOG-DUPKEY
               ADD 1 TO DISCLOG-TIME
               WRITE DISCLOG-RECORD
           END-IF.

           IF NOT WS-DISCLOG-OK
               DISPLAY 'MVBTRNS - DISCLOG WRITE FAILED, STATUS '
                   WS-DISCLOG-STATUS
           END-IF.

       540-MARK-SENT.
           SET TRQFILE-SENT TO TRUE.
           MOVE WS-CYC-BUS-DATE TO TRQFILE-ACTION-DATE.
           MOVE WS-SERIAL TO TRQFILE-SERIAL.

           IF TRQFILE-ELECTRONIC
               MOVE 'SENT ON THE EXCHANGE FILE' TO TRQFILE-REASON
               ADD 1 TO WS-ELECTRONIC-COUNT
           ELSE
               MOVE 'PAPER - PRINTED AND MAILED' TO TRQFILE-REASON
               ADD 1 TO WS-PAPER-COUNT
           END-IF.

           REWRITE TRQFILE-RECORD.

           IF NOT WS-TRQFILE-OK
               DISPLAY 'MVBTRNS - TRQFILE REWRITE FAILED, STATUS '
                   WS-TRQFILE-STATUS ' FOR ' TRQFILE-STUDENT-NO
           END-IF.

           ADD 1 TO WS-SENT-COUNT.

           MOVE TRQFILE-STUDENT-NO TO WS-SL-STUDENT-NO.
           MOVE STUFILE-NAME TO WS-SL-NAME.
           MOVE TRQFILE-INST TO WS-SL-INST.
           MOVE WS-SERIAL TO WS-SL-SERIAL.
           MOVE TRQFILE-REQ-DATE TO WS-SL-REQ-DATE.
           MOVE TRQFILE-OPERATOR-ID TO WS-SL-OPERATOR.
           MOVE WS-TC-RECORDS TO WS-SL-RECORDS.

           IF TRQFILE-ELECTRONIC
               MOVE 'EXCHANGE FILE' TO WS-SL-DELIVERY
           ELSE
               MOVE 'PAPER - PRINT ON MVPRGTR, MAIL WITH SERIAL'
                   TO WS-SL-DELIVERY
           END-IF.

           MOVE WS-SENT-LINE TO TRXRPT-LINE.
           WRITE TRXRPT-LINE.

      * Failed for good - the clerk raises a new request once the
      * cause is fixed.
       600-FAIL-REQUEST.
           SET TRQFILE-FAILED TO TRUE.
           MOVE WS-CYC-BUS-DATE TO TRQFILE-ACTION-DATE.
           MOVE WS-REASON TO TRQFILE-REASON.

           REWRITE TRQFILE-RECORD.

           IF NOT WS-TRQFILE-OK
               DISPLAY 'MVBTRNS - TRQFILE REWRITE FAILED, STATUS '
                   WS-TRQFILE-STATUS ' FOR ' TRQFILE-STUDENT-NO
           END-IF.

           ADD 1 TO WS-FAILED-COUNT.
           MOVE 'FAILED' TO WS-XL-STATUS.
           PERFORM 680-LIST-EXCEPTION.

      * Held - tried again tomorrow night.
       650-HOLD-REQUEST.
           SET TRQFILE-HELD TO TRUE.
           MOVE WS-CYC-BUS-DATE TO TRQFILE-ACTION-DATE.
           MOVE WS-HOLD-REASON TO TRQFILE-REASON.

           REWRITE TRQFILE-RECORD.

           IF NOT WS-TRQFILE-OK
               DISPLAY 'MVBTRNS - TRQFILE REWRITE FAILED, STATUS '
                   WS-TRQFILE-STATUS ' FOR ' TRQFILE-STUDENT-NO
           END-IF.

           ADD 1 TO WS-HELD-COUNT.
           MOVE 'HELD' TO WS-XL-STATUS.
           PERFORM 680-LIST-EXCEPTION.

       680-LIST-EXCEPTION.
           MOVE TRQFILE-STUDENT-NO TO WS-XL-STUDENT-NO.
           MOVE TRQFILE-INST TO WS-XL-INST.
           MOVE TRQFILE-METHOD TO WS-XL-METHOD.
           MOVE TRQFILE-REQ-DATE TO WS-XL-REQ-DATE.
           MOVE TRQFILE-OPERATOR-ID TO WS-XL-OPERATOR.
           MOVE TRQFILE-REASON TO WS-XL-REASON.

           MOVE WS-EXCP-LINE TO TRXEXCP-LINE.
           WRITE TRXEXCP-LINE.

       700-WRITE-XMIT.
           WRITE TRNXMIT-RECORD.
           ADD 1 TO WS-XMIT-RECORDS.
           ADD 1 TO WS-TC-RECORDS.

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
               DISPLAY 'MVBTRNS - CYCCTL OPEN FAILED, STATUS '
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
               DISPLAY 'MVBTRNS - ALREADY RAN FOR ' WS-CYC-BUS-DATE
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
           MOVE WS-SENT-COUNT TO CYCCTL-RECORD-COUNT.
           SET CYCCTL-COMPLETE TO TRUE.
           REWRITE CYCCTL-RECORD.
           CLOSE CYCCTL.
