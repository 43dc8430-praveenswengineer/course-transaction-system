       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBCONF.
       AUTHOR.        M VALDRON.

      * GRADUATION CONFERRAL.  RUN FOR ONE CONVOCATION, AFTER THE
      * APPLICATIONS HAVE BEEN KEYED ON THE MVPRGGA SCREEN.  EVERY
      * PENDING OR REFUSED GRADAPP APPLICATION FOR THAT CONVOCATION
      * IS CHECKED AGAIN FROM SCRATCH, THE WAY THE REGISTRAR USED TO
      * WITH THE MVBAUDT PRINTOUT IN ONE HAND AND THE FORM IN THE
      * OTHER:
      *   - THE PROGRAM'S DEGREQ REQUIREMENTS ARE RE-RUN AGAINST THE
      *     STUDENT'S GRADFLE RECORD, COUNTING THE SAME WAY MVBAUDT
      *     DOES (ANY GRADE BUT F, I OR W),
      *   - A TRANSCRIPT-CLASS (T OR B) HOLD ON HOLDFLE REFUSES IT,
      *   - AN OUTSTANDING ACCTBAL BALANCE REFUSES IT.
      * AN APPLICANT WHO PASSES IS CONFERRED: STUFILE-STATUS GOES TO
      * G (REASON C), JOURNALED TO AUDITLOG LIKE ANY OTHER CHANGE TO
      * THE MASTER, THE APPLICATION IS MARKED CONFERRED, A DIPLFLE
      * RECORD GOES TO THE DIPLOMA VENDOR AND AN ALUMFLE RECORD TO
      * THE ALUMNI OFFICE.  THE CONVOCATION LIST PRINTS THE GRADUATES
      * BY PROGRAM AND HOME CAMPUS, SURNAME-FIRST, FOR THE PLATFORM
      * PARTY.  A REFUSED APPLICATION IS MARKED WITH THE FIRST REASON
      * FOUND AND STAYS ON FILE FOR THE NEXT RUN, SO A STUDENT WHO
      * CLEARS A HOLD OR PAYS UP IS PICKED UP WITHOUT REAPPLYING.
      *
      * THE PREVIEW RUN UPDATES NOTHING AND WRITES NEITHER HAND-OFF
      * FILE - IT PRINTS WHAT THE CONFIRM RUN WILL DO, AND THE LIST
      * AS IT WILL STAND, FOR THE REGISTRAR TO SIGN OFF.
      *
      * CONTROL CARD: CONVOCATION DATE (0CYYDDD) COLS 1-7, 'PREVIEW'
      * OR 'CONFIRM' COLS 9-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT GRADAPP ASSIGN TO GRADAPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADAPP-STUDENT-NO
               FILE STATUS IS WS-GRADAPP-STATUS.

           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT GRADFLE ASSIGN TO GRADFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADFLE-KEY
               FILE STATUS IS WS-GRADFLE-STATUS.

           SELECT DEGREQ ASSIGN TO DEGREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEGREQ-KEY
               FILE STATUS IS WS-DEGREQ-STATUS.

           SELECT HOLDFLE ASSIGN TO HOLDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDFLE-KEY
               FILE STATUS IS WS-HOLDFLE-STATUS.

           SELECT ACCTBAL ASSIGN TO ACCTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTBAL-STUDENT-NO
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT PROGFILE ASSIGN TO PROGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROGFILE-CODE
               FILE STATUS IS WS-PROGFILE-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT DIPLFLE ASSIGN TO DIPLFLE
               ORGANIZATION IS SEQUENTIAL.

           SELECT ALUMFLE ASSIGN TO ALUMFLE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT CONF-RPT ASSIGN TO CONFRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONV-RPT ASSIGN TO CONVLST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD-RECORD.
           05  CC-CONVOC-DATE           PIC X(7).
           05  FILLER                   PIC X(1).
           05  CC-MODE                  PIC X(7).
           05  FILLER                   PIC X(65).

       FD  GRADAPP
           RECORD CONTAINS 120 CHARACTERS.
       COPY 'GRADAPPC'.

       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  GRADFLE
           RECORD CONTAINS 51 CHARACTERS.
       COPY 'GRADRECC'.

       FD  DEGREQ
           RECORD CONTAINS 28 CHARACTERS.
       COPY 'DEGREQC'.

       FD  HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       COPY 'HOLDRECC'.

       FD  ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  PROGFILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY 'PROGRECC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  DIPLFLE
           RECORD CONTAINS 100 CHARACTERS.
       COPY 'DIPLRECC'.

       FD  ALUMFLE
           RECORD CONTAINS 250 CHARACTERS.
       COPY 'ALUMRECC'.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-PROGRAM              PIC X(5).
           05  SW-CAMPUS               PIC X(3).
           05  SW-NAME                 PIC X(20).
           05  SW-STUDENT-NO           PIC X(7).
           05  SW-DIPLOMA-NAME         PIC X(40).

       FD  CONF-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CONFRPT-LINE                PIC X(132).

       FD  CONV-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CONVLST-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GRADAPP-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADAPP-OK                           VALUE '00'.

       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                           VALUE '00'.

       01  WS-GRADFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADFLE-OK                           VALUE '00'.

       01  WS-DEGREQ-STATUS            PIC XX          VALUE SPACES.
           88  WS-DEGREQ-OK                            VALUE '00'.

       01  WS-HOLDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-HOLDFLE-OK                           VALUE '00'.

       01  WS-ACCTBAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTBAL-OK                           VALUE '00'.

       01  WS-PROGFILE-STATUS          PIC XX          VALUE SPACES.
           88  WS-PROGFILE-OK                          VALUE '00'.

       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                          VALUE '00'.

       01  WS-JOB-NAME                 PIC X(8)        VALUE 'MVBCONF'.

      * Run settings off the control card.
       01  WS-CONVOC-DATE              PIC 9(7)        VALUE ZERO.
       01  WS-MODE                     PIC X(7)        VALUE SPACES.
           88  WS-PREVIEW                              VALUE 'PREVIEW'.
           88  WS-CONFIRMED                            VALUE 'CONFIRM'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-GRAD-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-GRAD-EOF                          VALUE 'Y'.
           05  WS-REQ-EOF-SWITCH        PIC X          VALUE 'N'.
               88  WS-REQ-EOF                           VALUE 'Y'.
           05  WS-HOLD-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                          VALUE 'Y'.
           05  WS-ALL-MET-SWITCH        PIC X          VALUE 'N'.
               88  WS-ALL-MET                           VALUE 'Y'.
           05  WS-REQ-MET-SWITCH        PIC X          VALUE 'N'.
               88  WS-REQ-MET                           VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X          VALUE 'N'.
               88  WS-SORT-EOF                          VALUE 'Y'.

      * Why the applicant was refused - the first reason found.
      * Spaces means they pass.
       01  WS-REFUSE-REASON            PIC X(30)       VALUE SPACES.

       01  WS-REASON-REQS.
           05  FILLER                   PIC X(18)  VALUE
               'REQUIREMENTS MET: '.
           05  WS-RR-MET                PIC ZZ9.
           05  FILLER                   PIC X(4)   VALUE ' OF '.
           05  WS-RR-TOTAL              PIC ZZ9.
           05  FILLER                   PIC X(2)   VALUE SPACES.

       01  WS-REASON-HOLD.
           05  FILLER                   PIC X(16)  VALUE
               'TRANSCRIPT HOLD '.
           05  WS-RH-TYPE               PIC X(2).
           05  FILLER                   PIC X(12)  VALUE ' ON FILE'.

       01  WS-REASON-BALANCE.
           05  FILLER                   PIC X(17)  VALUE
               'BALANCE OWING  $'.
           05  WS-RB-AMOUNT             PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(3)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT            PIC 9(07)      VALUE ZERO.
           05  WS-APPLICANT-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-CONFER-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-REFUSE-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-DIPLOMA-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-ALUMNI-COUNT          PIC 9(07)      VALUE ZERO.
           05  WS-GROUP-COUNT           PIC 9(05)      VALUE ZERO.
           05  WS-REQ-COUNT             PIC 9(03)      VALUE ZERO.
           05  WS-MET-COUNT             PIC 9(03)      VALUE ZERO.
           05  WS-GROUP-TALLY           PIC 9(03)      VALUE ZERO.

      * The applicant's passed courses, collected once off the
      * GRADFLE partial-key browse - the same table MVBAUDT keeps.
       01  WS-PASSED-TABLE.
           05  WS-PT-COURSE             PIC X(8) OCCURS 200.
           05  WS-PASSED-COUNT          PIC 9(03)      VALUE ZERO.
           05  WS-PT-SUB                PIC 9(03).

      * Control-break fields for the convocation list.
       01  WS-LAST-PROGRAM             PIC X(5)        VALUE SPACES.
       01  WS-LAST-CAMPUS              PIC X(3)        VALUE SPACES.
       01  WS-PROGRAM-TITLE            PIC X(30)       VALUE SPACES.

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-ACCEPT-TIME              PIC 9(8).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(7)        VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBCONF'.
           05  FILLER                   PIC X(30)  VALUE
               'GRADUATION CONFERRAL'.
           05  FILLER                   PIC X(13)  VALUE
               'CONVOCATION '.
           05  WS-H1-CONVOC-DATE        PIC 9(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-H1-MODE               PIC X(20).
           05  FILLER                   PIC X(6)   VALUE 'DATE '.
           05  WS-H1-DATE               PIC 9(7).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(10)  VALUE 'STUDENT #'.
           05  FILLER                   PIC X(22)  VALUE 'NAME'.
           05  FILLER                   PIC X(9)   VALUE 'PROGRAM'.
           05  FILLER                   PIC X(14)  VALUE 'RESULT'.
           05  FILLER                   PIC X(30)  VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-NO         PIC X(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-DL-NAME               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-PROGRAM            PIC X(5).
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-DL-RESULT             PIC X(12).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-REASON             PIC X(30).

       01  WS-LIST-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBCONF'.
           05  FILLER                   PIC X(30)  VALUE
               'CONVOCATION PROGRAM LIST'.
           05  FILLER                   PIC X(13)  VALUE
               'CONVOCATION '.
           05  WS-LH1-CONVOC-DATE       PIC 9(7).
           05  FILLER                   PIC X(3)   VALUE SPACES.
           05  WS-LH1-MODE              PIC X(20).

       01  WS-PROGRAM-HEADING.
           05  FILLER                   PIC X(9)   VALUE 'PROGRAM: '.
           05  WS-PH-PROGRAM            PIC X(5).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-PH-TITLE              PIC X(30).

       01  WS-CAMPUS-HEADING.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  FILLER                   PIC X(8)   VALUE 'CAMPUS: '.
           05  WS-CH-CAMPUS             PIC X(4).

       01  WS-LIST-LINE.
           05  FILLER                   PIC X(8)   VALUE SPACES.
           05  WS-LL-DIPLOMA-NAME       PIC X(40).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-LL-STUDENT-NO         PIC X(7).

       01  WS-GROUP-LINE.
           05  FILLER                   PIC X(8)   VALUE SPACES.
           05  FILLER                   PIC X(11)  VALUE 'GRADUATES: '.
           05  WS-GL-COUNT              PIC ZZZZ9.

       01  WS-TRAILER-LINE.
           05  FILLER                   PIC X(30)  VALUE
               'APPLICATIONS CHECKED:       '.
           05  WS-TL-APPLICANTS         PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)  VALUE
               'DEGREES CONFERRED:          '.
           05  WS-TL-CONFER             PIC ZZZZZZ9.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)  VALUE
               'APPLICATIONS REFUSED:       '.
           05  WS-TL-REFUSE             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN INPUT CONTROL-CARD.
           READ CONTROL-CARD
               AT END
                   DISPLAY 'MVBCONF - NO CONTROL CARD - ENDING'
                   CLOSE CONTROL-CARD
                   STOP RUN
           END-READ.
           CLOSE CONTROL-CARD.

           MOVE CC-MODE TO WS-MODE.

           IF CC-CONVOC-DATE IS NOT NUMERIC
                   OR NOT (WS-PREVIEW OR WS-CONFIRMED)
               DISPLAY 'MVBCONF - CARD NEEDS A CONVOCATION DATE AND '
                   'PREVIEW OR CONFIRM'
               STOP RUN
           END-IF.

           MOVE CC-CONVOC-DATE TO WS-CONVOC-DATE.

           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
           MOVE '1' TO WS-RUN-DATE (2:1).
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-TIME (1:7) TO WS-RUN-TIME.

           DISPLAY 'MVBCONF - CONVOCATION ' WS-CONVOC-DATE ' ' WS-MODE.

           SORT SORT-WORK
               ON ASCENDING KEY SW-PROGRAM SW-CAMPUS SW-NAME
               INPUT PROCEDURE 100-CONFER-APPLICANTS
               OUTPUT PROCEDURE 600-PRINT-CONVOCATION.

           DISPLAY 'MVBCONF - GRADAPP READ:      ' WS-READ-COUNT.
           DISPLAY 'MVBCONF - APPLICATIONS:      ' WS-APPLICANT-COUNT.
           DISPLAY 'MVBCONF - CONFERRED:         ' WS-CONFER-COUNT.
           DISPLAY 'MVBCONF - REFUSED:           ' WS-REFUSE-COUNT.
           DISPLAY 'MVBCONF - DIPLOMA RECORDS:   ' WS-DIPLOMA-COUNT.
           DISPLAY 'MVBCONF - ALUMNI RECORDS:    ' WS-ALUMNI-COUNT.

           STOP RUN.

      * Sort input procedure - walks GRADAPP, decides each of the
      * convocation's applications and releases the graduates to
      * the sort for the convocation list.
       100-CONFER-APPLICANTS.
           OPEN I-O GRADAPP.
           IF NOT WS-GRADAPP-OK
               DISPLAY 'MVBCONF - GRADAPP OPEN FAILED, STATUS '
                   WS-GRADAPP-STATUS
               STOP RUN
           END-IF.

           OPEN I-O STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBCONF - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               CLOSE GRADAPP
               STOP RUN
           END-IF.

           OPEN INPUT GRADFLE.
           IF NOT WS-GRADFLE-OK
               DISPLAY 'MVBCONF - GRADFLE OPEN FAILED, STATUS '
                   WS-GRADFLE-STATUS
               CLOSE GRADAPP
               CLOSE STUFILE
               STOP RUN
           END-IF.

           OPEN INPUT DEGREQ.
           IF NOT WS-DEGREQ-OK
               DISPLAY 'MVBCONF - DEGREQ OPEN FAILED, STATUS '
                   WS-DEGREQ-STATUS
               CLOSE GRADAPP
               CLOSE STUFILE
               CLOSE GRADFLE
               STOP RUN
           END-IF.

           OPEN INPUT HOLDFLE.
           OPEN INPUT ACCTBAL.
           OPEN I-O AUDITLOG.
           OPEN OUTPUT CONF-RPT.

           IF WS-CONFIRMED
               OPEN OUTPUT ALUMFLE
           END-IF.

           MOVE WS-CONVOC-DATE TO WS-H1-CONVOC-DATE.
           IF WS-PREVIEW
               MOVE 'PREVIEW - NO UPDATES' TO WS-H1-MODE
           ELSE
               MOVE 'CONFERRAL RUN' TO WS-H1-MODE
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.
           MOVE SPACES TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.
           MOVE WS-HEADING-2 TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.
           MOVE SPACES TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.

           PERFORM 110-READ-GRADAPP.
           PERFORM 200-ONE-APPLICATION THRU 200-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE SPACES TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.
           MOVE WS-APPLICANT-COUNT TO WS-TL-APPLICANTS.
           MOVE WS-TRAILER-LINE TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.
           MOVE WS-CONFER-COUNT TO WS-TL-CONFER.
           MOVE WS-TRAILER-LINE-2 TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.
           MOVE WS-REFUSE-COUNT TO WS-TL-REFUSE.
           MOVE WS-TRAILER-LINE-3 TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.

           CLOSE GRADAPP.
           CLOSE STUFILE.
           CLOSE GRADFLE.
           CLOSE DEGREQ.
           CLOSE HOLDFLE.
           CLOSE ACCTBAL.
           CLOSE AUDITLOG.
           CLOSE CONF-RPT.

           IF WS-CONFIRMED
               CLOSE ALUMFLE
           END-IF.

       110-READ-GRADAPP.
           READ GRADAPP NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF.

       200-ONE-APPLICATION.
      * Only this convocation's applications that are not already
      * conferred - a refused one is looked at again.
           IF GRADAPP-CONFERRED
                   OR GRADAPP-CONVOC-DATE NOT = WS-CONVOC-DATE
               PERFORM 110-READ-GRADAPP
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-APPLICANT-COUNT.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE SPACES TO WS-DETAIL-LINE.

           PERFORM 300-CHECK-APPLICANT THRU 300-EXIT.

           IF WS-REFUSE-REASON = SPACES
               PERFORM 500-CONFER THRU 500-EXIT
           ELSE
               PERFORM 550-REFUSE
           END-IF.

           MOVE GRADAPP-STUDENT-NO TO WS-DL-STUDENT-NO.
           MOVE GRADAPP-PROGRAM TO WS-DL-PROGRAM.
           MOVE WS-REFUSE-REASON TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE TO CONFRPT-LINE.
           WRITE CONFRPT-LINE.

           PERFORM 110-READ-GRADAPP.

       200-EXIT.
           EXIT.

      * The checks, in the order the registrar made them - the
      * first one failed is the reason given.
       300-CHECK-APPLICANT.
           MOVE 'MJV' TO STUFILE-PREFIX.
           MOVE GRADAPP-STUDENT-NO TO STUFILE-STUDENT-NO.

           READ STUFILE RECORD.

           IF NOT WS-STUFILE-OK
               MOVE 'NOT ON THE STUDENT FILE' TO WS-REFUSE-REASON
               MOVE SPACES TO STUFILE-NAME
               GO TO 300-EXIT
           END-IF.

           MOVE STUFILE-NAME TO WS-DL-NAME.

           IF STUFILE-ST-GRADUATED
               MOVE 'ALREADY GRADUATED - STATUS G' TO WS-REFUSE-REASON
               GO TO 300-EXIT
           ELSE IF NOT STUFILE-ST-ACTIVE
               MOVE 'STUDENT IS NOT ACTIVE' TO WS-REFUSE-REASON
               GO TO 300-EXIT
           END-IF.

           PERFORM 400-COLLECT-PASSED-COURSES THRU 400-EXIT.
           PERFORM 420-SWEEP-REQUIREMENTS THRU 420-EXIT.

           IF WS-REQ-COUNT = ZERO
               MOVE 'NO REQUIREMENTS ON FILE' TO WS-REFUSE-REASON
               GO TO 300-EXIT
           ELSE IF NOT WS-ALL-MET
               MOVE WS-MET-COUNT TO WS-RR-MET
               MOVE WS-REQ-COUNT TO WS-RR-TOTAL
               MOVE WS-REASON-REQS TO WS-REFUSE-REASON
               GO TO 300-EXIT
           END-IF.

           PERFORM 470-CHECK-HOLDS THRU 470-EXIT.

           IF WS-REFUSE-REASON NOT = SPACES
               GO TO 300-EXIT
           END-IF.

           MOVE GRADAPP-STUDENT-NO TO ACCTBAL-STUDENT-NO.

           READ ACCTBAL RECORD.

           IF WS-ACCTBAL-OK AND ACCTBAL-BALANCE > ZERO
               MOVE ACCTBAL-BALANCE TO WS-RB-AMOUNT
               MOVE WS-REASON-BALANCE TO WS-REFUSE-REASON
           END-IF.

       300-EXIT.
           EXIT.

      * Browses the applicant's whole academic record on the GRADFLE
      * partial key and keeps every course whose grade counts -
      * anything but F (failed), I (incomplete) or W (withdrawn).
       400-COLLECT-PASSED-COURSES.
           MOVE ZERO TO WS-PASSED-COUNT.
           MOVE 'N' TO WS-GRAD-EOF-SWITCH.

           MOVE GRADAPP-STUDENT-NO TO GRADFLE-STUDENT-NO.
           MOVE LOW-VALUES TO GRADFLE-COURSE.
           MOVE LOW-VALUES TO GRADFLE-TERM-YEAR.

           START GRADFLE KEY IS NOT LESS THAN GRADFLE-KEY.

           IF NOT WS-GRADFLE-OK
               GO TO 400-EXIT
           END-IF.

           PERFORM 410-READ-ONE-GRADE
               UNTIL WS-GRAD-EOF.

       400-EXIT.
           EXIT.

       410-READ-ONE-GRADE.
           READ GRADFLE NEXT RECORD
               AT END
                   SET WS-GRAD-EOF TO TRUE
           END-READ.

           IF WS-GRAD-EOF
               CONTINUE
           ELSE IF GRADFLE-STUDENT-NO NOT = GRADAPP-STUDENT-NO
               SET WS-GRAD-EOF TO TRUE
           ELSE IF GRADFLE-GRADE NOT = 'F '
                   AND GRADFLE-GRADE NOT = 'I '
                   AND GRADFLE-GRADE NOT = 'W '
                   AND GRADFLE-GRADE NOT = SPACES
               IF WS-PASSED-COUNT < 200
                   ADD 1 TO WS-PASSED-COUNT
                   MOVE GRADFLE-COURSE
                       TO WS-PT-COURSE (WS-PASSED-COUNT)
               END-IF
           END-IF.

      * Browses the DEGREQ entries of the program applied under on
      * the partial key - the same evaluation MVBAUDT prints.
       420-SWEEP-REQUIREMENTS.
           MOVE ZERO TO WS-REQ-COUNT.
           MOVE ZERO TO WS-MET-COUNT.
           MOVE 'Y' TO WS-ALL-MET-SWITCH.
           MOVE 'N' TO WS-REQ-EOF-SWITCH.

           MOVE GRADAPP-PROGRAM TO DEGREQ-PROGRAM.
           MOVE ZERO TO DEGREQ-SEQ.

           START DEGREQ KEY IS NOT LESS THAN DEGREQ-KEY.

           IF NOT WS-DEGREQ-OK
               GO TO 420-EXIT
           END-IF.

           PERFORM 430-CHECK-ONE-REQUIREMENT THRU 430-EXIT
               UNTIL WS-REQ-EOF.

       420-EXIT.
           EXIT.

       430-CHECK-ONE-REQUIREMENT.
           READ DEGREQ NEXT RECORD
               AT END
                   SET WS-REQ-EOF TO TRUE
           END-READ.

           IF WS-REQ-EOF
               GO TO 430-EXIT
           END-IF.

           IF DEGREQ-PROGRAM NOT = GRADAPP-PROGRAM
               SET WS-REQ-EOF TO TRUE
               GO TO 430-EXIT
           END-IF.

           ADD 1 TO WS-REQ-COUNT.
           MOVE 'N' TO WS-REQ-MET-SWITCH.

           IF DEGREQ-REQUIRED-COURSE
               PERFORM 440-CHECK-REQUIRED-COURSE
           ELSE IF DEGREQ-ELECTIVE-GROUP
               PERFORM 450-CHECK-ELECTIVE-GROUP
           ELSE
               PERFORM 460-CHECK-MINIMUM-TOTAL
           END-IF.

           IF WS-REQ-MET
               ADD 1 TO WS-MET-COUNT
           ELSE
               MOVE 'N' TO WS-ALL-MET-SWITCH
           END-IF.

       430-EXIT.
           EXIT.

       440-CHECK-REQUIRED-COURSE.
           PERFORM 445-MATCH-ONE-COURSE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PASSED-COUNT.

       445-MATCH-ONE-COURSE.
           IF WS-PT-COURSE (WS-PT-SUB) = DEGREQ-COURSE
               MOVE 'Y' TO WS-REQ-MET-SWITCH
           END-IF.

       450-CHECK-ELECTIVE-GROUP.
           MOVE ZERO TO WS-GROUP-TALLY.

           PERFORM 455-TALLY-ONE-PREFIX
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PASSED-COUNT.

           IF WS-GROUP-TALLY NOT < DEGREQ-COUNT
               MOVE 'Y' TO WS-REQ-MET-SWITCH
           END-IF.

       455-TALLY-ONE-PREFIX.
           IF WS-PT-COURSE (WS-PT-SUB) (1:4) = DEGREQ-PREFIX
               ADD 1 TO WS-GROUP-TALLY
           END-IF.

       460-CHECK-MINIMUM-TOTAL.
           IF WS-PASSED-COUNT NOT < DEGREQ-COUNT
               MOVE 'Y' TO WS-REQ-MET-SWITCH
           END-IF.

      * Any transcript-class hold (T, or B which blocks both) refuses
      * the degree - the same holds that stop MVPRGTR printing one.
       470-CHECK-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SWITCH.

           MOVE GRADAPP-STUDENT-NO TO HOLDFLE-STUDENT-NO.
           MOVE LOW-VALUES TO HOLDFLE-TYPE.

           START HOLDFLE KEY IS NOT LESS THAN HOLDFLE-KEY.

           IF NOT WS-HOLDFLE-OK
               GO TO 470-EXIT
           END-IF.

           PERFORM 475-SCAN-ONE-HOLD
               UNTIL WS-HOLD-EOF.

       470-EXIT.
           EXIT.

       475-SCAN-ONE-HOLD.
           READ HOLDFLE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

           IF WS-HOLD-EOF
               CONTINUE
           ELSE IF HOLDFLE-STUDENT-NO NOT = GRADAPP-STUDENT-NO
               SET WS-HOLD-EOF TO TRUE
           ELSE IF HOLDFLE-TRANSCR-CLASS
               MOVE HOLDFLE-TYPE TO WS-RH-TYPE
               MOVE WS-REASON-HOLD TO WS-REFUSE-REASON
               SET WS-HOLD-EOF TO TRUE
           END-IF.

      * Confers the degree - status G on the master, journaled, the
      * application marked, and the graduate handed to the alumni
      * office and released to the convocation list.  The preview
      * only counts and lists.
       500-CONFER.
           ADD 1 TO WS-CONFER-COUNT.

           MOVE GRADAPP-PROGRAM TO SW-PROGRAM.
           MOVE STUFILE-CAMPUS TO SW-CAMPUS.
           MOVE STUFILE-NAME TO SW-NAME.
           MOVE GRADAPP-STUDENT-NO TO SW-STUDENT-NO.
           MOVE GRADAPP-DIPLOMA-NAME TO SW-DIPLOMA-NAME.
           RELEASE SORT-WORK-REC.

           IF WS-PREVIEW
               MOVE 'WILL CONFER' TO WS-DL-RESULT
               GO TO 500-EXIT
           END-IF.

           MOVE 'CONFERRED' TO WS-DL-RESULT.

           MOVE STUFILE-RECORD TO AUDIT-BEFORE-IMAGE.

           SET STUFILE-ST-GRADUATED TO TRUE.
           MOVE 'C' TO STUFILE-STATUS-REASON.
           MOVE WS-RUN-DATE TO STUFILE-LAST-UPDATED-DATE.
           MOVE WS-RUN-TIME TO STUFILE-LAST-UPDATED-TIME.

           REWRITE STUFILE-RECORD.

           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBCONF - STUFILE REWRITE FAILED, STATUS '
                   WS-STUFILE-STATUS ' FOR ' STUFILE-STUDENT-NO
           ELSE
               PERFORM 520-WRITE-AUDIT-REC
           END-IF.

           SET GRADAPP-CONFERRED TO TRUE.
           MOVE SPACES TO GRADAPP-REFUSE-REASON.
           MOVE WS-RUN-DATE TO GRADAPP-CONFER-DATE.
           MOVE WS-JOB-NAME TO GRADAPP-OPERATOR-ID.

           REWRITE GRADAPP-RECORD.

           IF NOT WS-GRADAPP-OK
               DISPLAY 'MVBCONF - GRADAPP REWRITE FAILED, STATUS '
                   WS-GRADAPP-STATUS ' FOR ' GRADAPP-STUDENT-NO
           END-IF.

           PERFORM 530-WRITE-ALUMNI-REC.

       500-EXIT.
           EXIT.

       520-WRITE-AUDIT-REC.
           MOVE STUFILE-STUDENT-NO TO AUDIT-STUDENT-NO.
           MOVE WS-RUN-DATE TO AUDIT-DATE.
           MOVE WS-RUN-TIME TO AUDIT-TIME.
           MOVE 'U' TO AUDIT-ACTION.
           MOVE 'BTCH' TO AUDIT-TERMID.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.

           MOVE WS-JOB-NAME TO AUDIT-SOURCE-PGM.
           MOVE SPACES TO AUDIT-APPROVER-ID.

           WRITE AUDITLOG-RECORD.

           IF NOT WS-AUDITLOG-OK
               DISPLAY 'MVBCONF - AUDITLOG WRITE FAILED, STATUS '
                   WS-AUDITLOG-STATUS ' FOR ' STUFILE-STUDENT-NO
           END-IF.

      * The alumni office gets the email only where the student has
      * consented and the address has not bounced.
       530-WRITE-ALUMNI-REC.
           MOVE SPACES TO ALUMFLE-RECORD.
           MOVE STUFILE-STUDENT-NO TO ALUMFLE-STUDENT-NO.
           MOVE STUFILE-SURNAME TO ALUMFLE-SURNAME.
           MOVE STUFILE-GIVEN-NAME TO ALUMFLE-GIVEN-NAME.
           MOVE STUFILE-PREF-NAME TO ALUMFLE-PREF-NAME.
           MOVE GRADAPP-DIPLOMA-NAME TO ALUMFLE-DIPLOMA-NAME.
           MOVE STUFILE-ADDR-LINE1 TO ALUMFLE-ADDR-LINE1.
           MOVE STUFILE-ADDR-LINE2 TO ALUMFLE-ADDR-LINE2.
           MOVE STUFILE-ADDR-LINE3 TO ALUMFLE-ADDR-LINE3.
           MOVE STUFILE-POSTAL TO ALUMFLE-POSTAL.
           MOVE STUFILE-COUNTRY TO ALUMFLE-COUNTRY.
           MOVE STUFILE-PHONE TO ALUMFLE-PHONE.

           IF STUFILE-EMAIL NOT = SPACES AND STUFILE-EMAIL-OK
                   AND NOT STUFILE-EMAIL-BOUNCED
               MOVE STUFILE-EMAIL TO ALUMFLE-EMAIL
           END-IF.

           MOVE GRADAPP-PROGRAM TO ALUMFLE-PROGRAM.
           MOVE STUFILE-CAMPUS TO ALUMFLE-CAMPUS.
           MOVE WS-RUN-DATE TO ALUMFLE-CONFER-DATE.
           MOVE WS-CONVOC-DATE TO ALUMFLE-CONVOC-DATE.

           WRITE ALUMFLE-RECORD.
           ADD 1 TO WS-ALUMNI-COUNT.

      * Marks the application refused with the reason, for the
      * counter to see on MVPRGGA.  The preview only reports it.
       550-REFUSE.
           ADD 1 TO WS-REFUSE-COUNT.
           MOVE 'REFUSED' TO WS-DL-RESULT.

           IF WS-CONFIRMED
               SET GRADAPP-REFUSED TO TRUE
               MOVE WS-REFUSE-REASON TO GRADAPP-REFUSE-REASON
               REWRITE GRADAPP-RECORD
               IF NOT WS-GRADAPP-OK
                   DISPLAY 'MVBCONF - GRADAPP REWRITE FAILED, STATUS '
                       WS-GRADAPP-STATUS ' FOR ' GRADAPP-STUDENT-NO
               END-IF
           END-IF.

      * Sort output procedure - the convocation list by program and
      * home campus, and the diploma vendor file in the same order.
       600-PRINT-CONVOCATION.
           OPEN INPUT PROGFILE.
           OPEN OUTPUT CONV-RPT.

           IF WS-CONFIRMED
               OPEN OUTPUT DIPLFLE
           END-IF.

           MOVE WS-CONVOC-DATE TO WS-LH1-CONVOC-DATE.
           MOVE WS-H1-MODE TO WS-LH1-MODE.
           MOVE WS-LIST-HEADING-1 TO CONVLST-LINE.
           WRITE CONVLST-LINE.

           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE HIGH-VALUES TO WS-LAST-PROGRAM.
           MOVE HIGH-VALUES TO WS-LAST-CAMPUS.
           MOVE ZERO TO WS-GROUP-COUNT.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM 620-LIST-ONE-GRADUATE
               UNTIL WS-SORT-EOF.

           IF WS-GROUP-COUNT > ZERO
               PERFORM 660-PRINT-GROUP-COUNT
           END-IF.

           IF WS-CONFIRMED
               MOVE SPACES TO DIPLFLE-RECORD
               MOVE ALL '9' TO DIPLFLE-TRL-ID
               MOVE WS-DIPLOMA-COUNT TO DIPLFLE-TRL-COUNT
               WRITE DIPLFLE-RECORD
               CLOSE DIPLFLE
           END-IF.

           CLOSE PROGFILE.
           CLOSE CONV-RPT.

       620-LIST-ONE-GRADUATE.
           IF SW-PROGRAM NOT = WS-LAST-PROGRAM
               IF WS-GROUP-COUNT > ZERO
                   PERFORM 660-PRINT-GROUP-COUNT
               END-IF
               PERFORM 640-PRINT-PROGRAM-HEADING
               MOVE HIGH-VALUES TO WS-LAST-CAMPUS
           END-IF.

           IF SW-CAMPUS NOT = WS-LAST-CAMPUS
               IF WS-GROUP-COUNT > ZERO
                   PERFORM 660-PRINT-GROUP-COUNT
               END-IF
               PERFORM 650-PRINT-CAMPUS-HEADING
           END-IF.

           MOVE SW-DIPLOMA-NAME TO WS-LL-DIPLOMA-NAME.
           MOVE SW-STUDENT-NO TO WS-LL-STUDENT-NO.
           MOVE WS-LIST-LINE TO CONVLST-LINE.
           WRITE CONVLST-LINE.
           ADD 1 TO WS-GROUP-COUNT.

           IF WS-CONFIRMED
               MOVE SPACES TO DIPLFLE-RECORD
               MOVE SW-STUDENT-NO TO DIPLFLE-STUDENT-NO
               MOVE SW-DIPLOMA-NAME TO DIPLFLE-DIPLOMA-NAME
               MOVE SW-PROGRAM TO DIPLFLE-PROGRAM
               MOVE WS-PROGRAM-TITLE TO DIPLFLE-PROGRAM-TITLE
               MOVE SW-CAMPUS TO DIPLFLE-CAMPUS
               MOVE WS-CONVOC-DATE TO DIPLFLE-CONVOC-DATE
               WRITE DIPLFLE-RECORD
               ADD 1 TO WS-DIPLOMA-COUNT
           END-IF.

           RETURN SORT-WORK AT END
               SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * New program - the title comes off PROGFILE for the heading
      * and the diploma.
       640-PRINT-PROGRAM-HEADING.
           MOVE SW-PROGRAM TO WS-LAST-PROGRAM.
           MOVE SW-PROGRAM TO PROGFILE-CODE.

           READ PROGFILE RECORD.

           IF WS-PROGFILE-OK
               MOVE PROGFILE-TITLE TO WS-PROGRAM-TITLE
           ELSE
               MOVE 'PROGRAM NOT ON FILE' TO WS-PROGRAM-TITLE
           END-IF.

           MOVE SPACES TO CONVLST-LINE.
           WRITE CONVLST-LINE.
           MOVE SW-PROGRAM TO WS-PH-PROGRAM.
           MOVE WS-PROGRAM-TITLE TO WS-PH-TITLE.
           MOVE WS-PROGRAM-HEADING TO CONVLST-LINE.
           WRITE CONVLST-LINE.

      * Blank campus is the main campus, the same as everywhere else.
       650-PRINT-CAMPUS-HEADING.
           MOVE SW-CAMPUS TO WS-LAST-CAMPUS.

           IF SW-CAMPUS = SPACES
               MOVE 'MAIN' TO WS-CH-CAMPUS
           ELSE
               MOVE SW-CAMPUS TO WS-CH-CAMPUS
           END-IF.

           MOVE WS-CAMPUS-HEADING TO CONVLST-LINE.
           WRITE CONVLST-LINE.

       660-PRINT-GROUP-COUNT.
           MOVE WS-GROUP-COUNT TO WS-GL-COUNT.
           MOVE WS-GROUP-LINE TO CONVLST-LINE.
           WRITE CONVLST-LINE.
           MOVE ZERO TO WS-GROUP-COUNT.
