       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MVBMASK.
       AUTHOR.        M VALDRON.

      * MASKED REFRESH OF THE TEST REGION.  COPIES THE PRODUCTION
      * STUDENT FILES - STUFILE, CONTACT, AUDITLOG, GRADFLE, ACCTBAL,
      * HOLDFLE, WAITLST AND OFFERFLE - INTO THE TEST CLUSTERS WITH
      * THE PERSONAL DATA REPLACED BY REALISTIC FAKES, SO TUITION
      * AND UPDATE TESTING NO LONGER RUNS ON REAL NAMES, ADDRESSES,
      * PHONES, EMAILS AND PINS.
      *
      * EVERY FAKE IS WORKED OUT FROM THE STUDENT NUMBER ALONE, SO
      * THE SAME STUDENT IS THE SAME FAKE PERSON IN EVERY FILE AND
      * IN EVERY AUDITLOG IMAGE (A DELETED STUDENT'S OLD IMAGES
      * INCLUDED), AND A REFRESH NEXT MONTH GIVES THE SAME PEOPLE:
      *   - NAME FROM FIXED TABLES OF SURNAMES AND GIVEN NAMES, KEPT
      *     IN THE COMPOSED 'SURNAME GIVEN' SHAPE THE SCREENS BUILD,
      *   - ADDRESS A HOUSE NUMBER AND STREET, THEN A CITY IN THE
      *     PROVINCE THE REAL POSTAL CODE'S FIRST LETTER NAMES,
      *   - POSTAL CODE KEEPS ITS FIRST LETTER AND THE PHONE KEEPS
      *     ITS AREA CODE, SO THE MVPRGVL POSTAL EDIT AND THE
      *     MVPRGAC AREA-CODE REGION CHECK STILL PASS; THE REST OF
      *     THE CODE IS FAKED IN THE LETTER-DIGIT SHAPE,
      *   - PHONE IN THE FICTIONAL 555-01XX RANGE, EMAIL AT
      *     EXAMPLE.COM, WHICH NO MAIL IS EVER DELIVERED TO,
      *   - KIOSK PIN THE LAST FOUR DIGITS OF THE STUDENT NUMBER (OR
      *     0000 WHERE THAT WAS THE REAL PIN), SO TESTERS KNOW IT.
      * A FIELD THAT IS EMPTY IN PRODUCTION STAYS EMPTY.  EMERGENCY
      * CONTACTS GET A FAKE GIVEN NAME UNDER THE STUDENT'S FAKE
      * SURNAME AND THEIR OWN 555-01XX NUMBER.
      *
      * STUDENT NUMBERS, COURSE CODES, SECTIONS, TERMS, GRADES,
      * STATUSES AND EVERY AMOUNT ARE COPIED UNCHANGED, SO TEST
      * RESULTS STILL MEAN SOMETHING.  OPERATOR-FILE AND CYCLE-
      * CONSOLE JOURNAL ENTRIES (TERMID OADM/CYCC) CARRY NO STUDENT
      * IMAGE AND ARE COPIED AS THEY ARE.
      *
      * THE MASKING REPORT IS THE PROOF FOR AUDIT: EVERY MASKED
      * RECORD AND IMAGE IS COMPARED WITH ITS PRODUCTION ORIGINAL,
      * AND ANY EMAIL OR PHONE NUMBER THAT CAME THROUGH UNCHANGED IS
      * LISTED (BY STUDENT NUMBER, NEVER BY VALUE) AND ENDS THE RUN
      * WITH RETURN CODE 8 - THE TEST FILES ARE NOT TO BE RELEASED
      * TO TESTERS UNTIL THE REPORT SAYS NONE SURVIVED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUFILE ASSIGN TO STUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUFILE-KEY
               FILE STATUS IS WS-STUFILE-STATUS.

           SELECT CONTACT ASSIGN TO CONTACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT GRADFLE ASSIGN TO GRADFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADFLE-KEY
               FILE STATUS IS WS-GRADFLE-STATUS.

           SELECT ACCTBAL ASSIGN TO ACCTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTBAL-STUDENT-NO
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT HOLDFLE ASSIGN TO HOLDFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLDFLE-KEY
               FILE STATUS IS WS-HOLDFLE-STATUS.

           SELECT WAITLST ASSIGN TO WAITLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WAITLST-KEY
               FILE STATUS IS WS-WAITLST-STATUS.

           SELECT OFFERFLE ASSIGN TO OFFERFLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFFERFLE-KEY
               FILE STATUS IS WS-OFFERFLE-STATUS.

      * The test-region clusters, loaded in key order straight off
      * the production reads.
           SELECT TEST-STUFILE ASSIGN TO TSTSTU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTSTU-KEY
               FILE STATUS IS WS-TEST-STATUS.

           SELECT TEST-CONTACT ASSIGN TO TSTCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTCONT-KEY
               FILE STATUS IS WS-TEST-STATUS.

           SELECT TEST-AUDITLOG ASSIGN TO TSTAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTAUDT-KEY
               FILE STATUS IS WS-TEST-STATUS.

           SELECT TEST-GRADFLE ASSIGN TO TSTGRAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTGRAD-KEY
               FILE STATUS IS WS-TEST-STATUS.

           SELECT TEST-ACCTBAL ASSIGN TO TSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTACCT-KEY
               FILE STATUS IS WS-TEST-STATUS.

           SELECT TEST-HOLDFLE ASSIGN TO TSTHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTHOLD-KEY
               FILE STATUS IS WS-TEST-STATUS.

           SELECT TEST-WAITLST ASSIGN TO TSTWAIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTWAIT-KEY
               FILE STATUS IS WS-TEST-STATUS.

           SELECT TEST-OFFERFLE ASSIGN TO TSTOFFR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTOFFR-KEY
               FILE STATUS IS WS-TEST-STATUS.

           SELECT MASK-RPT ASSIGN TO MASKRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       COPY 'STUFILEC'.

       FD  CONTACT
           RECORD CONTAINS 49 CHARACTERS.
       COPY 'CONTRECC'.

       FD  AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       COPY 'AUDITREC'.

       FD  GRADFLE
           RECORD CONTAINS 51 CHARACTERS.
       COPY 'GRADRECC'.

       FD  ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       COPY 'ACCTRECC'.

       FD  HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       COPY 'HOLDRECC'.

       FD  WAITLST
           RECORD CONTAINS 70 CHARACTERS.
       COPY 'WAITRECC'.

       FD  OFFERFLE
           RECORD CONTAINS 72 CHARACTERS.
       COPY 'OFFERREC'.

       FD  TEST-STUFILE
           RECORD CONTAINS 302 CHARACTERS.
       01  TSTSTU-RECORD.
           05  TSTSTU-KEY               PIC X(10).
           05  FILLER                   PIC X(292).

       FD  TEST-CONTACT
           RECORD CONTAINS 49 CHARACTERS.
       01  TSTCONT-RECORD.
           05  TSTCONT-KEY              PIC X(8).
           05  FILLER                   PIC X(41).

       FD  TEST-AUDITLOG
           RECORD CONTAINS 654 CHARACTERS.
       01  TSTAUDT-RECORD.
           05  TSTAUDT-KEY              PIC X(21).
           05  FILLER                   PIC X(633).

       FD  TEST-GRADFLE
           RECORD CONTAINS 51 CHARACTERS.
       01  TSTGRAD-RECORD.
           05  TSTGRAD-KEY              PIC X(20).
           05  FILLER                   PIC X(31).

       FD  TEST-ACCTBAL
           RECORD CONTAINS 44 CHARACTERS.
       01  TSTACCT-RECORD.
           05  TSTACCT-KEY              PIC X(7).
           05  FILLER                   PIC X(37).

       FD  TEST-HOLDFLE
           RECORD CONTAINS 55 CHARACTERS.
       01  TSTHOLD-RECORD.
           05  TSTHOLD-KEY              PIC X(9).
           05  FILLER                   PIC X(46).

       FD  TEST-WAITLST
           RECORD CONTAINS 70 CHARACTERS.
       01  TSTWAIT-RECORD.
           05  TSTWAIT-KEY              PIC X(22).
           05  FILLER                   PIC X(48).

       FD  TEST-OFFERFLE
           RECORD CONTAINS 72 CHARACTERS.
       01  TSTOFFR-RECORD.
           05  TSTOFFR-KEY              PIC X(15).
           05  FILLER                   PIC X(57).

       FD  MASK-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  MASKRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STUFILE-STATUS           PIC XX          VALUE SPACES.
           88  WS-STUFILE-OK                            VALUE '00'.
       01  WS-CONTACT-STATUS           PIC XX          VALUE SPACES.
           88  WS-CONTACT-OK                            VALUE '00'.
       01  WS-AUDITLOG-STATUS          PIC XX          VALUE SPACES.
           88  WS-AUDITLOG-OK                           VALUE '00'.
       01  WS-GRADFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-GRADFLE-OK                            VALUE '00'.
       01  WS-ACCTBAL-STATUS           PIC XX          VALUE SPACES.
           88  WS-ACCTBAL-OK                            VALUE '00'.
       01  WS-HOLDFLE-STATUS           PIC XX          VALUE SPACES.
           88  WS-HOLDFLE-OK                            VALUE '00'.
       01  WS-WAITLST-STATUS           PIC XX          VALUE SPACES.
           88  WS-WAITLST-OK                            VALUE '00'.
       01  WS-OFFERFLE-STATUS          PIC XX          VALUE SPACES.
           88  WS-OFFERFLE-OK                           VALUE '00'.

       01  WS-TEST-STATUS              PIC XX          VALUE SPACES.
           88  WS-TEST-OK                               VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STU-COPIED            PIC 9(07)      VALUE ZERO.
           05  WS-CONT-COPIED           PIC 9(07)      VALUE ZERO.
           05  WS-AUDT-COPIED           PIC 9(07)      VALUE ZERO.
           05  WS-IMAGES-MASKED         PIC 9(07)      VALUE ZERO.
           05  WS-GRAD-COPIED           PIC 9(07)      VALUE ZERO.
           05  WS-ACCT-COPIED           PIC 9(07)      VALUE ZERO.
           05  WS-HOLD-COPIED           PIC 9(07)      VALUE ZERO.
           05  WS-WAIT-COPIED           PIC 9(07)      VALUE ZERO.
           05  WS-OFFR-COPIED           PIC 9(07)      VALUE ZERO.
           05  WS-EMAILS-REPLACED       PIC 9(07)      VALUE ZERO.
           05  WS-PHONES-REPLACED       PIC 9(07)      VALUE ZERO.
           05  WS-PINS-REPLACED         PIC 9(07)      VALUE ZERO.
           05  WS-EMAILS-SURVIVED       PIC 9(07)      VALUE ZERO.
           05  WS-PHONES-SURVIVED       PIC 9(07)      VALUE ZERO.
           05  WS-WRITE-ERRORS          PIC 9(07)      VALUE ZERO.
           05  WS-CITY-SUB              PIC 9(02)      VALUE ZERO.

      * The STUFILEC layout laid over a student image, named only
      * where there is personal data to replace.  Masking works on
      * this copy, so a master record and an AUDITLOG before- or
      * after-image all go through the one routine.
       01  WS-MASK-RECORD.
           05  FILLER                   PIC X(3).
           05  MK-STUDENT-NO            PIC X(7).
           05  MK-NAME                  PIC X(20).
           05  FILLER                   PIC X(56).
           05  MK-ADDR-LINE1            PIC X(20).
           05  MK-ADDR-LINE2            PIC X(20).
           05  MK-ADDR-LINE3            PIC X(20).
           05  MK-POSTAL-1              PIC X(3).
           05  MK-POSTAL-2              PIC X(3).
           05  MK-PHONE.
               10  MK-AREA-CODE         PIC X(3).
               10  MK-EXCHANGE          PIC X(3).
               10  MK-PHONE-NUM         PIC X(4).
           05  FILLER                   PIC X(20).
           05  FILLER                   PIC X(5).
           05  MK-SURNAME               PIC X(15).
           05  MK-GIVEN-NAME            PIC X(12).
           05  MK-PREF-NAME             PIC X(10).
           05  FILLER                   PIC X(3).
           05  MK-INTL-ADDR-SW          PIC X.
               88  MK-ADDR-INTL                         VALUE 'Y'.
           05  MK-EMAIL                 PIC X(40).
           05  FILLER                   PIC X(29).
           05  MK-PIN                   PIC X(4).
           05  FILLER                   PIC X(1).

       01  WS-ORIG-EMAIL               PIC X(40).
       01  WS-ORIG-PHONE               PIC X(10).
       01  WS-ORIG-PIN                 PIC X(4).

      * The fake person for one student number.
       01  WS-FAKE-STUDENT-NO          PIC X(7).
       01  WS-SEED                     PIC 9(7)        VALUE ZERO.
       01  WS-SEED-X REDEFINES WS-SEED PIC X(7).
       01  WS-QUOT                     PIC 9(7)        VALUE ZERO.
       01  WS-REM                      PIC 9(3)        VALUE ZERO.
       01  WS-SUR-IX                   PIC 9(2)        VALUE ZERO.
       01  WS-GIV-IX                   PIC 9(2)        VALUE ZERO.
       01  WS-STR-IX                   PIC 9(2)        VALUE ZERO.
       01  WS-TYPE-IX                  PIC 9(1)        VALUE ZERO.
       01  WS-LTR1-IX                  PIC 9(2)        VALUE ZERO.
       01  WS-LTR2-IX                  PIC 9(2)        VALUE ZERO.
       01  WS-HOUSE-NO                 PIC 9(3)        VALUE ZERO.
       01  WS-FAKE-NAME                PIC X(20)       VALUE SPACES.
       01  WS-FAKE-STREET              PIC X(20)       VALUE SPACES.
       01  WS-FAKE-EMAIL               PIC X(40)       VALUE SPACES.
       01  WS-FAKE-POSTAL.
           05  WS-FP-1                  PIC X(3).
           05  WS-FP-2                  PIC X(3).
       01  WS-FAKE-PHONE-NUM           PIC X(4)        VALUE SPACES.

      * Contact fakes - a given name of their own and a number two
      * digits off the student's.
       01  WS-CONTACT-SEQ              PIC 9(1)        VALUE ZERO.
       01  WS-CONT-GIV-IX              PIC 9(2)        VALUE ZERO.
       01  WS-CONT-DIGITS              PIC 9(2)        VALUE ZERO.
       01  WS-ORIG-CONT-PHONE          PIC X(10).

       01  WS-ACCEPT-DAY               PIC 9(5).
       01  WS-RUN-DATE                 PIC 9(7)        VALUE ZERO.

      * Fake-identity tables.  Names fit the composed 'SURNAME GIVEN'
      * in 20 bytes and an email address in 40.
       01  WS-SURNAME-VALUES.
           05  FILLER                   PIC X(48)  VALUE
               'ABBOTT      BAPTISTE    BELANGER    BOUCHER     '.
           05  FILLER                   PIC X(48)  VALUE
               'BRENNAN     CAMPBELL    CHEN        CLARKE      '.
           05  FILLER                   PIC X(48)  VALUE
               'DESJARDINS  DOUGLAS     FERGUSON    FRASER      '.
           05  FILLER                   PIC X(48)  VALUE
               'GAGNON      GILLIS      HAMILTON    HENDERSON   '.
           05  FILLER                   PIC X(48)  VALUE
               'JOHNSTON    KOWALSKI    LAFLEUR     LEBLANC     '.
           05  FILLER                   PIC X(48)  VALUE
               'MACDONALD   MACLEOD     MARTIN      MORRISON    '.
           05  FILLER                   PIC X(48)  VALUE
               'NGUYEN      OKAFOR      PATEL       PELLETIER   '.
           05  FILLER                   PIC X(48)  VALUE
               'RICHARDSON  ROBERTSON   SINGH       STEWART     '.
           05  FILLER                   PIC X(48)  VALUE
               'SULLIVAN    TAYLOR      THIBODEAU   TREMBLAY    '.
           05  FILLER                   PIC X(48)  VALUE
               'WALSH       WILLIAMS    WONG        YOUNG       '.
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME-ENTRY         PIC X(12)  OCCURS 40.

       01  WS-GIVEN-VALUES.
           05  FILLER                   PIC X(50)  VALUE
               'AIDAN     AMELIA    BENJAMIN  CHLOE     DANIEL    '.
           05  FILLER                   PIC X(50)  VALUE
               'ELENA     ETHAN     FATIMA    GABRIEL   GRACE     '.
           05  FILLER                   PIC X(50)  VALUE
               'HANNAH    ISAAC     JASMINE   JONAH     KAYLA     '.
           05  FILLER                   PIC X(50)  VALUE
               'LIAM      MAYA      MICHAEL   NADIA     NATHAN    '.
           05  FILLER                   PIC X(50)  VALUE
               'OLIVIA    OWEN      PRIYA     RACHEL    RYAN      '.
           05  FILLER                   PIC X(50)  VALUE
               'SAMIR     SARAH     SOPHIE    THOMAS    VICTORIA  '.
           05  FILLER                   PIC X(50)  VALUE
               'WILLIAM   ZOE       ADAM      CLAIRE    DEREK     '.
           05  FILLER                   PIC X(50)  VALUE
               'EMMA      LUCAS     MEGAN     NOAH      ROSE      '.
       01  WS-GIVEN-TABLE REDEFINES WS-GIVEN-VALUES.
           05  WS-GIVEN-ENTRY           PIC X(10)  OCCURS 40.

       01  WS-STREET-VALUES.
           05  FILLER                   PIC X(48)  VALUE
               'MAPLE       OAK         BIRCH       CEDAR       '.
           05  FILLER                   PIC X(48)  VALUE
               'ELM         PINE        WILLOW      SPRUCE      '.
           05  FILLER                   PIC X(48)  VALUE
               'ASH         CHESTNUT    LAKESHORE   RIVERSIDE   '.
           05  FILLER                   PIC X(48)  VALUE
               'HILLCREST   PARKVIEW    MEADOW      ORCHARD     '.
           05  FILLER                   PIC X(48)  VALUE
               'KING        QUEEN       VICTORIA    CHURCH      '.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET-ENTRY          PIC X(12)  OCCURS 20.

      * One city per postal-code first letter, with its province -
      * the letter is what MVPRGAC ties to the area code.
       01  WS-CITY-VALUES.
           05  FILLER                   PIC X(40)  VALUE
               'AST JOHNS NL        BHALIFAX NS         '.
           05  FILLER                   PIC X(40)  VALUE
               'CCHARLOTTETOWN PE   EMONCTON NB         '.
           05  FILLER                   PIC X(40)  VALUE
               'GQUEBEC QC          HMONTREAL QC        '.
           05  FILLER                   PIC X(40)  VALUE
               'JSHERBROOKE QC      KKINGSTON ON        '.
           05  FILLER                   PIC X(40)  VALUE
               'LOSHAWA ON          MTORONTO ON         '.
           05  FILLER                   PIC X(40)  VALUE
               'NLONDON ON          PSUDBURY ON         '.
           05  FILLER                   PIC X(40)  VALUE
               'RWINNIPEG MB        SREGINA SK          '.
           05  FILLER                   PIC X(40)  VALUE
               'TCALGARY AB         VVANCOUVER BC       '.
           05  FILLER                   PIC X(40)  VALUE
               'XYELLOWKNIFE NT     YWHITEHORSE YT      '.
       01  WS-CITY-TABLE REDEFINES WS-CITY-VALUES.
           05  WS-CITY-ENTRY            OCCURS 18.
               10  WS-CITY-PREFIX       PIC X(1).
               10  WS-CITY-LINE         PIC X(19).

       01  WS-STREET-TYPE-VALUES.
           05  FILLER                   PIC X(9)   VALUE 'ST AVERD '.
       01  WS-STREET-TYPE-TABLE REDEFINES WS-STREET-TYPE-VALUES.
           05  WS-STREET-TYPE           PIC X(3)   OCCURS 3.

      * Letters a Canadian postal code uses.
       01  WS-POSTAL-LETTER-VALUES.
           05  FILLER                   PIC X(20)  VALUE
               'ABCEGHJKLMNPRSTVWXYZ'.
       01  WS-POSTAL-LETTER-TABLE REDEFINES WS-POSTAL-LETTER-VALUES.
           05  WS-POSTAL-LETTER         PIC X(1)   OCCURS 20.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(20)  VALUE 'MVBMASK'.
           05  FILLER                   PIC X(40)  VALUE
               'TEST REGION MASKED REFRESH'.
           05  FILLER                   PIC X(9)   VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE           PIC 9(7).

       01  WS-DETAIL-LINE.
           05  WS-DL-FILE               PIC X(10).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-STUDENT-NO         PIC X(10).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-DL-TEXT               PIC X(60).

       01  WS-TRAILER-LINE.
           05  WS-TL-LABEL              PIC X(36).
           05  WS-TL-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           ACCEPT WS-ACCEPT-DAY FROM DAY.
           MOVE ZERO TO WS-RUN-DATE.
           MOVE WS-ACCEPT-DAY TO WS-RUN-DATE (3:5).
      * Same 0CYYDDD century-digit convention MVBLOAD forces.
           MOVE '1' TO WS-RUN-DATE (2:1).

           OPEN OUTPUT MASK-RPT.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE WS-HEADING-1 TO MASKRPT-LINE.
           WRITE MASKRPT-LINE.
           MOVE SPACES TO MASKRPT-LINE.
           WRITE MASKRPT-LINE.

           PERFORM 100-COPY-STUFILE.
           PERFORM 150-COPY-CONTACT.
           PERFORM 200-COPY-AUDITLOG.
           PERFORM 250-COPY-GRADFLE.
           PERFORM 300-COPY-ACCTBAL.
           PERFORM 320-COPY-HOLDFLE.
           PERFORM 340-COPY-WAITLST.
           PERFORM 360-COPY-OFFERFLE.

           PERFORM 900-PRINT-TRAILER.

           CLOSE MASK-RPT.

           DISPLAY 'MVBMASK - STUDENTS MASKED:     ' WS-STU-COPIED.
           DISPLAY 'MVBMASK - EMAILS SURVIVING:    ' WS-EMAILS-SURVIVED.
           DISPLAY 'MVBMASK - PHONES SURVIVING:    ' WS-PHONES-SURVIVED.

           IF WS-EMAILS-SURVIVED > ZERO
                   OR WS-PHONES-SURVIVED > ZERO
                   OR WS-WRITE-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * STUFILE - EVERY MASTER RECORD THROUGH THE MASKING ROUTINE.
      ******************************************************************
       100-COPY-STUFILE.
           OPEN INPUT STUFILE.
           IF NOT WS-STUFILE-OK
               DISPLAY 'MVBMASK - STUFILE OPEN FAILED, STATUS '
                   WS-STUFILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT TEST-STUFILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 110-READ-STUFILE.
           PERFORM 120-MASK-ONE-STUDENT
               UNTIL WS-END-OF-FILE.

           CLOSE STUFILE.
           CLOSE TEST-STUFILE.

       110-READ-STUFILE.
           READ STUFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       120-MASK-ONE-STUDENT.
           MOVE STUFILE-RECORD TO WS-MASK-RECORD.
           MOVE 'STUFILE' TO WS-DL-FILE.
           PERFORM 400-MASK-IMAGE.

           MOVE WS-MASK-RECORD TO TSTSTU-RECORD.
           WRITE TSTSTU-RECORD.
           IF WS-TEST-OK
               ADD 1 TO WS-STU-COPIED
           ELSE
               PERFORM 850-REPORT-WRITE-ERROR
           END-IF.

           PERFORM 110-READ-STUFILE.

      ******************************************************************
      * CONTACT - THE CONTACT IS A FAKE RELATIVE OF THE FAKE STUDENT.
      ******************************************************************
       150-COPY-CONTACT.
           OPEN INPUT CONTACT.
           OPEN OUTPUT TEST-CONTACT.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 160-READ-CONTACT.
           PERFORM 170-MASK-ONE-CONTACT
               UNTIL WS-END-OF-FILE.

           CLOSE CONTACT.
           CLOSE TEST-CONTACT.

       160-READ-CONTACT.
           READ CONTACT NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       170-MASK-ONE-CONTACT.
           MOVE CONTACT-STUDENT-NO TO WS-FAKE-STUDENT-NO.
           PERFORM 410-BUILD-FAKE-PERSON.

           IF CONTACT-SEQ IS NUMERIC
               MOVE CONTACT-SEQ TO WS-CONTACT-SEQ
           ELSE
               MOVE 1 TO WS-CONTACT-SEQ
           END-IF.

           COMPUTE WS-QUOT = WS-GIV-IX + (WS-CONTACT-SEQ * 7).
           DIVIDE WS-QUOT BY 40 GIVING WS-QUOT REMAINDER WS-REM.
           ADD 1 WS-REM GIVING WS-CONT-GIV-IX.

           MOVE SPACES TO CONTACT-NAME.
           STRING WS-GIVEN-ENTRY (WS-CONT-GIV-IX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SURNAME-ENTRY (WS-SUR-IX) DELIMITED BY SPACE
                  INTO CONTACT-NAME.

           MOVE CONTACT-PHONE TO WS-ORIG-CONT-PHONE.

           IF CONTACT-PHONE NOT = SPACES
               COMPUTE WS-QUOT = WS-SEED + (WS-CONTACT-SEQ * 17)
               DIVIDE WS-QUOT BY 100 GIVING WS-QUOT
                   REMAINDER WS-CONT-DIGITS
               MOVE '555' TO CONTACT-EXCHANGE
               MOVE '01' TO CONTACT-PHONE-NUM (1:2)
               MOVE WS-CONT-DIGITS TO CONTACT-PHONE-NUM (3:2)
               IF CONTACT-PHONE = WS-ORIG-CONT-PHONE
                   PERFORM 460-NUDGE-CONTACT-PHONE
               END-IF
               ADD 1 TO WS-PHONES-REPLACED
               IF CONTACT-PHONE = WS-ORIG-CONT-PHONE
                   ADD 1 TO WS-PHONES-SURVIVED
                   MOVE 'CONTACT' TO WS-DL-FILE
                   MOVE CONTACT-STUDENT-NO TO WS-DL-STUDENT-NO
                   MOVE 'PRODUCTION CONTACT PHONE SURVIVED MASKING'
                       TO WS-DL-TEXT
                   PERFORM 800-WRITE-REPORT-LINE
               END-IF
           END-IF.

           MOVE CONTACT-RECORD TO TSTCONT-RECORD.
           WRITE TSTCONT-RECORD.
           IF WS-TEST-OK
               ADD 1 TO WS-CONT-COPIED
           ELSE
               MOVE 'CONTACT' TO WS-DL-FILE
               MOVE CONTACT-STUDENT-NO TO WS-DL-STUDENT-NO
               PERFORM 850-REPORT-WRITE-ERROR
           END-IF.

           PERFORM 160-READ-CONTACT.

      ******************************************************************
      * AUDITLOG - BEFORE- AND AFTER-IMAGES MASKED LIKE THE MASTER.
      ******************************************************************
       200-COPY-AUDITLOG.
           OPEN INPUT AUDITLOG.
           OPEN OUTPUT TEST-AUDITLOG.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 210-READ-AUDITLOG.
           PERFORM 220-MASK-ONE-ENTRY
               UNTIL WS-END-OF-FILE.

           CLOSE AUDITLOG.
           CLOSE TEST-AUDITLOG.

       210-READ-AUDITLOG.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * LOW-VALUES is the journal's 'no image' (the before of an add,
      * the after of a delete) and is left as it is.
       220-MASK-ONE-ENTRY.
           IF AUDIT-TERMID NOT = 'OADM' AND AUDIT-TERMID NOT = 'CYCC'
               MOVE 'AUDITLOG' TO WS-DL-FILE
               IF AUDIT-BEFORE-IMAGE NOT = LOW-VALUES
                   MOVE AUDIT-BEFORE-IMAGE TO WS-MASK-RECORD
                   PERFORM 400-MASK-IMAGE
                   MOVE WS-MASK-RECORD TO AUDIT-BEFORE-IMAGE
                   ADD 1 TO WS-IMAGES-MASKED
               END-IF
               IF AUDIT-AFTER-IMAGE NOT = LOW-VALUES
                   MOVE AUDIT-AFTER-IMAGE TO WS-MASK-RECORD
                   PERFORM 400-MASK-IMAGE
                   MOVE WS-MASK-RECORD TO AUDIT-AFTER-IMAGE
                   ADD 1 TO WS-IMAGES-MASKED
               END-IF
           END-IF.

           MOVE AUDITLOG-RECORD TO TSTAUDT-RECORD.
           WRITE TSTAUDT-RECORD.
           IF WS-TEST-OK
               ADD 1 TO WS-AUDT-COPIED
           ELSE
               MOVE 'AUDITLOG' TO WS-DL-FILE
               MOVE AUDIT-STUDENT-NO TO WS-DL-STUDENT-NO
               PERFORM 850-REPORT-WRITE-ERROR
           END-IF.

           PERFORM 210-READ-AUDITLOG.

      ******************************************************************
      * GRADFLE, ACCTBAL AND HOLDFLE CARRY NO PERSONAL DATA BEYOND THE
      * STUDENT NUMBER - COPIED AS THEY ARE.
      ******************************************************************
       250-COPY-GRADFLE.
           OPEN INPUT GRADFLE.
           OPEN OUTPUT TEST-GRADFLE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 260-READ-GRADFLE.
           PERFORM 270-COPY-ONE-GRADE
               UNTIL WS-END-OF-FILE.

           CLOSE GRADFLE.
           CLOSE TEST-GRADFLE.

       260-READ-GRADFLE.
           READ GRADFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       270-COPY-ONE-GRADE.
           MOVE GRADFLE-RECORD TO TSTGRAD-RECORD.
           WRITE TSTGRAD-RECORD.
           IF WS-TEST-OK
               ADD 1 TO WS-GRAD-COPIED
           ELSE
               MOVE 'GRADFLE' TO WS-DL-FILE
               MOVE GRADFLE-STUDENT-NO TO WS-DL-STUDENT-NO
               PERFORM 850-REPORT-WRITE-ERROR
           END-IF.

           PERFORM 260-READ-GRADFLE.

       300-COPY-ACCTBAL.
           OPEN INPUT ACCTBAL.
           OPEN OUTPUT TEST-ACCTBAL.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 305-READ-ACCTBAL.
           PERFORM 310-COPY-ONE-ACCOUNT
               UNTIL WS-END-OF-FILE.

           CLOSE ACCTBAL.
           CLOSE TEST-ACCTBAL.

       305-READ-ACCTBAL.
           READ ACCTBAL NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       310-COPY-ONE-ACCOUNT.
           MOVE ACCTBAL-RECORD TO TSTACCT-RECORD.
           WRITE TSTACCT-RECORD.
           IF WS-TEST-OK
               ADD 1 TO WS-ACCT-COPIED
           ELSE
               MOVE 'ACCTBAL' TO WS-DL-FILE
               MOVE ACCTBAL-STUDENT-NO TO WS-DL-STUDENT-NO
               PERFORM 850-REPORT-WRITE-ERROR
           END-IF.

           PERFORM 305-READ-ACCTBAL.

       320-COPY-HOLDFLE.
           OPEN INPUT HOLDFLE.
           OPEN OUTPUT TEST-HOLDFLE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 325-READ-HOLDFLE.
           PERFORM 330-COPY-ONE-HOLD
               UNTIL WS-END-OF-FILE.

           CLOSE HOLDFLE.
           CLOSE TEST-HOLDFLE.

       325-READ-HOLDFLE.
           READ HOLDFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       330-COPY-ONE-HOLD.
           MOVE HOLDFLE-RECORD TO TSTHOLD-RECORD.
           WRITE TSTHOLD-RECORD.
           IF WS-TEST-OK
               ADD 1 TO WS-HOLD-COPIED
           ELSE
               MOVE 'HOLDFLE' TO WS-DL-FILE
               MOVE HOLDFLE-STUDENT-NO TO WS-DL-STUDENT-NO
               PERFORM 850-REPORT-WRITE-ERROR
           END-IF.

           PERFORM 325-READ-HOLDFLE.

      ******************************************************************
      * WAITLST AND OFFERFLE CARRY THE STUDENT'S NAME - THE SAME FAKE
      * COMPOSED NAME THE MASTER RECORD GOT.
      ******************************************************************
       340-COPY-WAITLST.
           OPEN INPUT WAITLST.
           OPEN OUTPUT TEST-WAITLST.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 345-READ-WAITLST.
           PERFORM 350-MASK-ONE-WAIT
               UNTIL WS-END-OF-FILE.

           CLOSE WAITLST.
           CLOSE TEST-WAITLST.

       345-READ-WAITLST.
           READ WAITLST NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       350-MASK-ONE-WAIT.
           MOVE WAITLST-STUDENT-NO TO WS-FAKE-STUDENT-NO.
           PERFORM 410-BUILD-FAKE-PERSON.
           MOVE WS-FAKE-NAME TO WAITLST-STUDENT-NAME.

           MOVE WAITLST-RECORD TO TSTWAIT-RECORD.
           WRITE TSTWAIT-RECORD.
           IF WS-TEST-OK
               ADD 1 TO WS-WAIT-COPIED
           ELSE
               MOVE 'WAITLST' TO WS-DL-FILE
               MOVE WAITLST-STUDENT-NO TO WS-DL-STUDENT-NO
               PERFORM 850-REPORT-WRITE-ERROR
           END-IF.

           PERFORM 345-READ-WAITLST.

       360-COPY-OFFERFLE.
           OPEN INPUT OFFERFLE.
           OPEN OUTPUT TEST-OFFERFLE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 365-READ-OFFERFLE.
           PERFORM 370-MASK-ONE-OFFER
               UNTIL WS-END-OF-FILE.

           CLOSE OFFERFLE.
           CLOSE TEST-OFFERFLE.

       365-READ-OFFERFLE.
           READ OFFERFLE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       370-MASK-ONE-OFFER.
           MOVE OFFERFLE-STUDENT-NO TO WS-FAKE-STUDENT-NO.
           PERFORM 410-BUILD-FAKE-PERSON.
           MOVE WS-FAKE-NAME TO OFFERFLE-STUDENT-NAME.

           MOVE OFFERFLE-RECORD TO TSTOFFR-RECORD.
           WRITE TSTOFFR-RECORD.
           IF WS-TEST-OK
               ADD 1 TO WS-OFFR-COPIED
           ELSE
               MOVE 'OFFERFLE' TO WS-DL-FILE
               MOVE OFFERFLE-STUDENT-NO TO WS-DL-STUDENT-NO
               PERFORM 850-REPORT-WRITE-ERROR
           END-IF.

           PERFORM 365-READ-OFFERFLE.

      ******************************************************************
      * THE MASKING ROUTINE - ONE STUDENT IMAGE IN WS-MASK-RECORD.
      ******************************************************************
       400-MASK-IMAGE.
           MOVE MK-EMAIL TO WS-ORIG-EMAIL.
           MOVE MK-PHONE TO WS-ORIG-PHONE.
           MOVE MK-PIN TO WS-ORIG-PIN.

           MOVE MK-STUDENT-NO TO WS-FAKE-STUDENT-NO.
           PERFORM 410-BUILD-FAKE-PERSON.

           MOVE WS-FAKE-NAME TO MK-NAME.

      * Records from before the name split carry no structured name
      * and keep none.
           IF MK-SURNAME NOT = SPACES
               MOVE WS-SURNAME-ENTRY (WS-SUR-IX) TO MK-SURNAME
               MOVE WS-GIVEN-ENTRY (WS-GIV-IX) TO MK-GIVEN-NAME
           END-IF.
           IF MK-PREF-NAME NOT = SPACES
               MOVE WS-GIVEN-ENTRY (WS-GIV-IX) TO MK-PREF-NAME
           END-IF.

           PERFORM 420-MASK-ADDRESS.
           PERFORM 430-MASK-PHONE.

           IF MK-EMAIL NOT = SPACES
               MOVE WS-FAKE-EMAIL TO MK-EMAIL
               ADD 1 TO WS-EMAILS-REPLACED
           END-IF.

           IF MK-PIN NOT = SPACES
               MOVE WS-SEED-X (4:4) TO MK-PIN
               IF MK-PIN = WS-ORIG-PIN
                   MOVE '0000' TO MK-PIN
               END-IF
               ADD 1 TO WS-PINS-REPLACED
           END-IF.

           PERFORM 450-CHECK-SURVIVORS.

      * Everything about the fake person that follows from the
      * student number alone.
       410-BUILD-FAKE-PERSON.
           IF WS-FAKE-STUDENT-NO IS NUMERIC
               MOVE WS-FAKE-STUDENT-NO TO WS-SEED
           ELSE
               MOVE ZERO TO WS-SEED
           END-IF.

           DIVIDE WS-SEED BY 40 GIVING WS-QUOT REMAINDER WS-REM.
           ADD 1 WS-REM GIVING WS-SUR-IX.
           DIVIDE WS-QUOT BY 40 GIVING WS-QUOT REMAINDER WS-REM.
           ADD 1 WS-REM GIVING WS-GIV-IX.
           DIVIDE WS-QUOT BY 20 GIVING WS-QUOT REMAINDER WS-REM.
           ADD 1 WS-REM GIVING WS-STR-IX.
           DIVIDE WS-SEED BY 3 GIVING WS-QUOT REMAINDER WS-REM.
           ADD 1 WS-REM GIVING WS-TYPE-IX.
           DIVIDE WS-SEED BY 97 GIVING WS-QUOT REMAINDER WS-REM.
           COMPUTE WS-HOUSE-NO = 100 + (WS-REM * 9).
           DIVIDE WS-SEED BY 20 GIVING WS-QUOT REMAINDER WS-REM.
           ADD 1 WS-REM GIVING WS-LTR1-IX.
           DIVIDE WS-SEED BY 19 GIVING WS-QUOT REMAINDER WS-REM.
           ADD 1 WS-REM GIVING WS-LTR2-IX.

           MOVE SPACES TO WS-FAKE-NAME.
           STRING WS-SURNAME-ENTRY (WS-SUR-IX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-GIVEN-ENTRY (WS-GIV-IX) DELIMITED BY SPACE
                  INTO WS-FAKE-NAME.

           MOVE SPACES TO WS-FAKE-STREET.
           STRING WS-HOUSE-NO ' ' DELIMITED BY SIZE
                  WS-STREET-ENTRY (WS-STR-IX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-STREET-TYPE (WS-TYPE-IX) DELIMITED BY SPACE
                  INTO WS-FAKE-STREET.

           MOVE SPACES TO WS-FAKE-EMAIL.
           STRING WS-GIVEN-ENTRY (WS-GIV-IX) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-SURNAME-ENTRY (WS-SUR-IX) DELIMITED BY SPACE
                  WS-SEED-X (4:4) '@EXAMPLE.COM' DELIMITED BY SIZE
                  INTO WS-FAKE-EMAIL.

      * Postal code: letter-digit-letter digit-letter-digit, the
      * first letter supplied by the caller from the real code.
           MOVE SPACES TO WS-FAKE-POSTAL.
           MOVE WS-SEED-X (7:1) TO WS-FP-1 (2:1).
           MOVE WS-POSTAL-LETTER (WS-LTR1-IX) TO WS-FP-1 (3:1).
           MOVE WS-SEED-X (6:1) TO WS-FP-2 (1:1).
           MOVE WS-POSTAL-LETTER (WS-LTR2-IX) TO WS-FP-2 (2:1).
           MOVE WS-SEED-X (5:1) TO WS-FP-2 (3:1).

           MOVE '01' TO WS-FAKE-PHONE-NUM (1:2).
           MOVE WS-SEED-X (6:2) TO WS-FAKE-PHONE-NUM (3:2).

      * The real first letter of the postal code stays - it is what
      * the area code is checked against - and picks the city.
       420-MASK-ADDRESS.
           MOVE WS-FAKE-STREET TO MK-ADDR-LINE1.
           MOVE SPACES TO MK-ADDR-LINE3.

           IF MK-ADDR-INTL
               MOVE 'CENTRAL DISTRICT' TO MK-ADDR-LINE2
           ELSE
               MOVE 'OSHAWA ON' TO MK-ADDR-LINE2
               PERFORM 425-FIND-CITY
                   VARYING WS-CITY-SUB FROM 1 BY 1
                   UNTIL WS-CITY-SUB > 18
           END-IF.

           IF MK-POSTAL-1 NOT = SPACES
               MOVE MK-POSTAL-1 (1:1) TO WS-FP-1 (1:1)
               MOVE WS-FP-1 TO MK-POSTAL-1
               MOVE WS-FP-2 TO MK-POSTAL-2
           END-IF.

       425-FIND-CITY.
           IF WS-CITY-PREFIX (WS-CITY-SUB) = MK-POSTAL-1 (1:1)
               MOVE WS-CITY-LINE (WS-CITY-SUB) TO MK-ADDR-LINE2
           END-IF.

      * The area code stays for the region check; the number moves
      * into the fictional 555-01XX range.
       430-MASK-PHONE.
           IF MK-PHONE NOT = SPACES
               MOVE '555' TO MK-EXCHANGE
               MOVE WS-FAKE-PHONE-NUM TO MK-PHONE-NUM
               IF MK-PHONE = WS-ORIG-PHONE
                   IF MK-PHONE-NUM = '0100'
                       MOVE '0101' TO MK-PHONE-NUM
                   ELSE
                       MOVE '0100' TO MK-PHONE-NUM
                   END-IF
               END-IF
               ADD 1 TO WS-PHONES-REPLACED
           END-IF.

      * The proof: the masked email and phone set against the
      * production values they replaced.  The value itself is never
      * printed.
       450-CHECK-SURVIVORS.
           IF WS-ORIG-EMAIL NOT = SPACES
                   AND MK-EMAIL = WS-ORIG-EMAIL
               ADD 1 TO WS-EMAILS-SURVIVED
               MOVE MK-STUDENT-NO TO WS-DL-STUDENT-NO
               MOVE 'PRODUCTION EMAIL SURVIVED MASKING' TO WS-DL-TEXT
               PERFORM 800-WRITE-REPORT-LINE
           END-IF.

           IF WS-ORIG-PHONE NOT = SPACES
                   AND MK-PHONE = WS-ORIG-PHONE
               ADD 1 TO WS-PHONES-SURVIVED
               MOVE MK-STUDENT-NO TO WS-DL-STUDENT-NO
               MOVE 'PRODUCTION PHONE SURVIVED MASKING' TO WS-DL-TEXT
               PERFORM 800-WRITE-REPORT-LINE
           END-IF.

       460-NUDGE-CONTACT-PHONE.
           IF CONTACT-PHONE-NUM = '0100'
               MOVE '0101' TO CONTACT-PHONE-NUM
           ELSE
               MOVE '0100' TO CONTACT-PHONE-NUM
           END-IF.

       800-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO MASKRPT-LINE.
           WRITE MASKRPT-LINE.
           MOVE SPACES TO WS-DL-TEXT.

       850-REPORT-WRITE-ERROR.
           ADD 1 TO WS-WRITE-ERRORS.
           MOVE SPACES TO WS-DL-TEXT.
           STRING 'TEST FILE WRITE FAILED, STATUS ' WS-TEST-STATUS
                  DELIMITED BY SIZE INTO WS-DL-TEXT.
           PERFORM 800-WRITE-REPORT-LINE.

       900-PRINT-TRAILER.
           MOVE SPACES TO MASKRPT-LINE.
           WRITE MASKRPT-LINE.
           MOVE 'STUFILE RECORDS MASKED:' TO WS-TL-LABEL.
           MOVE WS-STU-COPIED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'CONTACT RECORDS MASKED:' TO WS-TL-LABEL.
           MOVE WS-CONT-COPIED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'AUDITLOG ENTRIES COPIED:' TO WS-TL-LABEL.
           MOVE WS-AUDT-COPIED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE '  STUDENT IMAGES MASKED:' TO WS-TL-LABEL.
           MOVE WS-IMAGES-MASKED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'GRADFLE RECORDS COPIED:' TO WS-TL-LABEL.
           MOVE WS-GRAD-COPIED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'ACCTBAL RECORDS COPIED:' TO WS-TL-LABEL.
           MOVE WS-ACCT-COPIED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'HOLDFLE RECORDS COPIED:' TO WS-TL-LABEL.
           MOVE WS-HOLD-COPIED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'WAITLST RECORDS MASKED:' TO WS-TL-LABEL.
           MOVE WS-WAIT-COPIED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'OFFERFLE RECORDS MASKED:' TO WS-TL-LABEL.
           MOVE WS-OFFR-COPIED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'EMAILS REPLACED:' TO WS-TL-LABEL.
           MOVE WS-EMAILS-REPLACED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'PHONE NUMBERS REPLACED:' TO WS-TL-LABEL.
           MOVE WS-PHONES-REPLACED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'KIOSK PINS REPLACED:' TO WS-TL-LABEL.
           MOVE WS-PINS-REPLACED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'PRODUCTION EMAILS SURVIVING:' TO WS-TL-LABEL.
           MOVE WS-EMAILS-SURVIVED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'PRODUCTION PHONES SURVIVING:' TO WS-TL-LABEL.
           MOVE WS-PHONES-SURVIVED TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.
           MOVE 'TEST FILE WRITE ERRORS:' TO WS-TL-LABEL.
           MOVE WS-WRITE-ERRORS TO WS-TL-COUNT.
           PERFORM 910-WRITE-TRAILER-LINE.

           MOVE SPACES TO MASKRPT-LINE.
           WRITE MASKRPT-LINE.
           IF WS-EMAILS-SURVIVED = ZERO
                   AND WS-PHONES-SURVIVED = ZERO
                   AND WS-WRITE-ERRORS = ZERO
               MOVE 'VERIFIED - NO PRODUCTION EMAIL OR PHONE NUMBER '
                   TO MASKRPT-LINE
               MOVE 'SURVIVED IN THE TEST FILES' TO MASKRPT-LINE (48:)
           ELSE
               MOVE '*** NOT VERIFIED - DO NOT RELEASE THE TEST FILES'
                   TO MASKRPT-LINE
               MOVE ' TO TESTERS ***' TO MASKRPT-LINE (49:)
           END-IF.
           WRITE MASKRPT-LINE.

       910-WRITE-TRAILER-LINE.
           MOVE WS-TRAILER-LINE TO MASKRPT-LINE.
           WRITE MASKRPT-LINE.
