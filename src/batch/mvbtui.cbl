      * NONE), EXEMPT STUDENTS PAY THE DOMESTIC RATE REGARDLESS OF
      * RESIDENCY, SO ACCOUNTING STOPS ADJUSTING INVOICES BY HAND.
      * THE CHARGE RECORD CARRIES THE CATEGORY FOR BILLING.
      *
      * ANCILLARY FEES (STUDENT UNION, HEALTH PLAN, TECHNOLOGY, LAB
      * FEES) ARE BILLED FROM THE ANCFEE SCHEDULE MVPRGAF MAINTAINS.
      * EACH FEE CODE'S RATE IN FORCE FOR THE STUDENT'S TERM IS
      * CHARGED WHEN THE STUDENT'S CAMPUS, PROGRAM, FEE CATEGORY AND
      * LOAD MATCH IT - FLAT FOR THE TERM, OR PER DESIGNATED LAB
      * COURSE TAKEN - UNLESS THE STUDENT HAS OPTED OUT OF IT FOR
      * THE TERM ON OPTOUT.  EACH FEE PRINTS AS ITS OWN INVOICE LINE
      * AND GOES TO BILLING AS ITS OWN CHARGE RECORD CARRYING THE
      * FEE CODE AND WHETHER IT IS T2202-ELIGIBLE.  A SPONSOR'S
      * PERCENTAGE COVERS COURSE TUITION ONLY; FEES ARE THE
      * STUDENT'S.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SPONSOR-CHARGES ASSIGN TO SPONCHG
               ORGANIZATION IS SEQUENTIAL.

           SELECT ANCFEE ASSIGN TO ANCFEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANCFEE-KEY
               FILE STATUS IS WS-ANCFEE-STATUS.

           SELECT OPTOUT ASSIGN TO OPTOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPTOUT-KEY
               FILE STATUS IS WS-OPTOUT-STATUS.

           SELECT CYCCTL ASSIGN TO CYCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      * NAMED BESIDE IT.  A SPLIT INVOICE CUTS ONE RECORD OF EACH.
           05  CHG-PAYER               PIC X(1).
           05  CHG-SPONSOR-ID          PIC X(5).
      * ANCILLARY FEE CODE OFF ANCFEE - SPACES ON THE COURSE TUITION
      * RECORDS - AND FOR A FEE, Y WHEN IT IS T2202-ELIGIBLE.
           05  CHG-FEE-CODE            PIC X(4).
           05  CHG-TAX-ELIG            PIC X(1).
           05  FILLER                  PIC X(6).

       FD  ANCFEE
           RECORD CONTAINS 140 CHARACTERS.
       COPY 'ANCFEEC'.

       FD  OPTOUT
           RECORD CONTAINS 60 CHARACTERS.
       COPY 'OPTOUTC'.

       FD  CYCCTL
           RECORD CONTAINS 38 CHARACTERS.
       COPY 'CYCCTLC'.

       FD  SPONSOR-CHARGES
           88  WS-STUFILE-OK                            VALUE '00'.
           88  WS-STUFILE-EOF                            VALUE '10'.

       01  WS-ANCFEE-STATUS            PIC XX          VALUE SPACES.
           88  WS-ANCFEE-OK                             VALUE '00'.

       01  WS-OPTOUT-STATUS            PIC XX          VALUE SPACES.
           88  WS-OPTOUT-OK                             VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X          VALUE 'N'.
               88  WS-END-OF-FILE                       VALUE 'Y'.
           05  WS-ANCFEE-EOF-SWITCH     PIC X          VALUE 'N'.
               88  WS-ANCFEE-EOF                        VALUE 'Y'.
           05  WS-FEE-APPLIES-SWITCH    PIC X          VALUE 'N'.
               88  WS-FEE-APPLIES                       VALUE 'Y'.
           05  WS-LAB-MATCH-SWITCH      PIC X          VALUE 'N'.
               88  WS-LAB-MATCHED                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-COURSE-SUB            PIC 9(01)      VALUE ZERO.
           05  WS-STUDENT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-INVOICE-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-STUDENT-COURSES       PIC 9(01)      VALUE ZERO.
           05  WS-FEE-LINE-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-OPTED-OUT-COUNT       PIC 9(07)      VALUE ZERO.
           05  WS-LAB-SUB               PIC 9(01)      VALUE ZERO.
           05  WS-LAB-COUNT             PIC 9(01)      VALUE ZERO.

       01  WS-COURSE-TABLE.
           05  WS-COURSE-ENTRY OCCURS 7.
               10  WS-CT-PART2          PIC X(4).

       01  WS-STUDENT-TOTAL            PIC 9(7)V99     VALUE ZERO.
      * The student's ancillary fees, and tuition plus fees - what
      * the TERM CHARGES line shows.
       01  WS-FEE-TOTAL                PIC 9(7)V99     VALUE ZERO.
       01  WS-INVOICE-TOTAL            PIC 9(7)V99     VALUE ZERO.
       01  WS-ANC-FEE-AMOUNT           PIC 9(7)V99     VALUE ZERO.

      * The ancillary fee schedule, built once at start-up in ANCFEE
      * key order - every rate for a fee code together.  The rank is
      * the effective term's place in time: year times ten plus 1,
      * 2, 3 for W, S, F.
       01  WS-ANC-FEE-TABLE.
           05  WS-AF-ENTRY OCCURS 200.
               10  WS-AF-CODE           PIC X(4).
               10  WS-AF-RANK           PIC 9(5).
               10  WS-AF-DESC           PIC X(20).
               10  WS-AF-AMOUNT         PIC 9(5)V99.
               10  WS-AF-BASIS          PIC X(1).
                   88  WS-AF-PER-COURSE                 VALUE 'C'.
               10  WS-AF-CAMPUS         PIC X(3).
               10  WS-AF-PROGRAM        PIC X(5).
               10  WS-AF-FEE-CAT        PIC X(1).
               10  WS-AF-LOAD           PIC X(1).
               10  WS-AF-OPT-OUT-SW     PIC X(1).
                   88  WS-AF-OPT-OUT-ALLOWED            VALUE 'Y'.
               10  WS-AF-TAX-SW         PIC X(1).
                   88  WS-AF-TAX-ELIGIBLE               VALUE 'Y'.
               10  WS-AF-STATUS         PIC X(1).
                   88  WS-AF-ACTIVE                     VALUE 'A'.
               10  WS-AF-LAB-COURSE     OCCURS 8.
                   15  WS-AF-LAB-PART1  PIC X(4).
                   15  WS-AF-LAB-PART2  PIC X(4).
           05  WS-ANC-FEE-COUNT         PIC 9(03)      VALUE ZERO.
           05  WS-AF-SUB                PIC 9(03).

      * The rate in force for the fee code being looked at.
       01  WS-AF-CURRENT-CODE          PIC X(4)        VALUE SPACES.
       01  WS-AF-BEST-SUB              PIC 9(03)       VALUE ZERO.
       01  WS-AF-BEST-RANK             PIC 9(5)        VALUE ZERO.

       01  WS-TERM-RANK-WORK.
           05  WS-TR-TERM-YEAR          PIC X(5).
           05  WS-TR-RANK               PIC 9(5)       VALUE ZERO.
       01  WS-STUDENT-RANK             PIC 9(5)        VALUE ZERO.

      * The student's load and fee category as the fees are matched
      * on them - blank category is domestic, as on the charge
      * record.
       01  WS-STUDENT-LOAD             PIC X(1)        VALUE SPACE.
       01  WS-STUDENT-FEE-CAT          PIC X(1)        VALUE SPACE.
       01  WS-GRAND-TOTAL              PIC 9(9)V99     VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-CL-FEE                PIC ZZZZ9.99.

       01  WS-FEE-LINE.
           05  FILLER                   PIC X(4)   VALUE SPACES.
           05  WS-FL-CODE               PIC X(4).
           05  FILLER                   PIC X(1)   VALUE SPACES.
           05  WS-FL-DESC               PIC X(20).
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-FL-FEE                PIC ZZZZ9.99.
           05  FILLER                   PIC X(2)   VALUE SPACES.
           05  WS-FL-LABS               PIC X(12).

       01  WS-FEE-LABS-TEXT.
           05  WS-FLT-COUNT             PIC 9.
           05  FILLER                   PIC X(11)  VALUE ' LAB COURSE'.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(20)  VALUE
               'TERM CHARGES:'.
               STOP RUN
           END-IF.

           OPEN INPUT ANCFEE.
           IF NOT WS-ANCFEE-OK
               DISPLAY 'MVBTUI - ANCFEE OPEN FAILED, STATUS '
                   WS-ANCFEE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT OPTOUT.
           IF NOT WS-OPTOUT-OK
               DISPLAY 'MVBTUI - OPTOUT OPEN FAILED, STATUS '
                   WS-OPTOUT-STATUS
               STOP RUN
           END-IF.

           PERFORM 110-LOAD-ANCILLARY-FEES.
           CLOSE ANCFEE.

           OPEN OUTPUT INVOICE-RPT.
           OPEN OUTPUT CHARGE-FILE.
           OPEN OUTPUT SPONSOR-CHARGES.
           PERFORM 900-PRINT-RUN-TRAILER.

           CLOSE STUFILE.
           CLOSE OPTOUT.
           CLOSE INVOICE-RPT.
           CLOSE CHARGE-FILE.
           CLOSE SPONSOR-CHARGES.

           DISPLAY 'MVBTUI - STUDENTS READ:    ' WS-STUDENT-COUNT.
           DISPLAY 'MVBTUI - INVOICES WRITTEN: ' WS-INVOICE-COUNT.
           DISPLAY 'MVBTUI - ANCILLARY FEES:   ' WS-FEE-LINE-COUNT.
           DISPLAY 'MVBTUI - FEES OPTED OUT:   ' WS-OPTED-OUT-COUNT.

           STOP RUN.

               ADD 1 TO WS-STUDENT-COUNT
           END-IF.

      * Loads the ancillary fee schedule.  A schedule too big for
      * the table is stopped rather than billed short.
       110-LOAD-ANCILLARY-FEES.
           MOVE ZERO TO WS-ANC-FEE-COUNT.

           PERFORM 120-LOAD-ONE-FEE
               UNTIL WS-ANCFEE-EOF.

       120-LOAD-ONE-FEE.
           READ ANCFEE NEXT RECORD
               AT END
                   SET WS-ANCFEE-EOF TO TRUE
           END-READ.

           IF NOT WS-ANCFEE-EOF
               IF WS-ANC-FEE-COUNT NOT < 200
                   DISPLAY 'MVBTUI - ANCFEE HAS MORE THAN 200 RATES'
                       ' - FEE TABLE MUST BE ENLARGED'
                   STOP RUN
               END-IF
               ADD 1 TO WS-ANC-FEE-COUNT
               MOVE WS-ANC-FEE-COUNT TO WS-AF-SUB
               MOVE ANCFEE-EFF-TERM TO WS-TR-TERM-YEAR
               PERFORM 130-TERM-RANK
               MOVE WS-TR-RANK TO WS-AF-RANK (WS-AF-SUB)
               MOVE ANCFEE-CODE TO WS-AF-CODE (WS-AF-SUB)
               MOVE ANCFEE-DESC TO WS-AF-DESC (WS-AF-SUB)
               MOVE ANCFEE-AMOUNT TO WS-AF-AMOUNT (WS-AF-SUB)
               MOVE ANCFEE-BASIS TO WS-AF-BASIS (WS-AF-SUB)
               MOVE ANCFEE-CAMPUS TO WS-AF-CAMPUS (WS-AF-SUB)
               MOVE ANCFEE-PROGRAM TO WS-AF-PROGRAM (WS-AF-SUB)
               MOVE ANCFEE-FEE-CAT TO WS-AF-FEE-CAT (WS-AF-SUB)
               MOVE ANCFEE-LOAD TO WS-AF-LOAD (WS-AF-SUB)
               MOVE ANCFEE-OPT-OUT-SW TO WS-AF-OPT-OUT-SW (WS-AF-SUB)
               MOVE ANCFEE-TAX-SW TO WS-AF-TAX-SW (WS-AF-SUB)
               MOVE ANCFEE-STATUS TO WS-AF-STATUS (WS-AF-SUB)
               PERFORM 125-LOAD-LAB-COURSE
                   VARYING WS-LAB-SUB FROM 1 BY 1
                   UNTIL WS-LAB-SUB > 8
           END-IF.

       125-LOAD-LAB-COURSE.
           MOVE ANCFEE-LAB-PART1 (WS-LAB-SUB)
               TO WS-AF-LAB-PART1 (WS-AF-SUB, WS-LAB-SUB).
           MOVE ANCFEE-LAB-PART2 (WS-LAB-SUB)
               TO WS-AF-LAB-PART2 (WS-AF-SUB, WS-LAB-SUB).

      * A term's place in time - year times ten plus 1, 2, 3 for W,
      * S, F - so rates can be compared across years.
       130-TERM-RANK.
           MOVE ZERO TO WS-TR-RANK.

           IF WS-TR-TERM-YEAR (2:4) IS NUMERIC
               MOVE WS-TR-TERM-YEAR (2:4) TO WS-TR-RANK (1:4)
               IF WS-TR-TERM-YEAR (1:1) = 'W'
                   MOVE 1 TO WS-TR-RANK (5:1)
               ELSE IF WS-TR-TERM-YEAR (1:1) = 'S'
                   MOVE 2 TO WS-TR-RANK (5:1)
               ELSE
                   MOVE 3 TO WS-TR-RANK (5:1)
               END-IF
           END-IF.

       200-INVOICE-ONE-STUDENT.
           MOVE STUFILE-COURSE1-PART1 TO WS-CT-PART1 (1)
           MOVE STUFILE-COURSE1-PART2 TO WS-CT-PART2 (1)
               PERFORM 320-CHARGE-COURSE-SLOT
                   VARYING WS-COURSE-SUB FROM 1 BY 1
                   UNTIL WS-COURSE-SUB > 7
               PERFORM 400-CHARGE-ANCILLARY-FEES
               PERFORM 340-PRINT-INVOICE-TOTAL
               PERFORM 360-WRITE-CHARGE-REC
           END-IF.
       340-PRINT-INVOICE-TOTAL.
           MOVE SPACES TO INVCRPT-LINE.
           WRITE INVCRPT-LINE.
           COMPUTE WS-INVOICE-TOTAL = WS-STUDENT-TOTAL + WS-FEE-TOTAL.
           MOVE WS-INVOICE-TOTAL TO WS-TL-TOTAL.
           MOVE WS-TOTAL-LINE TO INVCRPT-LINE.
           WRITE INVCRPT-LINE.

      * A sponsored student's invoice shows the split - the sponsor
      * share goes to the sponsor's own grouped invoice (MVBSINV),
      * the student is billed only the remainder of the tuition
      * plus the ancillary fees, which the sponsor does not cover.
           PERFORM 345-SPLIT-SPONSOR-SHARE.

           IF WS-SPONSOR-SHARE > ZERO
               MOVE WS-SPONSOR-SHARE TO WS-SP-AMOUNT
               MOVE WS-SPONSOR-LINE TO INVCRPT-LINE
               WRITE INVCRPT-LINE
               COMPUTE WS-SL-AMOUNT = WS-STUDENT-SHARE + WS-FEE-TOTAL
               MOVE WS-SHARE-LINE TO INVCRPT-LINE
               WRITE INVCRPT-LINE
           END-IF.
           MOVE SPACES TO INVCRPT-LINE.
           WRITE INVCRPT-LINE.

           ADD WS-INVOICE-TOTAL TO WS-GRAND-TOTAL.
           ADD 1 TO WS-INVOICE-COUNT.

       345-SPLIT-SPONSOR-SHARE.
           END-IF.
           MOVE 'T' TO CHG-PAYER.
           MOVE SPACES TO CHG-SPONSOR-ID.
           MOVE SPACES TO CHG-FEE-CODE.
           MOVE SPACE TO CHG-TAX-ELIG.
           WRITE CHARGE-REC.

           IF WS-SPONSOR-SHARE > ZERO
               WRITE SPONCHG-REC
           END-IF.

      * The ancillary fees.  The schedule table holds every rate for
      * a fee code together; the rate in force for the student's term
      * is the one with the latest effective term not after it, and
      * it is charged once the code's rates have all been looked at.
       400-CHARGE-ANCILLARY-FEES.
           MOVE ZERO TO WS-FEE-TOTAL.

           MOVE STUFILE-TERM-YEAR TO WS-TR-TERM-YEAR.
           PERFORM 130-TERM-RANK.
           MOVE WS-TR-RANK TO WS-STUDENT-RANK.

           IF WS-STUDENT-CREDITS >= WS-FT-CREDIT-FLOOR
               MOVE 'F' TO WS-STUDENT-LOAD
           ELSE
               MOVE 'P' TO WS-STUDENT-LOAD
           END-IF.
           IF STUFILE-FEE-CAT = SPACE
               MOVE 'D' TO WS-STUDENT-FEE-CAT
           ELSE
               MOVE STUFILE-FEE-CAT TO WS-STUDENT-FEE-CAT
           END-IF.

           MOVE SPACES TO WS-AF-CURRENT-CODE.
           MOVE ZERO TO WS-AF-BEST-SUB.
           MOVE ZERO TO WS-AF-BEST-RANK.

           PERFORM 410-CONSIDER-FEE-RATE
               VARYING WS-AF-SUB FROM 1 BY 1
               UNTIL WS-AF-SUB > WS-ANC-FEE-COUNT.

           IF WS-AF-BEST-SUB > ZERO
               PERFORM 420-CHARGE-ONE-FEE
           END-IF.

       410-CONSIDER-FEE-RATE.
           IF WS-AF-CODE (WS-AF-SUB) NOT = WS-AF-CURRENT-CODE
               IF WS-AF-BEST-SUB > ZERO
                   PERFORM 420-CHARGE-ONE-FEE
               END-IF
               MOVE WS-AF-CODE (WS-AF-SUB) TO WS-AF-CURRENT-CODE
               MOVE ZERO TO WS-AF-BEST-SUB
               MOVE ZERO TO WS-AF-BEST-RANK
           END-IF.

           IF WS-AF-RANK (WS-AF-SUB) NOT > WS-STUDENT-RANK
                   AND WS-AF-RANK (WS-AF-SUB) > WS-AF-BEST-RANK
               MOVE WS-AF-SUB TO WS-AF-BEST-SUB
               MOVE WS-AF-RANK (WS-AF-SUB) TO WS-AF-BEST-RANK
           END-IF.

      * Charges the rate in force at WS-AF-BEST-SUB when it is active
      * and every criterion keyed on it matches the student.  A blank
      * criterion takes in everyone.
       420-CHARGE-ONE-FEE.
           MOVE 'Y' TO WS-FEE-APPLIES-SWITCH.

           IF NOT WS-AF-ACTIVE (WS-AF-BEST-SUB)
               MOVE 'N' TO WS-FEE-APPLIES-SWITCH
           ELSE IF WS-AF-CAMPUS (WS-AF-BEST-SUB) NOT = SPACES
                   AND WS-AF-CAMPUS (WS-AF-BEST-SUB)
                       NOT = STUFILE-CAMPUS
               MOVE 'N' TO WS-FEE-APPLIES-SWITCH
           ELSE IF WS-AF-PROGRAM (WS-AF-BEST-SUB) NOT = SPACES
                   AND WS-AF-PROGRAM (WS-AF-BEST-SUB)
                       NOT = STUFILE-PROGRAM
               MOVE 'N' TO WS-FEE-APPLIES-SWITCH
           ELSE IF WS-AF-FEE-CAT (WS-AF-BEST-SUB) NOT = SPACE
                   AND WS-AF-FEE-CAT (WS-AF-BEST-SUB)
                       NOT = WS-STUDENT-FEE-CAT
               MOVE 'N' TO WS-FEE-APPLIES-SWITCH
           ELSE IF WS-AF-LOAD (WS-AF-BEST-SUB) NOT = SPACE
                   AND WS-AF-LOAD (WS-AF-BEST-SUB)
                       NOT = WS-STUDENT-LOAD
               MOVE 'N' TO WS-FEE-APPLIES-SWITCH
           END-IF.

      * Per-course fees are charged once for each of the student's
      * courses on the fee's lab list; none taken, no fee.
           IF WS-FEE-APPLIES
               IF WS-AF-PER-COURSE (WS-AF-BEST-SUB)
                   MOVE ZERO TO WS-LAB-COUNT
                   PERFORM 430-COUNT-LAB-SLOT
                       VARYING WS-COURSE-SUB FROM 1 BY 1
                       UNTIL WS-COURSE-SUB > 7
                   IF WS-LAB-COUNT = ZERO
                       MOVE 'N' TO WS-FEE-APPLIES-SWITCH
                   ELSE
                       COMPUTE WS-ANC-FEE-AMOUNT =
                           WS-AF-AMOUNT (WS-AF-BEST-SUB) * WS-LAB-COUNT
                   END-IF
               ELSE
                   MOVE ZERO TO WS-LAB-COUNT
                   MOVE WS-AF-AMOUNT (WS-AF-BEST-SUB)
                       TO WS-ANC-FEE-AMOUNT
               END-IF
           END-IF.

      * An opt-out counts only while the rate still allows one.
           IF WS-FEE-APPLIES
                   AND WS-AF-OPT-OUT-ALLOWED (WS-AF-BEST-SUB)
               MOVE STUFILE-STUDENT-NO TO OPTOUT-STUDENT-NO
               MOVE STUFILE-TERM-YEAR TO OPTOUT-TERM-YEAR
               MOVE WS-AF-CODE (WS-AF-BEST-SUB) TO OPTOUT-FEE-CODE
               READ OPTOUT RECORD
               IF WS-OPTOUT-OK
                   MOVE 'N' TO WS-FEE-APPLIES-SWITCH
                   ADD 1 TO WS-OPTED-OUT-COUNT
               END-IF
           END-IF.

           IF WS-FEE-APPLIES
               PERFORM 450-BILL-ANCILLARY-FEE
           END-IF.

       430-COUNT-LAB-SLOT.
           IF WS-CT-PART1 (WS-COURSE-SUB) NOT = SPACES
               MOVE 'N' TO WS-LAB-MATCH-SWITCH
               PERFORM 435-MATCH-LAB-COURSE
                   VARYING WS-LAB-SUB FROM 1 BY 1
                   UNTIL WS-LAB-SUB > 8
                      OR WS-LAB-MATCHED
               IF WS-LAB-MATCHED
                   ADD 1 TO WS-LAB-COUNT
               END-IF
           END-IF.

      * A lab entry with a blank course number takes in every course
      * under its subject.
       435-MATCH-LAB-COURSE.
           IF WS-AF-LAB-PART1 (WS-AF-BEST-SUB, WS-LAB-SUB)
                   NOT = SPACES
               AND WS-AF-LAB-PART1 (WS-AF-BEST-SUB, WS-LAB-SUB)
                   = WS-CT-PART1 (WS-COURSE-SUB)
               AND (WS-AF-LAB-PART2 (WS-AF-BEST-SUB, WS-LAB-SUB)
                   = SPACES
                 OR WS-AF-LAB-PART2 (WS-AF-BEST-SUB, WS-LAB-SUB)
                   = WS-CT-PART2 (WS-COURSE-SUB))
               SET WS-LAB-MATCHED TO TRUE
           END-IF.

      * One invoice line and one charge record per fee, billed to
      * the student - payer T, the fee code, and the lab course count
      * where it is charged per course.
       450-BILL-ANCILLARY-FEE.
           MOVE WS-AF-CODE (WS-AF-BEST-SUB) TO WS-FL-CODE.
           MOVE WS-AF-DESC (WS-AF-BEST-SUB) TO WS-FL-DESC.
           MOVE WS-ANC-FEE-AMOUNT TO WS-FL-FEE.
           IF WS-LAB-COUNT > ZERO
               MOVE WS-LAB-COUNT TO WS-FLT-COUNT
               MOVE WS-FEE-LABS-TEXT TO WS-FL-LABS
           ELSE
               MOVE SPACES TO WS-FL-LABS
           END-IF.
           MOVE WS-FEE-LINE TO INVCRPT-LINE.
           WRITE INVCRPT-LINE.

           ADD WS-ANC-FEE-AMOUNT TO WS-FEE-TOTAL.
           ADD 1 TO WS-FEE-LINE-COUNT.

           MOVE SPACES TO CHARGE-REC.
           MOVE STUFILE-STUDENT-NO TO CHG-STUDENT-NO.
           MOVE STUFILE-TERM-YEAR TO CHG-TERM-YEAR.
           MOVE WS-LAB-COUNT TO CHG-COURSE-COUNT.
           MOVE WS-STUDENT-LOAD TO CHG-FT-PT-FLAG.
           MOVE WS-ANC-FEE-AMOUNT TO CHG-TOTAL-AMOUNT.
           MOVE WS-STUDENT-FEE-CAT TO CHG-FEE-CAT.
           MOVE 'T' TO CHG-PAYER.
           MOVE SPACES TO CHG-SPONSOR-ID.
           MOVE WS-AF-CODE (WS-AF-BEST-SUB) TO CHG-FEE-CODE.
           IF WS-AF-TAX-ELIGIBLE (WS-AF-BEST-SUB)
               MOVE 'Y' TO CHG-TAX-ELIG
           ELSE
               MOVE 'N' TO CHG-TAX-ELIG
           END-IF.
           WRITE CHARGE-REC.

       900-PRINT-RUN-TRAILER.
           MOVE WS-INVOICE-COUNT TO WS-RT-COUNT.
           MOVE WS-RUN-TRAILER TO INVCRPT-LINE.
               MOVE ZERO TO CYCCTL-END-TIME
               MOVE ZERO TO CYCCTL-RECORD-COUNT
               SET CYCCTL-IN-PROGRESS TO TRUE
               SET CYCCTL-NOT-PLANNED TO TRUE
               WRITE CYCCTL-RECORD
           ELSE IF CYCCTL-COMPLETE
               DISPLAY 'MVBTUI - ALREADY RAN FOR ' WS-CYC-BUS-DATE
           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'MVBTUI - SQL ERROR: ' WS-SQL-CODE.
           CLOSE STUFILE.
           CLOSE OPTOUT.
           CLOSE INVOICE-RPT.
           CLOSE CHARGE-FILE.
           STOP RUN.
