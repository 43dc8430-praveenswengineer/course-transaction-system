       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGCS.
       AUTHOR. MICHAEL VALDRON.

      * CASHIER COUNTER PAYMENT SCREEN.  P=POST TAKES A PAYMENT
      * AGAINST A STUDENT AND TERM AND POSTS IT STRAIGHT TO CHGHIST
      * AND ACCTBAL, SO MVPRGI'S BALANCE IS RIGHT BEFORE THE STUDENT
      * LEAVES THE COUNTER.  EACH PAYMENT IS STAMPED WITH A RECEIPT
      * NUMBER OFF THE DAY'S CSHJRNL CONTROL ENTRY, JOURNALLED ON
      * CSHJRNL UNDER THE CASHIER'S OPRFILE ID (OFF THE SIGN-ON
      * QUEUE) AND PRINTED AS A RECEIPT TO THE OPERATOR'S SPOOL.
      * C=CLOSE TOTALS THE CASHIER'S DAY BY TENDER TYPE; WITH THE
      * COUNTED CASH KEYED IT CLOSES THE DRAWER - THE OVER/SHORT
      * GOES ON DRWCLOS AND A CLOSE SLIP PRINTS, AND NO MORE
      * PAYMENTS ARE TAKEN ON THAT DRAWER TODAY.  MVBDRW REPORTS THE
      * DAY'S CLOSES; MVBPAY SKIPS BURSAR PAYMENTS WHOSE REFERENCE
      * IS A RECEIPT ALREADY POSTED HERE.  EVERY PAYMENT IS ALSO
      * WRITTEN TO THE ACCTTRN ACCOUNT LEDGER FOR THE STATEMENTS.
      * REACHED FROM THE MENU (CHOICE C), GATED THE SAME AS THE
      * OTHER UPDATE-CLASS FUNCTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'MVMAPQ'.
       COPY DFHBMSCA.
       COPY 'STUFILEC'.
       COPY 'CHGHISTC'.
       COPY 'ACCTRECC'.
       COPY 'CSHJRNC'.
       COPY 'DRWCLSC'.
       COPY 'ACCTTRNC'.

       01 WS-TRANSFER-FIELD                 PIC XXX.
       01 WS-TRANSFER-LENGTH                PIC S9(4) COMP VALUE 3.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  The cashier id journalled on every
      * payment and drawer close comes from here.
       01 TS-OPR-NAME.
           05 TS-OPR-TERMID             PIC X(4).
           05 TS-OPR-ID                 PIC X(4) VALUE 'SGON'.

       01 TS-OPR-LENGTH                 PIC S9(4) COMP VALUE 23.

       01 TS-OPR-RECORD.
           05 TS-OPR-OPERATOR-ID        PIC X(8).
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-FULL        VALUE 'F'.
               88 TS-OPR-IS-ADMIN       VALUE 'A'.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).

      * Receipt numbers run per business day - the YYDDD off
      * EIBDATE is the front half of every key this screen writes.
       01 WS-DATE-DIGITS                PIC 9(7).
       01 WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05 FILLER                    PIC 99.
           05 WS-DP-YYDDD               PIC 9(5).

      * Amounts are keyed as 7 plain digits (dollars and cents, no
      * point) and redefined numeric once they have passed the edit,
      * the same way MVPRGCM takes the course fee.
       01 WS-AMT-DIGITS                 PIC X(7).
       01 WS-AMT-NUMERIC REDEFINES WS-AMT-DIGITS
                                        PIC 9(5)V99.

       01 WS-PAY-AMOUNT                 PIC 9(7)V99 VALUE ZERO.
       01 WS-RECEIPT-SEQ                PIC 9(5) VALUE ZERO.
       01 WS-TENDER-DESC                PIC X(11) VALUE SPACES.

       01 WS-RECEIPT-NO.
           05 WS-RN-DAY                 PIC 9(5).
           05 WS-RN-SEQ                 PIC 9(5).

       01 WS-TERM-CHECK.
           05 WS-TC-TERM                PIC X.
               88 WS-TC-TERM-OK         VALUE 'F' 'W' 'S'.
           05 WS-TC-YEAR                PIC X(4).

       01 WS-SPOOL-TOKEN                PIC X(8).

       01 WS-PRT-LINE                   PIC X(132).

      * Receipt lines - built as separate 01 groups and MOVEd into
      * WS-PRT-LINE one at a time, the way MVPRGI prints its record
      * copy.
       01 WS-RCPT-HEADING.
           05 FILLER                    PIC X(20) VALUE
                    'PAYMENT RECEIPT'.
           05 FILLER                    PIC X(11) VALUE 'RECEIPT #: '.
           05 WS-RH-RECEIPT             PIC X(10).

       01 WS-RCPT-STUDENT-LINE.
           05 FILLER                    PIC X(11) VALUE 'STUDENT #: '.
           05 WS-RS-STUD-NUM            PIC X(7).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-RS-STUD-NAME           PIC X(20).

       01 WS-RCPT-AMOUNT-LINE.
           05 FILLER                    PIC X(6) VALUE 'TERM: '.
           05 WS-RA-TERM                PIC X(5).
           05 FILLER                    PIC X(10) VALUE '  AMOUNT: '.
           05 WS-RA-AMOUNT              PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(10) VALUE '  TENDER: '.
           05 WS-RA-TENDER              PIC X(11).

       01 WS-RCPT-CASHIER-LINE.
           05 FILLER                    PIC X(6) VALUE 'DATE: '.
           05 WS-RC-DATE                PIC 9(7).
           05 FILLER                    PIC X(8) VALUE '  TIME: '.
           05 WS-RC-TIME                PIC 9(7).
           05 FILLER                    PIC X(11) VALUE '  CASHIER: '.
           05 WS-RC-CASHIER             PIC X(8).

       01 WS-RCPT-BALANCE-LINE.
           05 FILLER                    PIC X(23) VALUE
                    'BALANCE AFTER PAYMENT: '.
           05 WS-RB-BALANCE             PIC -ZZZZZZ9.99.

      * Drawer totals - one line per tender on the screen and on
      * the close slip.
       01 WS-TENDER-LINE.
           05 WS-TL-DESC                PIC X(13).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-TL-COUNT               PIC ZZZZ9.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 WS-TL-AMOUNT              PIC -ZZZZZZ9.99.
           05 FILLER                    PIC X(26) VALUE SPACES.

       01 WS-CLOSE-HEADING.
           05 FILLER                    PIC X(20) VALUE
                    'DRAWER CLOSE'.
           05 FILLER                    PIC X(11) VALUE 'CASHIER:   '.
           05 WS-CH-CASHIER             PIC X(8).
           05 FILLER                    PIC X(8) VALUE '  DATE: '.
           05 WS-CH-DATE                PIC 9(7).

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGCS'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'I'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
            05 LK-TRANSFER                  PIC XXX.

       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF1(700-RETURN)
                                 PF9(600-EXIT-PROG)

            END-EXEC.

            EXEC CICS HANDLE CONDITION MAPFAIL(100-FIRST-TIME)
                                       QIDERR(700-RETURN)
            END-EXEC.

            IF EIBCALEN = 3

                GO TO 100-FIRST-TIME

            END-IF.

            EXEC CICS RECEIVE MAP('CSHMAP') MAPSET('MVMAPQ')

            END-EXEC.

      * No sign-on queue means no cashier to journal under - back
      * to the menu, which puts the sign-on screen up.
            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            MOVE EIBDATE TO WS-DATE-DIGITS.

            GO TO 200-MAIN-LOGIC.

      * An instructor-class sign-on sees its own sections on MVPRGIS
      * and nothing else - reaching this screen is refused, logged to
      * SECLOG as event X, and sent back there.
       050-CHECK-INSTRUCTOR.

            MOVE SPACES TO TS-OPR-RECORD.
            MOVE EIBTRMID TO TS-OPR-TERMID.

            EXEC CICS IGNORE CONDITION QIDERR END-EXEC.

            EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                  LENGTH(TS-OPR-LENGTH)
            END-EXEC.

            IF NOT TS-OPR-IS-INSTRUCTOR

                GO TO 055-CHECK-INSTRUCTOR-EXIT

            END-IF.

            MOVE SPACES TO SECLOG-RECORD.
            MOVE TS-OPR-OPERATOR-ID TO SECLOG-OPERATOR-ID.
            MOVE EIBDATE TO SECLOG-DATE.
            MOVE EIBTIME TO SECLOG-TIME.
            MOVE 'X' TO SECLOG-EVENT.
            MOVE EIBTRMID TO SECLOG-TERMID.

            EXEC CICS IGNORE CONDITION DUPREC END-EXEC.

            EXEC CICS WRITE FILE('SECLOG') FROM(SECLOG-RECORD)
                          LENGTH(SECLOG-LENGTH) RIDFLD(SECLOG-KEY)
            END-EXEC.

            EXEC CICS XCTL PROGRAM('MVPRGIS')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

       055-CHECK-INSTRUCTOR-EXIT.
            EXIT.

       100-FIRST-TIME.

            MOVE LOW-VALUES TO CSHMAPO.

            MOVE 'P=POST PAYMENT  C=CLOSE DRAWER' TO OUTMSGO.

            PERFORM 800-MOVE-ATTRIBUTES.

            EXEC CICS SEND MAP('CSHMAP') MAPSET('MVMAPQ') ERASE

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV24') END-EXEC.

       200-MAIN-LOGIC.

            IF FUNCI = 'P' OR FUNCI = 'p'

                GO TO 300-POST-PAYMENT

            ELSE IF FUNCI = 'C' OR FUNCI = 'c'

                GO TO 400-DRAWER-CLOSE

            ELSE

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER P=POST PAYMENT OR C=CLOSE DRAWER'
                    TO OUTMSGO
                MOVE -1 TO FUNCL
                GO TO 900-SEND-MAP

            END-IF.

       300-POST-PAYMENT.

            IF STUNUML < 7

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE STUDENT NUMBER MUST BE 7 LONG' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            ELSE IF STUNUMI IS NOT NUMERIC

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE STUDENT NUMBER IS NOT NUMERIC' TO OUTMSGO
                MOVE -1 TO STUNUML
                GO TO 900-SEND-MAP

            END-IF.

            MOVE PTERMI TO WS-TERM-CHECK.

            IF PTERML < 5 OR NOT WS-TC-TERM-OK
                    OR WS-TC-YEAR IS NOT NUMERIC

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'ENTER TERM AND YEAR (EXAMPLE F2026)' TO OUTMSGO
                MOVE -1 TO PTERML
                GO TO 900-SEND-MAP

            END-IF.

            IF PAMTL < 7 OR PAMTI IS NOT NUMERIC

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'KEY AMOUNT AS 7 DIGITS (0042500=425.00)'
                    TO OUTMSGO
                MOVE -1 TO PAMTL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE PAMTI TO WS-AMT-DIGITS.
            MOVE WS-AMT-NUMERIC TO WS-PAY-AMOUNT.

            IF WS-PAY-AMOUNT = ZERO

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'THE AMOUNT MUST BE MORE THAN ZERO' TO OUTMSGO
                MOVE -1 TO PAMTL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE PTENDI TO CSHJRN-TENDER.

            IF PTENDL = 0 OR NOT CSHJRN-TENDER-OK

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'TENDER - C CASH D DEBIT Q CHEQUE R CARD'
                    TO OUTMSGO
                MOVE -1 TO PTENDL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(950-STUDENT-NOT-FOUND)
            END-EXEC.

            MOVE STUNUMI TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

      * A drawer closed today takes nothing more - the close has
      * already been counted and reported.
            EXEC CICS HANDLE CONDITION NOTFND(310-DRAWER-OPEN)
            END-EXEC.

            MOVE TS-OPR-OPERATOR-ID TO DRWCLS-OPERATOR-ID.
            MOVE EIBDATE TO DRWCLS-DATE.

            EXEC CICS READ FILE('DRWCLOS')
                       INTO (DRWCLS-RECORD)
                       LENGTH (DRWCLS-LENGTH)
                       RIDFLD (DRWCLS-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO CSHMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'YOUR DRAWER IS ALREADY CLOSED TODAY' TO OUTMSGO.
            MOVE -1 TO FUNCL.
            GO TO 900-SEND-MAP.

      * The payment applies to the term's charge the way MVBPAY's
      * 300-POST-ONE-PAYMENT applies the bursar's - no charge on
      * CHGHIST for the student and term, nothing is taken.
       310-DRAWER-OPEN.

            EXEC CICS HANDLE CONDITION NOTFND(960-NO-CHARGE-ON-FILE)
            END-EXEC.

            MOVE STUNUMI TO CHGHIST-STUDENT-NO.
            MOVE PTERMI TO CHGHIST-TERM-YEAR.

            EXEC CICS READ FILE('CHGHIST')
                       INTO (CHGHIST-RECORD)
                       LENGTH (CHGHIST-LENGTH)
                       RIDFLD (CHGHIST-KEY)
                       UPDATE
            END-EXEC.

      * Next receipt number off today's control entry - the first
      * payment of the day writes it.  Two cashiers taking the day's
      * first payment together both find it missing; the one whose
      * WRITE loses comes back here and takes the next number off
      * the entry the other one wrote.
       315-NEXT-RECEIPT.

            EXEC CICS HANDLE CONDITION NOTFND(320-FIRST-RECEIPT)
                                       DUPREC
            END-EXEC.

            MOVE WS-DP-YYDDD TO CSHJRN-RCPT-DAY.
            MOVE ZERO TO CSHJRN-RCPT-SEQ.

            EXEC CICS READ FILE('CSHJRNL')
                       INTO (CSHJRN-RECORD)
                       LENGTH (CSHJRN-LENGTH)
                       RIDFLD (CSHJRN-KEY)
                       UPDATE
            END-EXEC.

            ADD 1 TO CSHJRN-LAST-SEQ.
            MOVE CSHJRN-LAST-SEQ TO WS-RECEIPT-SEQ.
            MOVE EIBDATE TO CSHJRN-DATE.
            MOVE EIBTIME TO CSHJRN-TIME.

            EXEC CICS REWRITE FILE('CSHJRNL')
                          FROM(CSHJRN-RECORD)
                          LENGTH(CSHJRN-LENGTH)
            END-EXEC.

            GO TO 330-APPLY-PAYMENT.

       320-FIRST-RECEIPT.

            MOVE SPACES TO CSHJRN-RECORD.
            MOVE WS-DP-YYDDD TO CSHJRN-RCPT-DAY.
            MOVE ZERO TO CSHJRN-RCPT-SEQ.
            MOVE 1 TO CSHJRN-LAST-SEQ.
            MOVE TS-OPR-OPERATOR-ID TO CSHJRN-OPERATOR-ID.
            MOVE EIBTRMID TO CSHJRN-TERMID.
            MOVE EIBDATE TO CSHJRN-DATE.
            MOVE EIBTIME TO CSHJRN-TIME.

            EXEC CICS HANDLE CONDITION DUPREC(315-NEXT-RECEIPT)
            END-EXEC.

            EXEC CICS WRITE FILE('CSHJRNL') FROM(CSHJRN-RECORD)
                          LENGTH(CSHJRN-LENGTH)
                          RIDFLD(CSHJRN-KEY)
            END-EXEC.

            EXEC CICS HANDLE CONDITION DUPREC END-EXEC.

            MOVE 1 TO WS-RECEIPT-SEQ.

       330-APPLY-PAYMENT.

            ADD WS-PAY-AMOUNT TO CHGHIST-PAID.
            MOVE EIBDATE TO CHGHIST-LAST-DATE.

            EXEC CICS REWRITE FILE('CHGHIST')
                          FROM(CHGHIST-RECORD)
                          LENGTH(CHGHIST-LENGTH)
            END-EXEC.

            EXEC CICS HANDLE CONDITION NOTFND(335-NEW-BALANCE)
            END-EXEC.

            MOVE STUNUMI TO ACCTBAL-STUDENT-NO.

            EXEC CICS READ FILE('ACCTBAL')
                       INTO (ACCTBAL-RECORD)
                       LENGTH (ACCTBAL-LENGTH)
                       RIDFLD (ACCTBAL-STUDENT-NO)
                       UPDATE
            END-EXEC.

            ADD WS-PAY-AMOUNT TO ACCTBAL-PAID.
            SUBTRACT WS-PAY-AMOUNT FROM ACCTBAL-BALANCE.
            MOVE EIBDATE TO ACCTBAL-LAST-DATE.

            EXEC CICS REWRITE FILE('ACCTBAL')
                          FROM(ACCTBAL-RECORD)
                          LENGTH(ACCTBAL-LENGTH)
            END-EXEC.

            GO TO 340-JOURNAL-PAYMENT.

       335-NEW-BALANCE.

            MOVE SPACES TO ACCTBAL-RECORD.
            MOVE STUNUMI TO ACCTBAL-STUDENT-NO.
            MOVE ZERO TO ACCTBAL-CHARGED.
            MOVE WS-PAY-AMOUNT TO ACCTBAL-PAID.
            COMPUTE ACCTBAL-BALANCE = ZERO - WS-PAY-AMOUNT.
            MOVE EIBDATE TO ACCTBAL-LAST-DATE.

            EXEC CICS WRITE FILE('ACCTBAL') FROM(ACCTBAL-RECORD)
                          LENGTH(ACCTBAL-LENGTH)
                          RIDFLD(ACCTBAL-STUDENT-NO)
            END-EXEC.

       340-JOURNAL-PAYMENT.

            MOVE SPACES TO CSHJRN-RECORD.
            MOVE WS-DP-YYDDD TO CSHJRN-RCPT-DAY.
            MOVE WS-RECEIPT-SEQ TO CSHJRN-RCPT-SEQ.
            MOVE STUNUMI TO CSHJRN-STUDENT-NO.
            MOVE PTERMI TO CSHJRN-TERM-YEAR.
            MOVE WS-PAY-AMOUNT TO CSHJRN-AMOUNT.
            MOVE PTENDI TO CSHJRN-TENDER.
            MOVE TS-OPR-OPERATOR-ID TO CSHJRN-OPERATOR-ID.
            MOVE EIBTRMID TO CSHJRN-TERMID.
            MOVE EIBDATE TO CSHJRN-DATE.
            MOVE EIBTIME TO CSHJRN-TIME.

            EXEC CICS WRITE FILE('CSHJRNL') FROM(CSHJRN-RECORD)
                          LENGTH(CSHJRN-LENGTH)
                          RIDFLD(CSHJRN-KEY)
            END-EXEC.

            MOVE CSHJRN-KEY TO WS-RECEIPT-NO.

      * Account ledger entry - the receipt sequence keeps the key
      * unique for a student paying twice in the same second.
            MOVE SPACES TO ACCTTRN-RECORD.
            MOVE STUNUMI TO ACCTTRN-STUDENT-NO.
            MOVE EIBDATE TO ACCTTRN-DATE.
            MOVE EIBTIME TO ACCTTRN-TIME.
            MOVE WS-RECEIPT-SEQ TO ACCTTRN-SEQ.
            SET ACCTTRN-COUNTER-PAYMENT TO TRUE.
            SET ACCTTRN-CREDIT TO TRUE.
            MOVE PTERMI TO ACCTTRN-TERM-YEAR.
            MOVE WS-PAY-AMOUNT TO ACCTTRN-AMOUNT.
            MOVE WS-RECEIPT-NO TO ACCTTRN-REF.
            MOVE 'MVPRGCS' TO ACCTTRN-SOURCE.

            EXEC CICS WRITE FILE('ACCTTRN') FROM(ACCTTRN-RECORD)
                          LENGTH(ACCTTRN-LENGTH)
                          RIDFLD(ACCTTRN-KEY)
            END-EXEC.

            PERFORM 360-SET-TENDER-DESC.
            PERFORM 350-PRINT-RECEIPT.

            MOVE LOW-VALUES TO CSHMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUNUMI TO STUNUMO.
            MOVE STUFILE-NAME TO STUNAMO.

            MOVE WS-RCPT-HEADING TO CSLINEO (1).
            MOVE WS-RCPT-AMOUNT-LINE TO CSLINEO (2).
            MOVE WS-RCPT-BALANCE-LINE TO CSLINEO (3).
            MOVE DFHGREEN TO CSLINEC (1),
                             CSLINEC (2),
                             CSLINEC (3).

            MOVE DFHGREEN TO OUTMSGC.
            MOVE 'PAYMENT POSTED - RECEIPT PRINTED' TO OUTMSGO.
            MOVE -1 TO STUNUML.

            PERFORM 795-LOG-VIEW.

            GO TO 900-SEND-MAP.

      * The student's receipt, to the operator's spool the same way
      * MVPRGI's 750-PRINT-RECORD prints a record copy.
       350-PRINT-RECEIPT.

            EXEC CICS SPOOLOPEN OUTPUT
                           NODE('LOCAL')
                           USERID(EIBOPID)
                           CLASS('A')
                           TOKEN(WS-SPOOL-TOKEN)
            END-EXEC.

            MOVE WS-RECEIPT-NO TO WS-RH-RECEIPT.
            MOVE WS-RCPT-HEADING TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE STUNUMI TO WS-RS-STUD-NUM.
            MOVE STUFILE-NAME TO WS-RS-STUD-NAME.
            MOVE WS-RCPT-STUDENT-LINE TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE PTERMI TO WS-RA-TERM.
            MOVE WS-PAY-AMOUNT TO WS-RA-AMOUNT.
            MOVE WS-TENDER-DESC TO WS-RA-TENDER.
            MOVE WS-RCPT-AMOUNT-LINE TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE EIBDATE TO WS-RC-DATE.
            MOVE EIBTIME TO WS-RC-TIME.
            MOVE TS-OPR-OPERATOR-ID TO WS-RC-CASHIER.
            MOVE WS-RCPT-CASHIER-LINE TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE ACCTBAL-BALANCE TO WS-RB-BALANCE.
            MOVE WS-RCPT-BALANCE-LINE TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.

       360-SET-TENDER-DESC.

            IF CSHJRN-CASH

                MOVE 'CASH' TO WS-TENDER-DESC

            ELSE IF CSHJRN-DEBIT

                MOVE 'DEBIT' TO WS-TENDER-DESC

            ELSE IF CSHJRN-CHEQUE

                MOVE 'CHEQUE' TO WS-TENDER-DESC

            ELSE

                MOVE 'CREDIT CARD' TO WS-TENDER-DESC

            END-IF.

      * C - totals this cashier's journal entries for today by
      * tender.  Blank counted cash only shows the totals; keyed,
      * the drawer is closed and the over/short recorded.  A drawer
      * already closed today just shows what was closed.
       400-DRAWER-CLOSE.

            IF CCASHL > 0 AND (CCASHL < 7 OR CCASHI IS NOT NUMERIC)

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                MOVE 'KEY CASH AS 7 DIGITS (0042500=425.00)'
                    TO OUTMSGO
                MOVE -1 TO CCASHL
                GO TO 900-SEND-MAP

            END-IF.

            EXEC CICS HANDLE CONDITION NOTFND(410-CLOSE-TOTALS)
            END-EXEC.

            MOVE TS-OPR-OPERATOR-ID TO DRWCLS-OPERATOR-ID.
            MOVE EIBDATE TO DRWCLS-DATE.

            EXEC CICS READ FILE('DRWCLOS')
                       INTO (DRWCLS-RECORD)
                       LENGTH (DRWCLS-LENGTH)
                       RIDFLD (DRWCLS-KEY)
            END-EXEC.

            MOVE LOW-VALUES TO CSHMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            PERFORM 450-SHOW-DRAWER-LINES.
            MOVE DFHBLUE TO OUTMSGC.
            MOVE 'DRAWER ALREADY CLOSED TODAY' TO OUTMSGO.
            MOVE -1 TO FUNCL.
            GO TO 900-SEND-MAP.

       410-CLOSE-TOTALS.

            MOVE SPACES TO DRWCLS-RECORD.
            MOVE TS-OPR-OPERATOR-ID TO DRWCLS-OPERATOR-ID.
            MOVE EIBDATE TO DRWCLS-DATE.
            MOVE ZERO TO DRWCLS-CASH-COUNT,
                         DRWCLS-CASH-TOTAL,
                         DRWCLS-DEBIT-COUNT,
                         DRWCLS-DEBIT-TOTAL,
                         DRWCLS-CHEQUE-COUNT,
                         DRWCLS-CHEQUE-TOTAL,
                         DRWCLS-CARD-COUNT,
                         DRWCLS-CARD-TOTAL,
                         DRWCLS-COUNTED-CASH,
                         DRWCLS-OVER-SHORT,
                         DRWCLS-CLOSE-TIME.

            EXEC CICS HANDLE CONDITION
                 NOTFND(430-TOTALS-DONE)
                 ENDFILE(425-TOTALS-BREAK)
            END-EXEC.

            MOVE WS-DP-YYDDD TO CSHJRN-RCPT-DAY.
            MOVE 1 TO CSHJRN-RCPT-SEQ.

            EXEC CICS STARTBR FILE('CSHJRNL')
                          RIDFLD(CSHJRN-KEY)
                          GTEQ
            END-EXEC.

       420-TOTALS-NEXT.

            EXEC CICS READNEXT FILE('CSHJRNL')
                       INTO (CSHJRN-RECORD)
                       RIDFLD (CSHJRN-KEY)
                       LENGTH (CSHJRN-LENGTH)
            END-EXEC.

            IF CSHJRN-RCPT-DAY NOT = WS-DP-YYDDD

                GO TO 425-TOTALS-BREAK

            END-IF.

            IF CSHJRN-OPERATOR-ID NOT = TS-OPR-OPERATOR-ID

                GO TO 420-TOTALS-NEXT

            END-IF.

            IF CSHJRN-CASH

                ADD 1 TO DRWCLS-CASH-COUNT
                ADD CSHJRN-AMOUNT TO DRWCLS-CASH-TOTAL

            ELSE IF CSHJRN-DEBIT

                ADD 1 TO DRWCLS-DEBIT-COUNT
                ADD CSHJRN-AMOUNT TO DRWCLS-DEBIT-TOTAL

            ELSE IF CSHJRN-CHEQUE

                ADD 1 TO DRWCLS-CHEQUE-COUNT
                ADD CSHJRN-AMOUNT TO DRWCLS-CHEQUE-TOTAL

            ELSE

                ADD 1 TO DRWCLS-CARD-COUNT
                ADD CSHJRN-AMOUNT TO DRWCLS-CARD-TOTAL

            END-IF.

            GO TO 420-TOTALS-NEXT.

       425-TOTALS-BREAK.

            EXEC CICS ENDBR FILE('CSHJRNL') END-EXEC.

       430-TOTALS-DONE.

            IF CCASHL = 0

                MOVE LOW-VALUES TO CSHMAPO
                PERFORM 800-MOVE-ATTRIBUTES
                PERFORM 450-SHOW-DRAWER-LINES
                MOVE DFHBLUE TO OUTMSGC
                MOVE 'KEY COUNTED CASH AND ENTER TO CLOSE' TO OUTMSGO
                MOVE 'C' TO FUNCO
                MOVE -1 TO CCASHL
                GO TO 900-SEND-MAP

            END-IF.

            MOVE CCASHI TO WS-AMT-DIGITS.
            MOVE WS-AMT-NUMERIC TO DRWCLS-COUNTED-CASH.
            COMPUTE DRWCLS-OVER-SHORT =
                DRWCLS-COUNTED-CASH - DRWCLS-CASH-TOTAL.
            MOVE EIBTIME TO DRWCLS-CLOSE-TIME.
            MOVE EIBTRMID TO DRWCLS-TERMID.

            EXEC CICS HANDLE CONDITION DUPREC(970-ALREADY-CLOSED)
            END-EXEC.

            EXEC CICS WRITE FILE('DRWCLOS') FROM(DRWCLS-RECORD)
                          LENGTH(DRWCLS-LENGTH)
                          RIDFLD(DRWCLS-KEY)
            END-EXEC.

            PERFORM 460-PRINT-CLOSE-SLIP.

            MOVE LOW-VALUES TO CSHMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            PERFORM 450-SHOW-DRAWER-LINES.

            IF DRWCLS-OVER-SHORT = ZERO

                MOVE DFHGREEN TO OUTMSGC
                MOVE 'DRAWER CLOSED - BALANCED' TO OUTMSGO

            ELSE

                MOVE DFHRED TO OUTMSGC
                MOVE 'DRAWER CLOSED - OVER/SHORT RECORDED'
                    TO OUTMSGO

            END-IF.

            MOVE -1 TO FUNCL.
            GO TO 900-SEND-MAP.

      * Builds the total lines off DRWCLS-RECORD into the map - the
      * counted cash and over/short lines only once it is closed.
      * 460 prints the close slip off the same lines.
       450-SHOW-DRAWER-LINES.

            MOVE 'CASH' TO WS-TL-DESC.
            MOVE DRWCLS-CASH-COUNT TO WS-TL-COUNT.
            MOVE DRWCLS-CASH-TOTAL TO WS-TL-AMOUNT.
            MOVE WS-TENDER-LINE TO CSLINEO (1).

            MOVE 'DEBIT' TO WS-TL-DESC.
            MOVE DRWCLS-DEBIT-COUNT TO WS-TL-COUNT.
            MOVE DRWCLS-DEBIT-TOTAL TO WS-TL-AMOUNT.
            MOVE WS-TENDER-LINE TO CSLINEO (2).

            MOVE 'CHEQUE' TO WS-TL-DESC.
            MOVE DRWCLS-CHEQUE-COUNT TO WS-TL-COUNT.
            MOVE DRWCLS-CHEQUE-TOTAL TO WS-TL-AMOUNT.
            MOVE WS-TENDER-LINE TO CSLINEO (3).

            MOVE 'CREDIT CARD' TO WS-TL-DESC.
            MOVE DRWCLS-CARD-COUNT TO WS-TL-COUNT.
            MOVE DRWCLS-CARD-TOTAL TO WS-TL-AMOUNT.
            MOVE WS-TENDER-LINE TO CSLINEO (4).

            MOVE DFHBLUE TO CSLINEC (1),
                            CSLINEC (2),
                            CSLINEC (3),
                            CSLINEC (4).

            IF DRWCLS-CLOSE-TIME NOT = ZERO

                MOVE 'COUNTED CASH' TO WS-TL-DESC
                MOVE ZERO TO WS-TL-COUNT
                MOVE DRWCLS-COUNTED-CASH TO WS-TL-AMOUNT
                MOVE WS-TENDER-LINE TO CSLINEO (5)
                MOVE 'OVER/SHORT' TO WS-TL-DESC
                MOVE DRWCLS-OVER-SHORT TO WS-TL-AMOUNT
                MOVE WS-TENDER-LINE TO CSLINEO (6)
                MOVE DFHBLUE TO CSLINEC (5)
                MOVE DFHRED TO CSLINEC (6)

            END-IF.

      * The close slip goes to the operator's spool for the cash
      * bag - heading plus the same six lines the screen shows.
       460-PRINT-CLOSE-SLIP.

            EXEC CICS SPOOLOPEN OUTPUT
                           NODE('LOCAL')
                           USERID(EIBOPID)
                           CLASS('A')
                           TOKEN(WS-SPOOL-TOKEN)
            END-EXEC.

            MOVE DRWCLS-OPERATOR-ID TO WS-CH-CASHIER.
            MOVE DRWCLS-DATE TO WS-CH-DATE.
            MOVE WS-CLOSE-HEADING TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            PERFORM 450-SHOW-DRAWER-LINES.

            MOVE CSLINEO (1) TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE CSLINEO (2) TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE CSLINEO (3) TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE CSLINEO (4) TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE CSLINEO (5) TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            MOVE CSLINEO (6) TO WS-PRT-LINE.
            EXEC CICS SPOOLWRITE TOKEN(WS-SPOOL-TOKEN)
                           FROM(WS-PRT-LINE)
                           LINE
            END-EXEC.

            EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

       700-RETURN.

            MOVE LOW-VALUES TO CSHMAPO.

            EXEC CICS XCTL PROGRAM('MVPRGM')
                           COMMAREA(WS-TRANSFER-FIELD)
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * The student the payment was posted for is logged to VIEWLOG
      * through MVPRGVW.
       795-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' C A S H I E R' TO MTITLEO.
            MOVE DFHBLUE TO MTITLEC,
                            FUNCC,
                            STUNUMC,
                            STUNAMC,
                            PTERMC,
                            PAMTC,
                            PTENDC,
                            CCASHC.
            MOVE DFHBMFSE TO FUNCA,
                             STUNUMA,
                             PTERMA,
                             PAMTA,
                             PTENDA,
                             CCASHA.

       900-SEND-MAP.

            EXEC CICS SEND MAP('CSHMAP') MAPSET('MVMAPQ') CURSOR

            END-EXEC.

            EXEC CICS RETURN TRANSID('MV24') END-EXEC.

       950-STUDENT-NOT-FOUND.

            MOVE LOW-VALUES TO CSHMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE '*ERROR AT INPUT* - NO RECORD FOUND' TO OUTMSGO.
            MOVE -1 TO STUNUML.
            GO TO 900-SEND-MAP.

       960-NO-CHARGE-ON-FILE.

            MOVE LOW-VALUES TO CSHMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'NO CHARGE ON FILE FOR STUDENT AND TERM' TO OUTMSGO.
            MOVE -1 TO PTERML.
            GO TO 900-SEND-MAP.

       970-ALREADY-CLOSED.

            MOVE LOW-VALUES TO CSHMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE DFHRED TO OUTMSGC.
            MOVE 'DRAWER ALREADY CLOSED TODAY' TO OUTMSGO.
            MOVE -1 TO FUNCL.
            GO TO 900-SEND-MAP.
