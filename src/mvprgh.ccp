      * AND SHOWS EXACTLY WHICH FIELDS DIFFER - 'PHONE  WAS
      * 4165551234  NOW 9055559876' - SO 'WHO CHANGED MY ADDRESS'
      * IS ANSWERED FROM THE SCREEN INSTEAD OF AN HOUR WITH THE
      * PRINTED MVBACTV REPORT.  EVERY LIST AND ENTRY SHOWN IS
      * LOGGED TO VIEWLOG THROUGH MVPRGVW.
      *
      * REACHED FROM MVPRGI (PF6) WITH THE STUDENT NUMBER IN THE
      * COMMAREA, OR A NUMBER CAN BE KEYED DIRECTLY.  KEYING A LINE
       01 WS-STUD-NUM                       PIC X(7).
       01 WS-STUD-LENGTH                    PIC S9(4) COMP VALUE 7.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGH'.
           05 WS-VW-VIEW-TYPE               PIC X(1) VALUE 'H'.
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'AUDITREC'.

      * The audit entries found for the student, in the ascending
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-LL-SOURCE             PIC X(8).

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  Read only to keep an instructor-class
      * sign-on out.
       01 TS-OPR-NAME.
           05 TS-OPR-TERMID             PIC X(4).
           05 TS-OPR-ID                 PIC X(4) VALUE 'SGON'.

       01 TS-OPR-LENGTH                 PIC S9(4) COMP VALUE 23.

       01 TS-OPR-RECORD.
           05 TS-OPR-OPERATOR-ID        PIC X(8).
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).

       COPY 'SECLOGC'.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.

            EXEC CICS HANDLE AID PF2(700-RETURN)
                                 PF9(600-EXIT-PROG)


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

            MOVE LOW-VALUES TO AUDMAPO.
            MOVE 'KEY A LINE NUMBER TO SEE WHAT CHANGED' TO OUTMSGO.
            MOVE -1 TO SELNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 440-SEND-MAP.
            MOVE 'PRESS ENTER TO GO BACK TO THE LIST' TO OUTMSGO.
            MOVE -1 TO SELNUML.

            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 440-SEND-MAP.
                           LENGTH(WS-TRANSFER-LENGTH)
            END-EXEC.

      * The list and every entry opened from it show the student's
      * record images, so each is logged to VIEWLOG through MVPRGVW.
       795-LOG-VIEW.

            MOVE WS-STUD-NUM TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' A U D I T  H I S T O R Y' TO MTITLEO.
