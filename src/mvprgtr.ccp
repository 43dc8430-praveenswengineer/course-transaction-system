      * 975-ARCHIVE-PRIOR-TERM HAS BEEN WRITING ALL ALONG).  PF3
      * SENDS A PRINTABLE COPY TO THE OPERATOR'S SPOOL CLASS THROUGH
      * THE SAME SPOOLOPEN PATH MVPRGI'S 750-PRINT-RECORD USES, FOR
      * THE ENROLLMENT-HISTORY LETTERS STUDENTS REQUEST.  EVERY
      * TRANSCRIPT SHOWN OR PRINTED IS LOGGED TO VIEWLOG (MVPRGVW).
      *
      * REACHED FROM MVPRGI (PF4) WITH THE STUDENT NUMBER IN THE
      * COMMAREA, OR A NUMBER CAN BE KEYED DIRECTLY ON THE SCREEN.
       01 WS-STUD-NUM                       PIC X(7).
       01 WS-STUD-LENGTH                    PIC S9(4) COMP VALUE 7.

      * Commarea for MVPRGVW, the view-logging service.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGTR'.
           05 WS-VW-VIEW-TYPE               PIC X(1).
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'STUFILEC'.

       COPY 'TERMARCC'.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-PH-STUD-NAME      PIC X(20).

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
                                 PF3(750-PRINT-TRANSCRIPT)
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

            MOVE LOW-VALUES TO TRNMAPO.
            MOVE 'TRANSCRIPT SHOWN - PF3 TO PRINT' TO OUTMSGO.
            MOVE -1 TO STUNUML.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.
            MOVE 'T' TO WS-VW-VIEW-TYPE.
            PERFORM 795-LOG-VIEW.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            GO TO 400-SEND-MAP.

            EXEC CICS SPOOLCLOSE TOKEN(WS-SPOOL-TOKEN) END-EXEC.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.
            MOVE 'P' TO WS-VW-VIEW-TYPE.
            PERFORM 795-LOG-VIEW.

            MOVE LOW-VALUES TO TRNMAPO.
            PERFORM 800-MOVE-ATTRIBUTES.
            MOVE STUFILE-STUDENT-NO TO STUNUMO.

            END-IF.

      * Every display or print of a transcript is logged to VIEWLOG
      * through MVPRGVW.
       795-LOG-VIEW.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       800-MOVE-ATTRIBUTES.

            MOVE ' T R A N S C R I P T ' TO MTITLEO.
