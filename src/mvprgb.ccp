           05 WS-CC-MEET-END                PIC S9(4) COMP.
           05 WS-CC-INSTRUCTOR-ID           PIC X(5).
           05 WS-CC-CAMPUS-CODE             PIC X(3).
           05 WS-CC-SECTION-NO              PIC X(2).
           05 WS-CC-SECTION-BAD             PIC X(1).
           05 WS-CC-CREDIT-HOURS            PIC S9(4) COMP.
           05 WS-CC-MAX-ATTEMPTS            PIC S9(4) COMP.
           05 WS-CC-REPEATABLE              PIC X(1).
       01 WS-CC-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 92.

      * Commarea for MVPRGVW, the view-logging service - every student
      * put on a browse page, and every one exported to the roster, is
      * logged to VIEWLOG.
       01 WS-VW-TRANSFER-FIELD.
           05 WS-VW-STUDENT-NO              PIC X(7).
           05 WS-VW-SOURCE-PGM              PIC X(8) VALUE 'MVPRGB'.
           05 WS-VW-VIEW-TYPE               PIC X(1).
       01 WS-VW-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 16.

       COPY 'INSTRECC'.

           05 TS-OPR-AUTH-LEVEL             PIC X.
               88 TS-OPR-IS-FULL            VALUE 'F'.
               88 TS-OPR-IS-ADMIN           VALUE 'A'.
               88 TS-OPR-IS-INSTRUCTOR      VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE          PIC 9(7).
               10 TS-OPR-LAST-TIME          PIC 9(7).

       COPY 'SECLOGC'.

       LINKAGE SECTION.
       
       01 DFHCOMMAREA.
       
       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.
            
            MOVE EIBTRMID TO TS-TERMID.
            

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

       		MOVE LOW-VALUES TO BWSMAPO.
            
            MOVE RECORD-LINE TO RCLINEO(LINE-SUB).

            MOVE 'B' TO WS-VW-VIEW-TYPE.
            PERFORM 996-LOG-VIEW.

      * Same forward browse as 110-BROWSE-FWD, but on top of a name
      * search - only students also enrolled in WS-FILTER-COURSE are
      * kept, so LINE-SUB only advances on a match.

                MOVE RECORD-LINE TO RCLINEO(LINE-SUB)

                MOVE 'B' TO WS-VW-VIEW-TYPE
                PERFORM 996-LOG-VIEW

                ADD 1 TO LINE-SUB

            END-IF.
            
            MOVE RECORD-LINE TO RCLINEO(LINE-SUB).

            MOVE 'B' TO WS-VW-VIEW-TYPE.
            PERFORM 996-LOG-VIEW.

      * Backward counterpart of 115-BROWSE-FWD-FILTERED, used when
      * scrolling back through a filtered name+course search.
       125-READ-PREV-FILTERED.

                MOVE RECORD-LINE TO RCLINEO(LINE-SUB)

                MOVE 'B' TO WS-VW-VIEW-TYPE
                PERFORM 996-LOG-VIEW

                SUBTRACT 1 FROM LINE-SUB

            END-IF.

            MOVE RECORD-LINE TO RCLINEO(LINE-SUB).

            MOVE 'B' TO WS-VW-VIEW-TYPE.
            PERFORM 996-LOG-VIEW.

       140-COURSE-READ-PREV.

            EXEC CICS READPREV FILE('STUCRSE')

            MOVE RECORD-LINE TO RCLINEO(LINE-SUB).

            MOVE 'B' TO WS-VW-VIEW-TYPE.
            PERFORM 996-LOG-VIEW.

       150-COURSE-BROWSE.

            IF CRSCDL >= 8

            ADD 1 TO WS-EXPORT-COUNT.

            MOVE 'P' TO WS-VW-VIEW-TYPE.
            PERFORM 996-LOG-VIEW.

       993-EXPORT-DONE.

            EXEC CICS HANDLE CONDITION NOTFND(950-NOT-FOUND)

            MOVE WS-SEARCH-COURSE TO WS-CC-COURSE-CODE.
            MOVE SPACES TO WS-CC-ACTION.
            MOVE SPACES TO WS-CC-SECTION-NO.

            EXEC CICS LINK PROGRAM('MVPRGCC')
                               COMMAREA(WS-CC-TRANSFER-FIELD)
            END-EXEC.


      * Logs the student just read into STUFILE-RECORD to VIEWLOG
      * through MVPRGVW - the caller sets the kind of view.
       996-LOG-VIEW.

            MOVE STUFILE-STUDENT-NO TO WS-VW-STUDENT-NO.

            EXEC CICS LINK PROGRAM('MVPRGVW')
                           COMMAREA(WS-VW-TRANSFER-FIELD)
                           LENGTH(WS-VW-TRANSFER-LENGTH)
            END-EXEC.

       999-SEND-MAP.
            
            PERFORM 900-MOVE-COLOUR.
