      * Credit hours off the catalog row, 3 where the row carries
      * none - summed into the per-term credit load below.
           05 WS-CC-CREDIT-HOURS            PIC S9(4) COMP.
      * Repeat policy off the catalog row - the most attempts the
      * course allows (2 where the row carries none) and 'Y' when
      * a passed course may be taken again for credit.
           05 WS-CC-MAX-ATTEMPTS            PIC S9(4) COMP.
           05 WS-CC-REPEATABLE              PIC X(1).
       01 WS-CC-TRANSFER-LENGTH             PIC S9(4) COMP VALUE 92.

      * Built only when MVPRGCC comes back with a close-match
      * suggestion for a course code that wasn't found.

       COPY 'TERMCALC'.

       COPY 'DMNDRECC'.

      * Which course slot (1-7) 950-CC-VALIDATION last found at
      * capacity - set only when PF5 is pressed to waitlist it.
       01   WS-WAITLIST-SUB                  PIC 9 VALUE 0.
           05 TS-OPR-AUTH-LEVEL         PIC X.
               88 TS-OPR-IS-FULL        VALUE 'F'.
               88 TS-OPR-IS-ADMIN       VALUE 'A'.
               88 TS-OPR-IS-INSTRUCTOR  VALUE 'I'.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).
           05  MESSAGE-VALUE                PIC X(34).
           05  COURSES-NUMBER               PIC X.
       
       COPY 'SECLOGC'.

       LINKAGE SECTION.

      * Stores values passed from the last program 
       
       PROCEDURE DIVISION.
       000-START-LOGIC.

            PERFORM 050-CHECK-INSTRUCTOR THRU 055-CHECK-INSTRUCTOR-EXIT.
       
      * Assigns function keys      
            EXEC CICS HANDLE AID PF1(700-RETURN)
      * Go to validation..
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

            MOVE LOW-VALUES TO IAEMAPO.
            MOVE STUFILE-RECORD TO AUDIT-AFTER-IMAGE.

            MOVE 'MVPRGE' TO AUDIT-SOURCE-PGM.
            MOVE SPACES TO AUDIT-APPROVER-ID.

            EXEC CICS WRITE FILE('AUDITLOG') FROM(AUDITLOG-RECORD)
                          LENGTH(AUDITLOG-LENGTH) RIDFLD(AUDIT-KEY)

            END-IF.

      * A new registration holds nothing to swap - the entry waits
      * for the course (and section, if one was keyed) outright.
            MOVE SPACES TO WAITLST-RECORD.
            MOVE WS-CC-COURSE-CODE TO WAITLST-COURSE.
            MOVE EIBDATE TO WAITLST-DATE.
            MOVE EIBTIME TO WAITLST-TIME.

            IF WS-CC-SECTION-NO NOT = LOW-VALUES

                MOVE WS-CC-SECTION-NO TO WAITLST-SECTION

            END-IF.

      * A new registration has no student number yet - it is only
      * assigned by 295-ASSIGN-STUDENT-NO at write time - so entries
      * taken here carry spaces and the counter works them by name;

            END-IF.

            MOVE REGTRMI TO DMNDFLE-TERM-YEAR (1:1).
            MOVE REGYRI TO DMNDFLE-TERM-YEAR (2:4).
            MOVE WAITLST-COURSE TO DMNDFLE-COURSE.
            MOVE COURSES-SECTION(WS-WAITLIST-SUB) TO DMNDFLE-SECTION.
            PERFORM 957-COUNT-DEMAND-JOIN.

            PERFORM 956-CLEAR-WAITLIST-SLOT.

            MOVE LOW-VALUES TO IAEMAPO.
                MOVE ZERO TO CCOD71L, CCOD72L, SECT7L
            END-IF.

      * Counts the waitlist join on DMNDFLE under the term being
      * registered for and the section asked for - the caller has
      * set the key.  The counter entry is created empty the first
      * time (a WRITE simply ignored once the entry is there) and
      * then bumped under update.
       957-COUNT-DEMAND-JOIN.

            IF DMNDFLE-SECTION = LOW-VALUES

                MOVE SPACES TO DMNDFLE-SECTION

            END-IF.

            INITIALIZE DMNDFLE-COUNTS.
            MOVE EIBDATE TO DMNDFLE-LAST-DATE.

            EXEC CICS IGNORE CONDITION DUPREC END-EXEC.

            EXEC CICS WRITE FILE('DMNDFLE')
                  FROM(DMNDFLE-RECORD)
                  LENGTH(DMNDFLE-LENGTH)
                  RIDFLD(DMNDFLE-KEY)
            END-EXEC.

            EXEC CICS HANDLE CONDITION DUPREC END-EXEC.

            EXEC CICS READ FILE('DMNDFLE')
                       INTO (DMNDFLE-RECORD)
                       LENGTH (DMNDFLE-LENGTH)
                       RIDFLD (DMNDFLE-KEY)
                       UPDATE
            END-EXEC.

            ADD 1 TO DMNDFLE-JOINS.
            MOVE EIBDATE TO DMNDFLE-LAST-DATE.

            EXEC CICS REWRITE FILE('DMNDFLE')
                LENGTH(DMNDFLE-LENGTH)
                FROM(DMNDFLE-RECORD)
            END-EXEC.

      * Compares every pair of filled slots for a meeting-time
      * overlap - two courses clash when they share a day letter and
