      * FINALLY BE LEFT UNATTENDED: THE STUDENT KEYS THEIR OWN
      * NUMBER PLUS THE FOUR-DIGIT PIN CARRIED ON THEIR RECORD
      * (SET AND RESET FROM THE MVPRGU SIDE AT THE COUNTER), AND
      * SEES ONLY THEIR OWN SCHEDULE, ANY NEXT-TERM REGISTRATION
      * HELD ON FUTENRL, WAITLIST POSITIONS, OPEN SEAT OFFERS AND
      * POSTED GRADFLE GRADES.  NO OPERATOR
      * SIGN-ON QUEUE IS READ AND NO OTHER STUDENT'S RECORD IS
      * REACHABLE - A WRONG OR MISSING PIN SHOWS NOTHING AT ALL.
      * WHILE THE TERM'S COURSE EVALUATION IS OPEN ON EVSECT THE
      * SCREEN ALSO CARRIES THE SURVEY FOR THE STUDENT'S NEXT
      * UNANSWERED EVINVITE COURSE; THE STUDENT RATES IT, RE-KEYS
      * THE PIN AND PRESSES PF5.  THE ANSWERS GO TO EVRESP UNDER
      * THE SECTION ALONE AND THE INVITATION IS ONLY MARKED
      * ANSWERED, SO NOTHING TIES THE ANSWERS BACK TO THE STUDENT.
      * STARTED DIRECTLY BY ITS OWN TRANSACTION (MV22) ON THE
      * KIOSK TERMINALS, NOT FROM THE OPERATOR MENU.

       COPY 'WAITRECC'.
       COPY 'OFFERREC'.
       COPY 'GRADRECC'.
       COPY 'FUTRECC'.
       COPY 'EVINVC'.
       COPY 'EVSECTC'.
       COPY 'EVRESPC'.
       COPY 'EVQTEXTC'.

       01 WS-LINE-SUB                       PIC 9 VALUE ZERO.
       01 WS-WAIT-LINE-SUB                  PIC 9 VALUE ZERO.
       01 WS-WORK-COURSE                    PIC X(8) VALUE SPACES.
       01 WS-WORK-SECTION                   PIC X(2) VALUE SPACES.
       01 WS-SAVE-WAIT-COURSE               PIC X(8) VALUE SPACES.
       01 WS-Q-SUB                          PIC 9 VALUE ZERO.
       01 WS-ANSWER-COUNT                   PIC 9 VALUE ZERO.

       01 WS-SURVEY-SWITCH                  PIC X VALUE 'N'.
           88 WS-SURVEY-SHOWN                     VALUE 'Y'.
       01 WS-ANSWER-SWITCH                  PIC X VALUE 'N'.
           88 WS-ANSWER-BAD                       VALUE 'Y'.

      * A message left by the PF5 survey submission for the record
      * screen it redisplays - spaces for the usual message.
       01 WS-KIOSK-MSG                      PIC X(40) VALUE SPACES.
       01 WS-KIOSK-MSG-COLOR                PIC X VALUE SPACE.

       01 WS-SURVEY-KEY.
           05 WS-SK-TERM-YEAR               PIC X(5).
           05 WS-SK-COURSE                  PIC X(8).
           05 WS-SK-SECTION                 PIC X(2).

       01 WS-SURVEY-ANSWERS.
           05 WS-SURVEY-ANSWER              PIC 9 OCCURS 8.

       01 WS-SURVEY-HEAD.
           05 FILLER                        PIC X(18)
                    VALUE 'COURSE EVALUATION '.
           05 WS-SH-COURSE                  PIC X(8).
           05 FILLER                        PIC X(5) VALUE ' SEC '.
           05 WS-SH-SECTION                 PIC X(2).
           05 FILLER                        PIC X(7) VALUE SPACES.

       01 WS-SCHED-LINE.
           05 WS-SL-COURSE                  PIC X(8).
           05 WS-SL-SECTION                 PIC X(2).
           05 FILLER                        PIC X(24) VALUE SPACES.

       01 WS-NEXT-LINE.
           05 FILLER                        PIC X(10)
                    VALUE 'NEXT TERM '.
           05 WS-NL-TERM-YEAR               PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 WS-NL-COURSE                  PIC X(8).
           05 FILLER                        PIC X(5) VALUE ' SEC '.
           05 WS-NL-SECTION                 PIC X(2).
           05 FILLER                        PIC X(8) VALUE SPACES.

       01 WS-WAIT-LINE.
           05 FILLER                        PIC X(9)
                    VALUE 'WAITLIST '.
       PROCEDURE DIVISION.
       000-START-LOGIC.

            EXEC CICS HANDLE AID PF5(650-SUBMIT-SURVEY)
                                 PF9(600-EXIT-PROG)

            END-EXEC.


            PERFORM 300-SHOW-SCHEDULE.

            PERFORM 350-SHOW-NEXT-TERM THRU 350-EXIT.

            PERFORM 400-SHOW-WAITLIST THRU 400-EXIT.

            PERFORM 450-SHOW-OFFERS THRU 450-EXIT.

            PERFORM 500-SHOW-GRADES THRU 500-EXIT.

            PERFORM 550-SHOW-SURVEY THRU 550-EXIT.

            IF WS-KIOSK-MSG NOT = SPACES
                MOVE WS-KIOSK-MSG-COLOR TO OUTMSGC
                MOVE WS-KIOSK-MSG TO OUTMSGO
            ELSE IF WS-SURVEY-SHOWN
                MOVE DFHYELLO TO OUTMSGC
                MOVE 'RATE 1-5, RE-KEY YOUR PIN AND PRESS PF5'
                    TO OUTMSGO
            ELSE
                MOVE DFHGREEN TO OUTMSGC
                MOVE 'YOUR RECORD - PRESS CLEAR WHEN DONE' TO OUTMSGO
            END-IF.

            IF WS-SURVEY-SHOWN
                MOVE -1 TO KANSL (1)
            ELSE
                MOVE -1 TO STUNUML
            END-IF.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.


            END-IF.

      * The first registration still pending on FUTENRL for the
      * student - there is only ever one, for the term after the one
      * on the record.
       350-SHOW-NEXT-TERM.

            MOVE ZERO TO WS-LINE-SUB.

            EXEC CICS HANDLE CONDITION
                 NOTFND(350-RESTORE)
                 ENDFILE(370-NEXT-DONE)
            END-EXEC.

            MOVE STUFILE-STUDENT-NO TO FUTENRL-STUDENT-NO.
            MOVE LOW-VALUES TO FUTENRL-TERM-YEAR.

            EXEC CICS STARTBR FILE('FUTENRL')
                          RIDFLD(FUTENRL-KEY)
                          GTEQ
            END-EXEC.

       360-NEXT-READ.

            EXEC CICS READNEXT FILE('FUTENRL')
                       INTO (FUTENRL-RECORD)
                       RIDFLD (FUTENRL-KEY)
                       LENGTH (FUTENRL-LENGTH)
            END-EXEC.

            IF FUTENRL-STUDENT-NO NOT = STUFILE-STUDENT-NO

                GO TO 370-NEXT-DONE

            END-IF.

            IF NOT FUTENRL-PENDING

                GO TO 360-NEXT-READ

            END-IF.

            PERFORM 380-SHOW-ONE-NEXT
                VARYING WS-COURSE-SUB FROM 1 BY 1
                UNTIL WS-COURSE-SUB > 7.

       370-NEXT-DONE.

            EXEC CICS ENDBR FILE('FUTENRL') END-EXEC.

       350-RESTORE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(990-REFUSED)
            END-EXEC.

       350-EXIT.
            EXIT.

       380-SHOW-ONE-NEXT.

            IF FUTENRL-COURSE (WS-COURSE-SUB) NOT = SPACES

                ADD 1 TO WS-LINE-SUB
                MOVE FUTENRL-TERM-YEAR TO WS-NL-TERM-YEAR
                MOVE FUTENRL-COURSE (WS-COURSE-SUB) TO WS-NL-COURSE
                MOVE FUTENRL-SECTION (WS-COURSE-SUB) TO WS-NL-SECTION
                MOVE WS-NEXT-LINE TO KFLINEO (WS-LINE-SUB)
                MOVE DFHBLUE TO KFLINEC (WS-LINE-SUB)

            END-IF.

      * The whole waitlist file is walked in key order - course then
      * time asked - counting position within each course's line and
      * keeping the lines that belong to this student.  The file
       500-EXIT.
            EXIT.

      * The survey for the first course the student has not yet
      * answered, while the term's survey is open - one course at a
      * time, the next coming up once this one is sent.
       550-SHOW-SURVEY.

            MOVE 'N' TO WS-SURVEY-SWITCH.

            EXEC CICS HANDLE CONDITION
                 NOTFND(550-RESTORE)
                 ENDFILE(570-SURVEY-DONE)
            END-EXEC.

            MOVE STUFILE-TERM-YEAR TO EVSECT-TERM-YEAR.
            MOVE SPACES TO EVSECT-COURSE.
            MOVE SPACES TO EVSECT-SECTION.

            EXEC CICS READ FILE('EVSECT')
                       INTO (EVSECT-RECORD)
                       LENGTH (EVSECT-LENGTH)
                       RIDFLD (EVSECT-KEY)
            END-EXEC.

            IF NOT EVSECT-SURVEY-OPEN

                GO TO 550-RESTORE

            END-IF.

            MOVE STUFILE-TERM-YEAR TO EVINVITE-TERM-YEAR.
            MOVE STUFILE-STUDENT-NO TO EVINVITE-STUDENT-NO.
            MOVE LOW-VALUES TO EVINVITE-COURSE.

            EXEC CICS STARTBR FILE('EVINVITE')
                          RIDFLD(EVINVITE-KEY)
                          GTEQ
            END-EXEC.

       560-SURVEY-NEXT.

            EXEC CICS READNEXT FILE('EVINVITE')
                       INTO (EVINVITE-RECORD)
                       RIDFLD (EVINVITE-KEY)
                       LENGTH (EVINVITE-LENGTH)
            END-EXEC.

            IF EVINVITE-TERM-YEAR NOT = STUFILE-TERM-YEAR
                    OR EVINVITE-STUDENT-NO NOT = STUFILE-STUDENT-NO

                GO TO 570-SURVEY-DONE

            END-IF.

            IF NOT EVINVITE-OPEN

                GO TO 560-SURVEY-NEXT

            END-IF.

            MOVE 'Y' TO WS-SURVEY-SWITCH.
            MOVE EVINVITE-COURSE TO WS-SH-COURSE.
            MOVE EVINVITE-SECTION TO WS-SH-SECTION.
            MOVE WS-SURVEY-HEAD TO KSVHDO.
            MOVE DFHBLUE TO KSVHDC.
            MOVE EVINVITE-TERM-YEAR TO WS-SK-TERM-YEAR.
            MOVE EVINVITE-COURSE TO WS-SK-COURSE.
            MOVE EVINVITE-SECTION TO WS-SK-SECTION.
            MOVE WS-SURVEY-KEY TO KSVKEYO.
            MOVE DFHBMPRF TO KSVKEYA.

            PERFORM 580-SHOW-ONE-QUESTION
                VARYING WS-Q-SUB FROM 1 BY 1
                UNTIL WS-Q-SUB > 8.

       570-SURVEY-DONE.

            EXEC CICS ENDBR FILE('EVINVITE') END-EXEC.

       550-RESTORE.

            EXEC CICS HANDLE CONDITION
                 NOTFND(990-REFUSED)
            END-EXEC.

       550-EXIT.
            EXIT.

       580-SHOW-ONE-QUESTION.

            MOVE EVQ-QUESTION-TEXT (WS-Q-SUB) TO KQTEXTO (WS-Q-SUB).
            MOVE DFHGREEN TO KQTEXTC (WS-Q-SUB).
            MOVE DFHBMFSE TO KANSA (WS-Q-SUB).

       600-EXIT-PROG.

            EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.

            EXEC CICS RETURN END-EXEC.

      * PF5 on the survey panel.  The fields below were already
      * received by 000-START-LOGIC's RECEIVE MAP that dispatched
      * here.  The number and PIN are checked exactly as for the
      * record screen, then the answers; the invitation is re-read
      * under update so a course cannot be answered twice, and the
      * section's EVSECT entry numbers the EVRESP entry as it counts
      * the response in.  Nothing of the student goes on EVRESP.
       650-SUBMIT-SURVEY.

            IF STUNUML < 7 OR STUNUMI IS NOT NUMERIC
                    OR KPINL < 4

                GO TO 990-REFUSED

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(990-REFUSED)
            END-EXEC.

            MOVE STUNUMI TO STUFILE-STUDENT-NO.

            EXEC CICS READ FILE('STUFILE')
                       INTO (STUFILE-RECORD)
                       LENGTH (STUFILE-LENGTH)
                       RIDFLD (STUFILE-KEY)
            END-EXEC.

            IF STUFILE-PIN = SPACES
                    OR STUFILE-PIN NOT = KPINI

                GO TO 990-REFUSED

            END-IF.

      * No survey was on show - just the record screen again.
            IF KSVKEYL < 15

                GO TO 200-MAIN-LOGIC

            END-IF.

            MOVE KSVKEYI TO WS-SURVEY-KEY.
            MOVE ZERO TO WS-ANSWER-COUNT.
            MOVE 'N' TO WS-ANSWER-SWITCH.

            PERFORM 660-CHECK-ONE-ANSWER
                VARYING WS-Q-SUB FROM 1 BY 1
                UNTIL WS-Q-SUB > 8.

            IF WS-ANSWER-BAD OR WS-ANSWER-COUNT = ZERO

                MOVE DFHRED TO WS-KIOSK-MSG-COLOR
                MOVE 'RATE THE QUESTIONS 1 TO 5 - NOT SENT'
                    TO WS-KIOSK-MSG
                GO TO 200-MAIN-LOGIC

            END-IF.

            EXEC CICS HANDLE CONDITION
                 NOTFND(680-SURVEY-GONE)
            END-EXEC.

            MOVE WS-SK-TERM-YEAR TO EVSECT-TERM-YEAR.
            MOVE SPACES TO EVSECT-COURSE.
            MOVE SPACES TO EVSECT-SECTION.

            EXEC CICS READ FILE('EVSECT')
                       INTO (EVSECT-RECORD)
                       LENGTH (EVSECT-LENGTH)
                       RIDFLD (EVSECT-KEY)
            END-EXEC.

            IF NOT EVSECT-SURVEY-OPEN

                GO TO 680-SURVEY-GONE

            END-IF.

            MOVE WS-SK-TERM-YEAR TO EVINVITE-TERM-YEAR.
            MOVE STUFILE-STUDENT-NO TO EVINVITE-STUDENT-NO.
            MOVE WS-SK-COURSE TO EVINVITE-COURSE.

            EXEC CICS READ FILE('EVINVITE')
                       INTO (EVINVITE-RECORD)
                       LENGTH (EVINVITE-LENGTH)
                       RIDFLD (EVINVITE-KEY)
                       UPDATE
            END-EXEC.

            IF NOT EVINVITE-OPEN

                EXEC CICS UNLOCK FILE('EVINVITE') END-EXEC
                GO TO 680-SURVEY-GONE

            END-IF.

            MOVE EVINVITE-TERM-YEAR TO EVSECT-TERM-YEAR.
            MOVE EVINVITE-COURSE TO EVSECT-COURSE.
            MOVE EVINVITE-SECTION TO EVSECT-SECTION.

            EXEC CICS READ FILE('EVSECT')
                       INTO (EVSECT-RECORD)
                       LENGTH (EVSECT-LENGTH)
                       RIDFLD (EVSECT-KEY)
                       UPDATE
            END-EXEC.

            ADD 1 TO EVSECT-RESPONSES.

            EXEC CICS REWRITE FILE('EVSECT')
                       FROM (EVSECT-RECORD)
                       LENGTH (EVSECT-LENGTH)
            END-EXEC.

            MOVE SPACES TO EVRESP-RECORD.
            MOVE EVSECT-TERM-YEAR TO EVRESP-TERM-YEAR.
            MOVE EVSECT-COURSE TO EVRESP-COURSE.
            MOVE EVSECT-SECTION TO EVRESP-SECTION.
            MOVE EVSECT-RESPONSES TO EVRESP-SEQ.
            MOVE EVSECT-INSTRUCTOR-ID TO EVRESP-INSTRUCTOR-ID.
            MOVE EVSECT-DEPT TO EVRESP-DEPT.

            PERFORM 670-MOVE-ONE-ANSWER
                VARYING WS-Q-SUB FROM 1 BY 1
                UNTIL WS-Q-SUB > 8.

            EXEC CICS WRITE FILE('EVRESP')
                       FROM (EVRESP-RECORD)
                       LENGTH (EVRESP-LENGTH)
                       RIDFLD (EVRESP-KEY)
            END-EXEC.

            SET EVINVITE-ANSWERED TO TRUE.

            EXEC CICS REWRITE FILE('EVINVITE')
                       FROM (EVINVITE-RECORD)
                       LENGTH (EVINVITE-LENGTH)
            END-EXEC.

            MOVE DFHGREEN TO WS-KIOSK-MSG-COLOR.
            MOVE 'THANK YOU - YOUR ANSWERS ARE RECORDED'
                TO WS-KIOSK-MSG.
            GO TO 200-MAIN-LOGIC.

      * A blank answer is a question left unanswered (zero); any
      * other key but 1 to 5 turns the whole survey back.
       660-CHECK-ONE-ANSWER.

            MOVE ZERO TO WS-SURVEY-ANSWER (WS-Q-SUB).

            IF KANSL (WS-Q-SUB) > ZERO
                    AND KANSI (WS-Q-SUB) NOT = SPACE

                IF KANSI (WS-Q-SUB) >= '1'
                        AND KANSI (WS-Q-SUB) <= '5'
                    MOVE KANSI (WS-Q-SUB)
                        TO WS-SURVEY-ANSWER (WS-Q-SUB)
                    ADD 1 TO WS-ANSWER-COUNT
                ELSE
                    MOVE 'Y' TO WS-ANSWER-SWITCH
                END-IF

            END-IF.

       670-MOVE-ONE-ANSWER.

            MOVE WS-SURVEY-ANSWER (WS-Q-SUB)
                TO EVRESP-ANSWER (WS-Q-SUB).

      * Closed since the panel was shown, already answered (a second
      * kiosk, or the web form), or no longer on file.
       680-SURVEY-GONE.

            MOVE DFHRED TO WS-KIOSK-MSG-COLOR.
            MOVE 'THIS SURVEY IS CLOSED OR ALREADY SENT'
                TO WS-KIOSK-MSG.
            GO TO 200-MAIN-LOGIC.

       800-MOVE-ATTRIBUTES.

            MOVE ' S T U D E N T  K I O S K' TO MTITLEO.
