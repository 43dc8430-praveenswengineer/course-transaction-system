      * FLAT FILE THE CAMPUS MAIL GATEWAY CONSUMES, AND RETIRES
      * EVERY ENTRY IT EXTRACTED SO TOMORROW STARTS EMPTY.  ENTRIES
      * ONLY EXIST FOR STUDENTS WITH AN EMAIL ON FILE AND CONSENT
      * GIVEN - THE WRITERS CHECK THAT, NOT THIS JOB.  EMERGENCY
      * BROADCASTS (EM) WENT OUT ON THE URGENT FEED THE MOMENT THEY
      * WERE SENT, SO THEY ARE RETIRED HERE WITHOUT BEING EXTRACTED
      * AGAIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-COUNTERS.
           05  WS-EXTRACT-COUNT         PIC 9(07)      VALUE ZERO.
           05  WS-URGENT-COUNT          PIC 9(07)      VALUE ZERO.

       PROCEDURE DIVISION.


           DISPLAY 'MVBNTF - NOTIFICATIONS EXTRACTED: '
               WS-EXTRACT-COUNT.
           DISPLAY 'MVBNTF - URGENT ENTRIES RETIRED:   '
               WS-URGENT-COUNT.

           STOP RUN.

           END-READ.

       200-EXTRACT-ONE.
           IF NOTF-EMERGENCY
               DELETE NOTFFILE RECORD
               ADD 1 TO WS-URGENT-COUNT
               PERFORM 100-READ-NOTFFILE
           ELSE
               PERFORM 210-WRITE-EXTRACT
           END-IF.

       210-WRITE-EXTRACT.
           MOVE SPACES TO NOTIFY-OUT-REC.
           MOVE NOTFFILE-STUDENT-NO TO NTF-STUDENT-NO.
           MOVE NOTFFILE-EVENT TO NTF-EVENT.
