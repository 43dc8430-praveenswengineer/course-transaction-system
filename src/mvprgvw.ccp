       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVPRGVW.
       AUTHOR. MICHAEL VALDRON.

      * Callable view-logging service.  Every screen that displays or
      * prints an identified student record LINKs here with the
      * student number, its own program name and the kind of view,
      * the same way the edit screens LINK to MVPRGVL; this writes
      * the VIEWLOG entry, stamped with the operator signed on at
      * the terminal (off the same TS-OPR queue MVPRGM writes at
      * sign-on), the terminal and the time.  Two views of the same
      * student, of the same kind, from the same terminal in the same
      * second are one entry - the duplicate write is ignored.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'VIEWLOGC'.

      * Per-terminal sign-on queue - same name and record MVPRGM
      * writes at sign-on.  Read only to name the operator.
       01 TS-OPR-NAME.
           05 TS-OPR-TERMID             PIC X(4).
           05 TS-OPR-ID                 PIC X(4) VALUE 'SGON'.

       01 TS-OPR-LENGTH                 PIC S9(4) COMP VALUE 23.

       01 TS-OPR-RECORD.
           05 TS-OPR-OPERATOR-ID        PIC X(8).
           05 TS-OPR-AUTH-LEVEL         PIC X.
           05 TS-OPR-LAST-ACTIVE.
               10 TS-OPR-LAST-DATE      PIC 9(7).
               10 TS-OPR-LAST-TIME      PIC 9(7).

       LINKAGE SECTION.

       01 DFHCOMMAREA.
           05 LK-STUDENT-NO                 PIC X(7).
           05 LK-SOURCE-PGM                 PIC X(8).
      * One of the VIEWLOG-VIEW-TYPE codes (COPY VIEWLOGC).
           05 LK-VIEW-TYPE                  PIC X(1).

       PROCEDURE DIVISION.

           MOVE SPACES TO TS-OPR-OPERATOR-ID.

           EXEC CICS IGNORE CONDITION QIDERR DUPREC END-EXEC.

           MOVE EIBTRMID TO TS-OPR-TERMID.

           EXEC CICS READQ TS QUEUE(TS-OPR-NAME) INTO(TS-OPR-RECORD)
                                                 LENGTH(TS-OPR-LENGTH)
           END-EXEC.

           MOVE SPACES TO VIEWLOG-RECORD.
           MOVE LK-STUDENT-NO TO VIEWLOG-STUDENT-NO.
           MOVE EIBDATE TO VIEWLOG-DATE.
           MOVE EIBTIME TO VIEWLOG-TIME.
           MOVE EIBTRMID TO VIEWLOG-TERMID.
           MOVE LK-VIEW-TYPE TO VIEWLOG-VIEW-TYPE.
           MOVE TS-OPR-OPERATOR-ID TO VIEWLOG-OPERATOR-ID.
           MOVE LK-SOURCE-PGM TO VIEWLOG-SOURCE-PGM.

           EXEC CICS WRITE FILE('VIEWLOG') FROM(VIEWLOG-RECORD)
                         LENGTH(VIEWLOG-LENGTH) RIDFLD(VIEWLOG-KEY)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
