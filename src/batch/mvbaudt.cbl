      * ANYTHING BUT F, I OR W.  PRINTS WHAT IS SATISFIED AND WHAT
      * IS MISSING PER CANDIDATE ON THE AUDIT REPORT, AND LISTS THE
      * STUDENTS WHO MET EVERY REQUIREMENT ON THE CLEAR-TO-GRADUATE
      * REPORT - THE ONES TO EXPECT A GRADUATION APPLICATION FROM ON
      * MVPRGGA.  NOTHING IS CHANGED BY THIS JOB - IT REPLACES THE
      * CLERK'S APRIL OF READING MVPRGTR TRANSCRIPTS, NOT THE
      * REGISTRAR'S SIGNATURE.  THE MVBCONF CONFERRAL RUN REPEATS THE
      * SAME CHECK PER APPLICANT AND SETS STUFILE-STATUS TO G.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-CLEAR-HEADING.
           05  FILLER                   PIC X(40)  VALUE
               'STUDENTS CLEAR TO GRADUATE (APPLY ON MVP'.
           05  FILLER                   PIC X(22)  VALUE
               'RGGA, MVBCONF CONFERS)'.

       01  WS-CLEAR-LINE.
           05  WS-CL-STUDENT-NO         PIC X(7).
