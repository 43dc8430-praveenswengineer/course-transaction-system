      * STANDING (DEANS LIST 3.50+, GOOD 2.00+, PROBATION 1.00+,
      * SUSPENSION-RECOMMENDED BELOW 1.00), WRITES THE STANDFLE
      * ENTRY THE MVPRGTR TRANSCRIPT READS, AND PRINTS THE
      * STANDINGS REPORT.  THIS JOB RECOMMENDS, IT DOES NOT SUSPEND -
      * THE MVBSTND STANDING-ACTIONS RUN THAT FOLLOWS IT PLACES THE
      * PROBATION HOLDS, MAKES THE SUSPENSIONS THE REGISTRAR
      * APPROVES AND PRINTS THE STANDING LETTERS.
      *
      * CONTROL CARD: TERM (F/W/S) IN COL 1, 4-DIGIT YEAR IN
      * COLS 3-6.
