      ******************************************************************
      * PATRSREC - PATROL LOCK ROW. WHEN A PATROL IS CLOSED ITS
      * TOTALS ARE WORKED OUT ONCE AND WRITTEN HERE, THE WAY MONTHEND
      * WRITES A PERIODCTL ROW WHEN IT CLOSES A PERIOD: FROM THEN ON
      * THE END-OF-PATROL REPORT PRINTS THESE FIGURES, SO DATA THAT
      * ARRIVES LATE CANNOT CHANGE A PACKAGE COMMAND ALREADY HAS.
      * PS-FIGURES IS PA-FIGURES (SEE COPYBOOKS/PATRAGPM.CPY) MOVED
      * WHOLE.
      ******************************************************************
       01 PATROLSUM-RECORD.
           05 PS-PATROL-ID                         PIC X(8).
           05 PS-HULL-ID                           PIC X(4).
           05 PS-SAIL-DATE                         PIC X(10).
           05 PS-RETURN-DATE                       PIC X(10).
           05 PS-CLOSED-DATE                       PIC X(10).
           05 PS-CLOSED-BY                         PIC X(3).
           05 PS-FIGURES                           PIC X(146).
