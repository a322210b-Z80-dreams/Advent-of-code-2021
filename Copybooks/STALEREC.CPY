      ******************************************************************
      * STALEREC - ONE ROW OF THE REISSUE LIST (STALELIST) STALECHK
      * WRITES: A DATED REPORT GENERATION THAT WAS PRODUCED FROM
      * TELEMETRY FIGURES A SAME-DAY RERUN HAS SINCE REWRITTEN, THE
      * PROGRAM THAT PRODUCES IT, WHEN THE STALE GENERATION WAS MADE,
      * HOW MANY OF ITS FIGURES CHANGED, AND THE COMMAND LINE (WITH
      * ITS DATE AND HULL OVERRIDES) THAT REISSUES IT. THE OPERATOR
      * MENU QUEUES THESE COMMANDS ON JOBQUEUE FROM THE LIST. A HULL
      * OF "ALL" IS A FLEET-WIDE REPORT.
      ******************************************************************
       01 STALELIST-RECORD.
           05 SL-RUN-DATE                          PIC X(10).
           05 SL-HULL-ID                           PIC X(4).
           05 SL-PROGRAM                           PIC X(10).
           05 SL-GENERATION                        PIC X(30).
           05 SL-PRODUCED-DATE                     PIC X(10).
           05 SL-PRODUCED-TIME                     PIC X(8).
           05 SL-FIELD-COUNT                       PIC 9(3).
           05 SL-COMMAND                           PIC X(100).
