      ******************************************************************
      * DISTMREC - ONE CARD OF THE REPORT DISTRIBUTION MASTER
      * (DISTMST). LINE SEQUENTIAL SO OPERATIONS CAN MAINTAIN IT BY
      * HAND, LIKE OPAUTH. TWO KINDS OF CARD:
      *   'R' ROUTING - DM-REPORT-NAME (THE RETAINED GENERATION'S BASE
      *       NAME, E.G. DAYSTATRPT) GOES TO DM-RECIPIENT, DM-COPIES
      *       TIMES, CUT TO DM-HULL-ID'S PAGES ("ALL" FOR THE WHOLE
      *       REPORT). A RECIPIENT GETS ONE PACKET CARRYING EVERY
      *       REPORT ROUTED TO IT, IN CARD ORDER.
      *   'S' SPLIT RULE - HOW TO TELL WHICH HULL A LINE OF
      *       DM-REPORT-NAME BELONGS TO, FOR A REPORT WHOSE LAYOUT THE
      *       DISTRIBUTION STEP DOES NOT ALREADY KNOW:
      *       DM-SPLIT-MODE 'S' - A LINE CARRYING DM-MARK-TEXT AT
      *                           DM-MARK-COLUMN STARTS A SECTION FOR
      *                           THE HULL AT DM-HULL-COLUMN (A PAGE
      *                           HEADING, A PER-HULL BLOCK HEADER);
      *                     'L' - EVERY LINE CARRIES ITS OWN HULL AT
      *                           DM-HULL-COLUMN (A DETAIL LISTING);
      *                     'N' - NOT SPLIT, EVERY RECIPIENT GETS IT
      *                           WHOLE.
      *       LINES THAT BELONG TO NO HULL (TITLES, A SECTION MARKED
      *       "ALL") GO TO EVERY RECIPIENT OF THE REPORT.
      ******************************************************************
       01 DISTMST-RECORD.
           05 DM-ROW-TYPE                          PIC X.
               88 DM-ROUTING                       VALUE 'R'.
               88 DM-SPLIT-RULE                    VALUE 'S'.
           05 DM-REPORT-NAME                       PIC X(12).
           05 DM-RECIPIENT                         PIC X(12).
           05 DM-HULL-ID                           PIC X(4).
           05 DM-COPIES                            PIC 9(2).
           05 DM-SPLIT-MODE                        PIC X.
           05 DM-MARK-COLUMN                       PIC 9(3).
           05 DM-MARK-TEXT                         PIC X(10).
           05 DM-HULL-COLUMN                       PIC 9(3).
