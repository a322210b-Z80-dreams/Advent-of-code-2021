      ******************************************************************
      * HAZMREC - CHARTED HAZARD CARD. ONE CARD DESCRIBES ONE FIXED
      * OBSTACLE ON THE COURSE GRID - A SEAMOUNT, A CABLE RUN, A WRECK
      * OR AN EXERCISE EXCLUSION BOX - AS A BOX IN COURSE UNITS: THE
      * LENGTH RANGE IT SPANS, THE DEPTH RANGE IT SPANS, AND HOW BAD
      * IT IS TO ENTER IT ('B' A BREACH, 'C' A CAUTION). THE HAZMST
      * DATASET IS APPEND-ORDERED LIKE HULLMST: THE LATEST CARD FOR A
      * HAZARD WINS, SO A RE-SURVEY OR A WITHDRAWAL IS AN APPENDED
      * CARD AND THE HISTORY STAYS ON FILE.
      ******************************************************************
       01 HAZMST-RECORD.
           05 HZ-HAZARD-ID                         PIC X(6).
           05 HZ-HAZARD-NAME                       PIC X(20).
           05 HZ-TYPE                              PIC X.
               88 HZ-SEAMOUNT                      VALUE 'S'.
               88 HZ-CABLE                         VALUE 'C'.
               88 HZ-WRECK                         VALUE 'W'.
               88 HZ-EXCLUSION                     VALUE 'X'.
           05 HZ-LENGTH-FROM                       PIC 9(7).
           05 HZ-LENGTH-TO                         PIC 9(7).
           05 HZ-DEPTH-FROM                        PIC 9(7).
           05 HZ-DEPTH-TO                          PIC 9(7).
           05 HZ-SEVERITY                          PIC X.
               88 HZ-BREACH                        VALUE 'B'.
               88 HZ-CAUTION                       VALUE 'C'.
           05 HZ-STATUS                            PIC X.
               88 HZ-ACTIVE                        VALUE 'A'.
               88 HZ-WITHDRAWN                     VALUE 'W'.
           05 HZ-INITIALS                          PIC X(3).
           05 HZ-ENTERED-DATE                      PIC X(10).
