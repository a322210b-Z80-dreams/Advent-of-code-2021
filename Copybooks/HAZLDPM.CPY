      ******************************************************************
      * HAZLDPM - PARAMETER AREA FOR THE CHARTED HAZARD LOADER
      * (HAZLD). THE ROUTINE RETURNS EVERY HAZARD IN THE HAZMST
      * MASTER, ONE ENTRY PER HAZARD IN THE ORDER THE HAZARD FIRST
      * APPEARS, CARRYING THAT HAZARD'S LATEST CARD. HZL-HAZARD-COUNT
      * IS EVERY HAZARD ON FILE, WITHDRAWN ONES INCLUDED;
      * HZL-ACTIVE-COUNT IS THE ACTIVE ONES. A MISSING ROUTINE OR
      * MASTER LEAVES BOTH COUNTS AT ZERO. HAZARDS PAST THE TABLE
      * LIMIT ARE NOT RETURNED; THEIR CARDS ARE COUNTED IN
      * HZL-OVERFLOW-COUNT SO A CALLER CAN WARN.
      ******************************************************************
       01 HAZLD-PARM.
           05 HZL-HAZARD-COUNT                     PIC 999.
           05 HZL-ACTIVE-COUNT                     PIC 999.
           05 HZL-OVERFLOW-COUNT                   PIC 9(4).
           05 HZL-ENTRY OCCURS 100 TIMES.
               10 HZL-HAZARD-ID                    PIC X(6).
               10 HZL-HAZARD-NAME                  PIC X(20).
               10 HZL-TYPE                         PIC X.
               10 HZL-LENGTH-FROM                  PIC 9(7).
               10 HZL-LENGTH-TO                    PIC 9(7).
               10 HZL-DEPTH-FROM                   PIC 9(7).
               10 HZL-DEPTH-TO                     PIC 9(7).
               10 HZL-SEVERITY                     PIC X.
               10 HZL-STATUS                       PIC X.
                   88 HZL-ACTIVE                       VALUE 'A'.
                   88 HZL-WITHDRAWN                    VALUE 'W'.
