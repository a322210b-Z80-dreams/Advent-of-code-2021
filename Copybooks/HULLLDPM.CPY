      ******************************************************************
      * HULLLDPM - PARAMETER AREA FOR THE HULL REGISTRY LOADER
      * (HULLLD). THE ROUTINE RETURNS EVERY HULL IN THE HULLMST
      * REGISTRY, ONE ENTRY PER HULL IN THE ORDER THE HULL FIRST
      * APPEARS, CARRYING THAT HULL'S LATEST CARD. HL-HULL-COUNT IS
      * EVERY HULL ON FILE, RETIRED ONES INCLUDED; HL-SERVICE-COUNT
      * IS THE IN-SERVICE ONES. A MISSING ROUTINE OR REGISTRY LEAVES
      * BOTH COUNTS AT ZERO, WHICH A CALLER TAKES AS "NO REGISTRY"
      * AND FALLS BACK TO ITS OLD HULL LIST. HULLS PAST THE TABLE
      * LIMIT ARE NOT RETURNED; THEIR CARDS ARE COUNTED IN
      * HL-OVERFLOW-COUNT SO A CALLER CAN WARN.
      ******************************************************************
       01 HULLLD-PARM.
           05 HL-HULL-COUNT                        PIC 99.
           05 HL-SERVICE-COUNT                     PIC 99.
           05 HL-OVERFLOW-COUNT                    PIC 9(4).
           05 HL-ENTRY OCCURS 20 TIMES.
               10 HL-HULL-ID                       PIC X(4).
               10 HL-HULL-NAME                     PIC X(20).
               10 HL-CLASS                         PIC X(10).
               10 HL-MAX-DEPTH                     PIC 9(5).
               10 HL-BATTERY-CAP                   PIC 9(6).
               10 HL-CREW                          PIC 9(3).
               10 HL-STATUS                        PIC X.
                   88 HL-IN-SERVICE                    VALUE 'S'.
                   88 HL-RETIRED                       VALUE 'R'.
