      ******************************************************************
      * HULLMREC - HULL MASTER REGISTRY CARD. ONE CARD DESCRIBES ONE
      * HULL: ITS ID (THE SAME FOUR CHARACTERS RUNCTL AND THE HULLID
      * OVERRIDE CARRY), NAME, CLASS, RATED MAXIMUM DEPTH, BATTERY
      * CAPACITY, CREW COMPLEMENT AND WHETHER IT IS IN SERVICE OR
      * RETIRED. THE HULLMST DATASET IS APPEND-ORDERED: THE LATEST
      * CARD FOR A HULL WINS, SO A RE-RATING OR A RETIREMENT IS AN
      * APPENDED CARD AND THE HISTORY STAYS ON FILE. HM-SONAR-UNITS IS
      * THE DEPTH UNIT THE BOAT'S SONAR EXPORTS (SEE COPYBOOKS/
      * UNITSTAB.CPY); A CARD WRITTEN BEFORE IT EXISTED READS BLANK,
      * WHICH MEANS METRES.
      ******************************************************************
       01 HULLMST-RECORD.
           05 HM-HULL-ID                           PIC X(4).
           05 HM-HULL-NAME                         PIC X(20).
           05 HM-CLASS                             PIC X(10).
           05 HM-MAX-DEPTH                         PIC 9(5).
           05 HM-BATTERY-CAP                       PIC 9(6).
           05 HM-CREW                              PIC 9(3).
           05 HM-STATUS                            PIC X.
               88 HM-IN-SERVICE                    VALUE 'S'.
               88 HM-RETIRED                       VALUE 'R'.
           05 HM-INITIALS                          PIC X(3).
           05 HM-ENTERED-DATE                      PIC X(10).
           05 HM-SONAR-UNITS                       PIC X(2).
