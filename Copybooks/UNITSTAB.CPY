      ******************************************************************
      * UNITSTAB - THE DEPTH UNITS A SONAR FEED MAY DECLARE ON ITS HDR
      * RECORD AND A HULL MAY CARRY ON ITS REGISTRY CARD, EACH WITH
      * THE FACTOR THAT TURNS A READING IN THAT UNIT INTO THE SHOP'S
      * STANDARD UNIT, METRES. A BLANK CODE IS TAKEN AS METRES, SO A
      * FEED OR A CARD FROM BEFORE UNITS WERE DECLARED READS AS IT
      * ALWAYS DID. ANY CODE NOT IN THE TABLE IS UNKNOWN.
      ******************************************************************
       01 UNITS-VALUES.
           05 FILLER                               PIC X(18)
                 VALUE "MT10000METRES     ".
           05 FILLER                               PIC X(18)
                 VALUE "FT03048FEET       ".
           05 FILLER                               PIC X(18)
                 VALUE "FM18288FATHOMS    ".
       01 UNITS-TABLE REDEFINES UNITS-VALUES.
           05 UT-ENTRY OCCURS 3 TIMES.
               10 UT-CODE                          PIC X(2).
               10 UT-FACTOR                        PIC 9V9(4).
               10 UT-NAME                          PIC X(11).
       01 UT-ENTRY-COUNT                           PIC 9    VALUE 3.
