      ******************************************************************
      * HULLCKPM - PARAMETER AREA FOR THE HULL VALIDATION ROUTINE
      * (HULLCHK). THE CALLER FILLS HK-HULL-ID WITH THE HULL IT HAS
      * RESOLVED FROM RUNCTL AND THE HULLID OVERRIDE; THE ROUTINE
      * LOOKS IT UP IN THE HULLMST REGISTRY AND RETURNS:
      *   HK-RESULT      'V' A REGISTERED, IN-SERVICE HULL.
      *                  'U' NOT IN THE REGISTRY (A TYPO OR A BOAT
      *                      NOBODY REGISTERED).
      *                  'R' REGISTERED BUT RETIRED.
      *                  'E' THE REGISTRY IS EMPTY OR MISSING, SO
      *                      EVERY HULL IS ACCEPTED AS BEFORE.
      *   HK-REFUSED     THE TEST A CALLER MAKES BEFORE ENDING WITH
      *                  CONDITION CODE 16.
      *   THE REMAINING FIELDS ARE THE WINNING CARD'S DETAILS,
      *   HK-SONAR-UNITS INCLUDED (BLANK MEANS METRES).
      * A CALLER THAT SETS HK-RESULT TO 'V' BEFORE THE CALL KEEPS
      * RUNNING WHEN THE ROUTINE ITSELF IS MISSING.
      ******************************************************************
       01 HULLCHK-PARM.
           05 HK-HULL-ID                           PIC X(4).
           05 HK-RESULT                            PIC X.
               88 HK-VALID                         VALUE 'V' 'E'.
               88 HK-REFUSED                       VALUE 'U' 'R'.
           05 HK-HULL-NAME                         PIC X(20).
           05 HK-CLASS                             PIC X(10).
           05 HK-MAX-DEPTH                         PIC 9(5).
           05 HK-BATTERY-CAP                       PIC 9(6).
           05 HK-CREW                              PIC 9(3).
           05 HK-STATUS                            PIC X.
           05 HK-SONAR-UNITS                       PIC X(2).
