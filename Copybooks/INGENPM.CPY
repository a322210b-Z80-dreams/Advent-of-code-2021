      ******************************************************************
      * INGENPM - PARAMETER AREA FOR THE INPUT-GENERATION ROUTINES.
      * INGENWR, CALLED BY AN INPUT PROGRAM AFTER A CLEAN RUN, COPIES
      * THE NIGHT'S FIXED-NAME EXTRACT TO <FEED>.<HULL>.D<YYYYMMDD>
      * (A BLANK DATE MEANS TODAY) AND CATALOGS IT IN INGENCAT WITH
      * THE SAME RECORD COUNT AND FINGERPRINT THE PROCESSED-INPUT
      * REGISTRY GETS. INGENGT LOOKS A CATALOGED GENERATION UP BY
      * PROGRAM, FEED, HULL AND DATE SO A RE-RUN CAN BE POINTED BACK
      * AT THE DATA THE ORIGINAL RUN ACTUALLY SAW.
      *   IG-ORGANIZATION 'L' LINE SEQUENTIAL (UP TO 100 BYTES)
      *                   'F' FIXED SEQUENTIAL, IG-RECORD-LENGTH 11
      *                       OR 13 (THE COURSE LOGS AND SBMIN2)
      *   IG-FOUND        'Y' GENERATION WRITTEN / FOUND, 'N' NOT
      ******************************************************************
       01 INGEN-PARM.
           05 IG-PROGRAM                           PIC X(10).
           05 IG-FEED                              PIC X(10).
           05 IG-HULL-ID                           PIC X(4).
           05 IG-FILE-NAME                         PIC X(100).
           05 IG-ORGANIZATION                      PIC X.
           05 IG-RECORD-LENGTH                     PIC 9(3).
           05 IG-RECORD-COUNT                      PIC 9(7).
           05 IG-FINGERPRINT                       PIC S9(14).
           05 IG-RUN-DATE                          PIC X(10).
           05 IG-GEN-NAME                          PIC X(100).
           05 IG-FOUND                             PIC X.
