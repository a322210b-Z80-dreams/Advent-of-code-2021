      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: SHARED LOADER FOR THE HULL MASTER REGISTRY. FLEETSTAT,
      *          THE MONTH-END FLEET ROLL-UP AND THE REGISTRY
      *          MAINTENANCE CALL THIS TO GET THE SHOP'S HULLS FROM
      *          HULLMST - EACH HULL ONCE, WITH ITS LATEST CARD - SO
      *          THE FLEET LISTS COME FROM THE REGISTRY INSTEAD OF
      *          WHATEVER HULL IDS HAPPEN TO TURN UP IN THE DATA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HULLLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HULLMST HOLDS ONE CARD PER HULL PER CHANGE. LINE SEQUENTIAL
      * SO THE REGISTRY STAYS HAND-EDITABLE IN AN EMERGENCY; HULLMT
      * IS THE NORMAL WAY IN.
           SELECT OPTIONAL HULLMST ASSIGN TO "HULLMST"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * HULLMST-RECORD IS THE SHARED HULL REGISTRY CARD (SEE
      * COPYBOOKS/HULLMREC.CPY).
       FD HULLMST.
           COPY HULLMREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-SLOT-FOUND                        PIC X VALUE 'N'.
      *
       01 WS-HL-SUBS                               PIC 99 VALUE ZERO.
       01 WS-HL-SLOT                               PIC 99 VALUE ZERO.
      *
       LINKAGE SECTION.
      * HULLLD-PARM IS THE SHARED LOADER PARAMETER AREA (SEE
      * COPYBOOKS/HULLLDPM.CPY).
           COPY HULLLDPM.
      *
       PROCEDURE DIVISION USING HULLLD-PARM.
       000-MAIN-PROCEDURE.
           MOVE ZERO TO HL-HULL-COUNT.
           MOVE ZERO TO HL-SERVICE-COUNT.
           MOVE ZERO TO HL-OVERFLOW-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT HULLMST.
           PERFORM 100-LOAD-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE HULLMST.
           PERFORM 200-COUNT-ONE-ENTRY
               VARYING WS-HL-SUBS FROM 1 BY 1
               UNTIL WS-HL-SUBS > HL-HULL-COUNT.
           GOBACK.
      *
      ******************************************************************
      * 100-LOAD-ONE-CARD - A CARD FOR A HULL ALREADY IN THE TABLE
      * REPLACES THAT HULL'S ENTRY (THE LATEST CARD WINS); A NEW HULL
      * TAKES THE NEXT SLOT. A BLANK HULL ID IS IGNORED.
      ******************************************************************
       100-LOAD-ONE-CARD.
           READ HULLMST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF HM-HULL-ID NOT EQUAL TO SPACE
                       PERFORM 110-FIND-SLOT
                   END-IF
           END-READ.
      *
       110-FIND-SLOT.
           MOVE 'N' TO SW-SLOT-FOUND.
           PERFORM 120-MATCH-ONE-SLOT
               VARYING WS-HL-SUBS FROM 1 BY 1
               UNTIL WS-HL-SUBS > HL-HULL-COUNT OR SW-SLOT-FOUND = 'Y'.
           IF SW-SLOT-FOUND = 'N'
               IF HL-HULL-COUNT IS LESS THAN 20
                   ADD 1 TO HL-HULL-COUNT
                   MOVE HL-HULL-COUNT TO WS-HL-SLOT
                   MOVE 'Y' TO SW-SLOT-FOUND
               ELSE
                   ADD 1 TO HL-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF SW-SLOT-FOUND = 'Y'
               MOVE HM-HULL-ID TO HL-HULL-ID(WS-HL-SLOT)
               MOVE HM-HULL-NAME TO HL-HULL-NAME(WS-HL-SLOT)
               MOVE HM-CLASS TO HL-CLASS(WS-HL-SLOT)
               MOVE HM-MAX-DEPTH TO HL-MAX-DEPTH(WS-HL-SLOT)
               MOVE HM-BATTERY-CAP TO HL-BATTERY-CAP(WS-HL-SLOT)
               MOVE HM-CREW TO HL-CREW(WS-HL-SLOT)
               MOVE HM-STATUS TO HL-STATUS(WS-HL-SLOT)
           END-IF.
      *
       120-MATCH-ONE-SLOT.
           IF HL-HULL-ID(WS-HL-SUBS) IS EQUAL TO HM-HULL-ID
               MOVE WS-HL-SUBS TO WS-HL-SLOT
               MOVE 'Y' TO SW-SLOT-FOUND
           END-IF.
      *
       200-COUNT-ONE-ENTRY.
           IF HL-IN-SERVICE(WS-HL-SUBS)
               ADD 1 TO HL-SERVICE-COUNT
           END-IF.
