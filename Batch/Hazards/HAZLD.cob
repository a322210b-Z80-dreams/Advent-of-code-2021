      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: SHARED LOADER FOR THE CHARTED HAZARD MASTER. THE
      *          HAZARD CHECK AND THE HAZARD MAINTENANCE CALL THIS TO
      *          GET THE CHARTED HAZARDS FROM HAZMST - EACH HAZARD
      *          ONCE, WITH ITS LATEST CARD - THE SAME WAY HULLLD
      *          SERVES THE HULL REGISTRY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HAZMST HOLDS ONE CARD PER HAZARD PER CHANGE. LINE SEQUENTIAL
      * SO THE CHART STAYS HAND-EDITABLE IN AN EMERGENCY; HAZARDMT
      * IS THE NORMAL WAY IN.
           SELECT OPTIONAL HAZMST ASSIGN TO "HAZMST"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * HAZMST-RECORD IS THE SHARED CHARTED HAZARD CARD (SEE
      * COPYBOOKS/HAZMREC.CPY).
       FD HAZMST.
           COPY HAZMREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-SLOT-FOUND                        PIC X VALUE 'N'.
      *
       01 WS-HZ-SUBS                               PIC 999 VALUE ZERO.
       01 WS-HZ-SLOT                               PIC 999 VALUE ZERO.
      *
       LINKAGE SECTION.
      * HAZLD-PARM IS THE SHARED LOADER PARAMETER AREA (SEE
      * COPYBOOKS/HAZLDPM.CPY).
           COPY HAZLDPM.
      *
       PROCEDURE DIVISION USING HAZLD-PARM.
       000-MAIN-PROCEDURE.
           MOVE ZERO TO HZL-HAZARD-COUNT.
           MOVE ZERO TO HZL-ACTIVE-COUNT.
           MOVE ZERO TO HZL-OVERFLOW-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT HAZMST.
           PERFORM 100-LOAD-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE HAZMST.
           PERFORM 200-COUNT-ONE-ENTRY
               VARYING WS-HZ-SUBS FROM 1 BY 1
               UNTIL WS-HZ-SUBS > HZL-HAZARD-COUNT.
           GOBACK.
      *
      ******************************************************************
      * 100-LOAD-ONE-CARD - A CARD FOR A HAZARD ALREADY IN THE TABLE
      * REPLACES THAT HAZARD'S ENTRY (THE LATEST CARD WINS); A NEW
      * HAZARD TAKES THE NEXT SLOT. A BLANK HAZARD ID IS IGNORED.
      ******************************************************************
       100-LOAD-ONE-CARD.
           READ HAZMST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF HZ-HAZARD-ID NOT EQUAL TO SPACE
                       PERFORM 110-FIND-SLOT
                   END-IF
           END-READ.
      *
       110-FIND-SLOT.
           MOVE 'N' TO SW-SLOT-FOUND.
           PERFORM 120-MATCH-ONE-SLOT
               VARYING WS-HZ-SUBS FROM 1 BY 1
               UNTIL WS-HZ-SUBS > HZL-HAZARD-COUNT
               OR SW-SLOT-FOUND = 'Y'.
           IF SW-SLOT-FOUND = 'N'
               IF HZL-HAZARD-COUNT IS LESS THAN 100
                   ADD 1 TO HZL-HAZARD-COUNT
                   MOVE HZL-HAZARD-COUNT TO WS-HZ-SLOT
                   MOVE 'Y' TO SW-SLOT-FOUND
               ELSE
                   ADD 1 TO HZL-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF SW-SLOT-FOUND = 'Y'
               MOVE HZ-HAZARD-ID TO HZL-HAZARD-ID(WS-HZ-SLOT)
               MOVE HZ-HAZARD-NAME TO HZL-HAZARD-NAME(WS-HZ-SLOT)
               MOVE HZ-TYPE TO HZL-TYPE(WS-HZ-SLOT)
               MOVE HZ-LENGTH-FROM TO HZL-LENGTH-FROM(WS-HZ-SLOT)
               MOVE HZ-LENGTH-TO TO HZL-LENGTH-TO(WS-HZ-SLOT)
               MOVE HZ-DEPTH-FROM TO HZL-DEPTH-FROM(WS-HZ-SLOT)
               MOVE HZ-DEPTH-TO TO HZL-DEPTH-TO(WS-HZ-SLOT)
               MOVE HZ-SEVERITY TO HZL-SEVERITY(WS-HZ-SLOT)
               MOVE HZ-STATUS TO HZL-STATUS(WS-HZ-SLOT)
           END-IF.
      *
       120-MATCH-ONE-SLOT.
           IF HZL-HAZARD-ID(WS-HZ-SUBS) IS EQUAL TO HZ-HAZARD-ID
               MOVE WS-HZ-SUBS TO WS-HZ-SLOT
               MOVE 'Y' TO SW-SLOT-FOUND
           END-IF.
      *
       200-COUNT-ONE-ENTRY.
           IF HZL-ACTIVE(WS-HZ-SUBS)
               ADD 1 TO HZL-ACTIVE-COUNT
           END-IF.
