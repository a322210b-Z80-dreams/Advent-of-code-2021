      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: SHARED HULL VALIDATION ROUTINE. EVERY PROGRAM THAT
      *          RESOLVES A HULL FROM RUNCTL AND THE HULLID OVERRIDE
      *          CALLS THIS WITH THE RESULT, AND ENDS WITH CONDITION
      *          CODE 16 WHEN THE HULL IS NOT IN THE HULLMST REGISTRY
      *          OR IS RETIRED - SO A TYPO LIKE "SUB 2" STOPS THE RUN
      *          INSTEAD OF QUIETLY STARTING A NEW BOAT WITH ITS OWN
      *          POSLOG, ALARM FILE AND TELEMIDX ROWS. THE WHOLE FILE
      *          IS SCANNED SO THE LATEST CARD FOR THE HULL WINS, THE
      *          SAME RULE OPSCALGT AND THE RUN-CONTROL LOOKUP FOLLOW.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HULLCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           05 SW-HULL-FOUND                        PIC X VALUE 'N'.
      *
       01 WS-CARD-COUNT                            PIC 9(5) VALUE ZERO.
      *
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY).
           COPY TRAINSPM.
      *
       LINKAGE SECTION.
      * HULLCHK-PARM IS THE SHARED VALIDATION PARAMETER AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION USING HULLCHK-PARM.
       000-MAIN-PROCEDURE.
      *    TRAINING MODE (SEE TRAINSW) MOVES THE RUN ONTO THE TRAINING
      *    SET BEFORE THE HULLMST DATASET IS OPENED.
           MOVE 'A' TO TS-ACTION.
           MOVE 'L' TO TS-MODE.
           CALL "TRAINSW" USING TRAINSW-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'N' TO SW-EOF.
           MOVE 'N' TO SW-HULL-FOUND.
           MOVE ZERO TO WS-CARD-COUNT.
           MOVE SPACE TO HK-HULL-NAME.
           MOVE SPACE TO HK-CLASS.
           MOVE ZERO TO HK-MAX-DEPTH.
           MOVE ZERO TO HK-BATTERY-CAP.
           MOVE ZERO TO HK-CREW.
           MOVE SPACE TO HK-STATUS.
           MOVE SPACE TO HK-SONAR-UNITS.
           OPEN INPUT HULLMST.
           PERFORM 100-MATCH-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE HULLMST.
      *    AN EMPTY REGISTRY MEANS THE SHOP HAS NOT REGISTERED ITS
      *    BOATS YET, SO EVERY HULL IS LET THROUGH WITH A WARNING
      *    RATHER THAN STOPPING THE WHOLE NIGHT'S SCHEDULE.
           EVALUATE TRUE
               WHEN WS-CARD-COUNT IS EQUAL TO ZERO
                   MOVE 'E' TO HK-RESULT
                   DISPLAY "** HULLMST REGISTRY IS EMPTY - HULL "
                       HK-HULL-ID " NOT VALIDATED **"
               WHEN SW-HULL-FOUND = 'N'
                   MOVE 'U' TO HK-RESULT
                   DISPLAY "** HULL '" HK-HULL-ID
                       "' IS NOT IN THE HULLMST REGISTRY - RUN "
                       "REFUSED, CONDITION CODE 16 **"
               WHEN HK-STATUS IS EQUAL TO 'R'
                   MOVE 'R' TO HK-RESULT
                   DISPLAY "** HULL " HK-HULL-ID " (" HK-HULL-NAME
                       ") IS RETIRED - RUN REFUSED, CONDITION "
                       "CODE 16 **"
               WHEN OTHER
                   MOVE 'V' TO HK-RESULT
           END-EVALUATE.
           GOBACK.
      *
       100-MATCH-ONE-CARD.
           READ HULLMST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   IF HM-HULL-ID IS EQUAL TO HK-HULL-ID
                       MOVE 'Y' TO SW-HULL-FOUND
                       MOVE HM-HULL-NAME TO HK-HULL-NAME
                       MOVE HM-CLASS TO HK-CLASS
                       MOVE HM-MAX-DEPTH TO HK-MAX-DEPTH
                       MOVE HM-BATTERY-CAP TO HK-BATTERY-CAP
                       MOVE HM-CREW TO HK-CREW
                       MOVE HM-STATUS TO HK-STATUS
                       MOVE HM-SONAR-UNITS TO HK-SONAR-UNITS
                   END-IF
           END-READ.
