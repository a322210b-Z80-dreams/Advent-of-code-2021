       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE SQUADRON ROSTER IS THE IN-SERVICE HULLS OF THE HULLMST
      * REGISTRY (THROUGH THE HULLLD LOADER). FLEETCFG, ONE HULL ID
      * PER CARD, IS ONLY READ WHEN NO HULL IS REGISTERED. LINE
      * SEQUENTIAL SO THE ROSTER STAYS HAND-EDITABLE. NO FILE MEANS
      * THE SINGLE-BOAT DEFAULT SUB1, SO A ONE-BOAT SHOP GETS THE
      * SAME PAGE DAYSTAT WOULD GIVE IT.
           SELECT OPTIONAL FLEETCFG ASSIGN TO "FLEETCFG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELEMFL ASSIGN TO "TELEMIDX"

       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-REGISTRY-ROSTER                   PIC X VALUE 'N'.
      *
      * WS-TARGET-DATE DEFAULTS TO TODAY BUT IS OVERRIDDEN BY THE
      * FLEETDT ENVIRONMENT VARIABLE (YYYY-MM-DD) WHEN SET, SO THE
       01 WS-FT-SUBS                               PIC 99 VALUE ZERO.
       01 WS-HIT-SUBS                              PIC 99 VALUE ZERO.
       01 WS-MISSING-COUNT                         PIC 99 VALUE ZERO.
       01 WS-HL-SUBS                               PIC 99 VALUE ZERO.
      * TELEMETRY ROWS FOR THE DATE FROM A HULL THAT IS NOT AN
      * IN-SERVICE REGISTRY HULL - A MISTYPED OR RETIRED BOAT.
       01 WS-UNREG-ROWS                            PIC 9(5) VALUE ZERO.
      *
      * HULLLD-PARM IS THE SHARED HULL REGISTRY LOADER AREA (SEE
      * COPYBOOKS/HULLLDPM.CPY).
           COPY HULLLDPM.
      *
      * OPSCAL-PARM IS THE SHARED OPERATING-CALENDAR LOOKUP AREA (SEE
      * COPYBOOKS/OPSCALPM.CPY). A BOAT IN PORT, ON HOLIDAY OR STOOD
      * DOWN ON THE TARGET DATE WAS NOT EXPECTED TO REPORT, SO ITS
      * ABSENT FIGURES ARE SHOWN BUT NOT COUNTED AS MISSING.
           COPY OPSCALPM.
      *
       01 RPT-HEADER.
           05 FILLER                               PIC X(28)
                 VALUE " ** MISSING - NO ROW FOR DATE **".
           05 FILLER                               PIC X(32)
                                                   VALUE SPACE.
      *
       01 RPT-NOT-EXPECTED.
           05 FILLER                               PIC X(2)
                                                   VALUE SPACE.
           05 RX-PROGRAM                           PIC X(10)
                                                   VALUE SPACE.
           05 FILLER                               PIC X(20)
                         VALUE " NO RUN EXPECTED - ".
           05 RX-STATUS                            PIC X(10)
                                                   VALUE SPACE.
           05 FILLER                               PIC X(38)
                                                   VALUE SPACE.
      *
       01 RPT-UNREGISTERED.
           05 FILLER                               PIC X(3)
                                                   VALUE "** ".
           05 RN-ROWS                              PIC ZZZZ9.
           05 FILLER                               PIC X(40)
                 VALUE " ROW(S) FOR THE DATE FROM HULLS NOT IN ".
           05 FILLER                               PIC X(32)
                 VALUE "SERVICE IN HULLMST **".
      *
       01 RPT-SEPARATOR                            PIC X(80)
                                                   VALUE ALL "-".
      *
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY).
           COPY TRAINSPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *    TRAINING MODE (SEE TRAINSW) MOVES THE RUN ONTO THE TRAINING
      *    SET BEFORE ANY DATASET IS OPENED.
           MOVE 'A' TO TS-ACTION.
           MOVE 'L' TO TS-MODE.
           CALL "TRAINSW" USING TRAINSW-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM 010-GET-TARGET-DATE.
           PERFORM 020-LOAD-FLEET-ROSTER.
           PERFORM 100-SCAN-TELEMETRY.
           END-IF.
      *
      ******************************************************************
      * 020-LOAD-FLEET-ROSTER - THE BOARD LISTS THE HULLS THE HULLMST
      * REGISTRY HAS IN SERVICE, IN REGISTRY ORDER, SO A MISTYPED OR
      * RETIRED BOAT THAT TURNS UP IN THE TELEMETRY DOES NOT GET A
      * BLOCK OF ITS OWN. ONLY WHEN NO HULL IS REGISTERED AT ALL DOES
      * THE OLD FLEETCFG ROSTER APPLY.
      ******************************************************************
       020-LOAD-FLEET-ROSTER.
           MOVE ZERO TO HL-HULL-COUNT.
           MOVE ZERO TO HL-SERVICE-COUNT.
           MOVE ZERO TO HL-OVERFLOW-COUNT.
           CALL "HULLLD" USING HULLLD-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF HL-HULL-COUNT IS GREATER THAN ZERO
               MOVE 'Y' TO SW-REGISTRY-ROSTER
               PERFORM 025-TAKE-REGISTRY-HULL
                   VARYING WS-HL-SUBS FROM 1 BY 1
                   UNTIL WS-HL-SUBS > HL-HULL-COUNT
               IF WS-HULL-COUNT IS EQUAL TO ZERO
                   DISPLAY "**WARNING** NO HULL IS IN SERVICE IN THE "
      -                "HULLMST REGISTRY - THE BOARD IS EMPTY."
               END-IF
           ELSE
               PERFORM 021-LOAD-FLEETCFG
           END-IF.
      *
      ******************************************************************
      * 021-LOAD-FLEETCFG - READ THE SQUADRON ROSTER INTO THE FLEET
      * TABLE, IN FILE ORDER. A MISSING OR EMPTY ROSTER FALLS BACK TO
      * THE SINGLE-BOAT DEFAULT SUB1 SO THE BOARD NEVER GOES MISSING
      * BECAUSE A CONTROL FILE DID.
      ******************************************************************
       021-LOAD-FLEETCFG.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT FLEETCFG.
           PERFORM 030-LOAD-ONE-HULL UNTIL SW-EOF = 'Y'.
               MOVE "SUB1" TO FT-HULL-ID(1)
               PERFORM 040-CLEAR-ONE-ENTRY
           END-IF.
      *
       025-TAKE-REGISTRY-HULL.
           IF HL-IN-SERVICE(WS-HL-SUBS)
               IF WS-HULL-COUNT IS EQUAL TO 10
                   DISPLAY "**WARNING** HULLMST HAS MORE THAN 10 "
                       "HULLS IN SERVICE - " HL-HULL-ID(WS-HL-SUBS)
                       " IS NOT ON THE BOARD."
               ELSE
                   ADD 1 TO WS-HULL-COUNT
                   MOVE HL-HULL-ID(WS-HL-SUBS)
                       TO FT-HULL-ID(WS-HULL-COUNT)
                   PERFORM 040-CLEAR-ONE-ENTRY
               END-IF
           END-IF.
      *
       030-LOAD-ONE-HULL.
           READ FLEETCFG NEXT
      * DATES, HULLS NOT ON THE ROSTER, AND WRITERS THIS BOARD DOES
      * NOT KNOW ARE PASSED OVER. A PRE-FLEET ROW WITH A BLANK HULL
      * COUNTS AS THE DEFAULT BOAT SUB1, THE WAY THE OPERATOR MENU'S
      * DASHBOARD ALREADY TREATS THE OLD BATCHLOG ROWS. WHEN THE
      * ROSTER COMES FROM THE REGISTRY, A DATED ROW FOR ANY OTHER
      * HULL IS COUNTED SO THE BOARD CAN SAY SOMETHING TURNED UP.
      ******************************************************************
       200-MATCH-RECORD.
           IF TL-RUN-DATE NOT EQUAL TO WS-TARGET-DATE
               END-PERFORM
               IF WS-HIT-SUBS IS GREATER THAN ZERO
                   PERFORM 210-POST-ONE-ROW
               ELSE
                   IF SW-REGISTRY-ROSTER = 'Y'
                       ADD 1 TO WS-UNREG-ROWS
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM 510-WRITE-ONE-HULL
               VARYING WS-FT-SUBS FROM 1 BY 1
               UNTIL WS-FT-SUBS > WS-HULL-COUNT.
           IF WS-UNREG-ROWS IS GREATER THAN ZERO
               MOVE WS-UNREG-ROWS TO RN-ROWS
               WRITE RPTFL-RECORD FROM RPT-UNREGISTERED
               DISPLAY "**WARNING** " WS-UNREG-ROWS " TELEMETRY ROW(S) "
                   "FOR " WS-TARGET-DATE " FROM HULLS NOT IN SERVICE "
                   "IN HULLMST."
           END-IF.
           CLOSE RPTFL.
           MOVE "FLEETRPT" TO RG-REPORT-NAME.
           MOVE WS-TARGET-DATE TO RG-RUN-DATE.
       510-WRITE-ONE-HULL.
           MOVE FT-HULL-ID(WS-FT-SUBS) TO RU-HULL-ID.
           WRITE RPTFL-RECORD FROM RPT-HULL-HEADER.
           MOVE FT-HULL-ID(WS-FT-SUBS) TO CG-HULL-ID.
           MOVE WS-TARGET-DATE TO CG-REQ-DATE.
           MOVE 'Y' TO CG-OPERATING.
           CALL "OPSCALGT" USING OPSCAL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
           IF FT-C1-FOUND(WS-FT-SUBS) = 'Y'
               MOVE "COUNT1  INCREASES        ==> " TO RD-LABEL
               WRITE RPTFL-RECORD FROM RPT-DETAIL
           ELSE
               MOVE "COUNT1" TO RM-PROGRAM
               PERFORM 520-FLAG-MISSING
           END-IF.
      *
           IF FT-C2-FOUND(WS-FT-SUBS) = 'Y'
               WRITE RPTFL-RECORD FROM RPT-DETAIL
           ELSE
               MOVE "COUNT2" TO RM-PROGRAM
               PERFORM 520-FLAG-MISSING
           END-IF.
      *
           IF FT-NAV-FOUND(WS-FT-SUBS) = 'Y'
               WRITE RPTFL-RECORD FROM RPT-DETAIL
           ELSE
               MOVE "STEERNAV" TO RM-PROGRAM
               PERFORM 520-FLAG-MISSING
           END-IF.
      *
           IF FT-D1-FOUND(WS-FT-SUBS) = 'Y'
               WRITE RPTFL-RECORD FROM RPT-DETAIL
           ELSE
               MOVE "SBMRCD1" TO RM-PROGRAM
               PERFORM 520-FLAG-MISSING
           END-IF.
      *
           IF FT-D2-FOUND(WS-FT-SUBS) = 'Y'
               WRITE RPTFL-RECORD FROM RPT-DETAIL
           ELSE
               MOVE "SBMRCD2" TO RM-PROGRAM
               PERFORM 520-FLAG-MISSING
           END-IF.
      *
           WRITE RPTFL-RECORD FROM RPT-SEPARATOR.
      *
      ******************************************************************
      * 520-FLAG-MISSING - A WRITER WITH NO ROW FOR THE DATE IS A
      * MISSING FIGURE ON AN OPERATING DAY. ON A DAY THE SHOP
      * OPERATING CALENDAR MARKS THE HULL IN PORT, ON HOLIDAY OR IN
      * STAND-DOWN NO RUN WAS EXPECTED, SO IT IS NOT COUNTED.
      ******************************************************************
       520-FLAG-MISSING.
           IF CG-OPERATING = 'N'
               MOVE RM-PROGRAM TO RX-PROGRAM
               MOVE CG-STATUS-TEXT TO RX-STATUS
               WRITE RPTFL-RECORD FROM RPT-NOT-EXPECTED
           ELSE
               WRITE RPTFL-RECORD FROM RPT-MISSING
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
