      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: UNDER-KEEL CLEARANCE CHECK. COUNT1'S EXTENDED SONAR
      *          FEED SAYS HOW DEEP THE BOTTOM WAS AT EACH PING TIME
      *          AND STEERNAV'S POSITION LOG SAYS HOW DEEP THE BOAT
      *          WAS AT EACH COMMAND, BUT NOTHING EVER PUT THE TWO
      *          SIDE BY SIDE - THE NAVIGATORS DID IT BY EYE FROM TWO
      *          PRINTOUTS. THIS ALIGNS EVERY POSITION-LOG STEP WITH
      *          THE PINGS TAKEN IN THE SAME TIME WINDOW, WORKS OUT
      *          THE CLEARANCE BETWEEN THE HULL AND THE SHALLOWEST
      *          BOTTOM SEEN IN THAT WINDOW, PRINTS EVERY STEP AND
      *          FLAGS (AND WRITES TO AN EXCEPTION FILE) EVERY STEP
      *          UNDER THE CONFIGURED MINIMUM CLEARANCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UKCCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONE PARAMETER CARD, THE SAME SINGLE-CARD SHAPE AS CPACHK'S
      * STANDOFF: THE MINIMUM CLEARANCE, THE SONAR CLOCK TIME AT WHICH
      * THE COURSE STARTED (ELAPSED TIME ZERO), HOW MANY SECONDS ONE
      * STEERSPD TIME UNIT LASTS, AND A TOLERANCE IN SECONDS THAT
      * WIDENS EVERY STEP'S WINDOW AT BOTH ENDS. NO CARD MEANS A
      * MINIMUM OF 10, THE COURSE STARTING AT THE FIRST STAMPED PING,
      * ONE SECOND PER UNIT AND NO TOLERANCE.
           SELECT OPTIONAL UKCPARM ASSIGN TO "UKCPARM"
           ORGANIZATION IS SEQUENTIAL.
      * THE SONAR FEED IS THE SAME EXTRACT COUNT1 READS. ONLY THE
      * EXTENDED (TIMESTAMPED) ROWS CAN BE PLACED IN TIME, SO BARE
      * DEPTH ROWS AND THE HDR/TRL WRAPPER ARE PASSED OVER.
           SELECT OPTIONAL SONARIN ASSIGN TO DYNAMIC FILENAME-SONAR
           ORGANIZATION IS LINE SEQUENTIAL.
      * SONARCAL IS COUNT1'S EFFECTIVE-DATED CALIBRATION DECK, READ
      * HERE SO THE BOTTOM DEPTHS ARE THE SAME CORRECTED FIGURES COUNT1
      * REPORTS. NO DECK MEANS NO ADJUSTMENT.
           SELECT OPTIONAL CALIBFL ASSIGN TO "SONARCAL"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSLOG ASSIGN TO DYNAMIC FILENAME-POSLOG
           ORGANIZATION IS SEQUENTIAL.
      * UKCEXC CARRIES ONE ROW PER STEP UNDER THE MINIMUM SO THE
      * CLOSE CALLS CAN BE PICKED UP BY THE NEXT PROGRAM IN LINE
      * RATHER THAN RE-KEYED FROM THE PRINTOUT.
           SELECT UKCEXC ASSIGN TO DYNAMIC FILENAME-UKCEXC
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD UKCPARM.
       01 UKCPARM-RECORD.
           05 UK-MIN-CLEARANCE                     PIC 9(7).
           05 UK-START-STAMP                       PIC X(14).
           05 UK-SECS-PER-UNIT                     PIC 9(5).
           05 UK-WINDOW-SECS                       PIC 9(5).
      *
      * THE TWO VIEWS OF COUNT1'S INPUT RECORD THAT MATTER HERE: THE
      * EXTENDED TIMESTAMP/HEAD/DEPTH LAYOUT AND THE HDR/TRL TAG. ON
      * THE HDR RECORD SC-UNITS-CODE DECLARES THE DEPTH UNIT OF THE
      * FEED (SEE COPYBOOKS/UNITSTAB.CPY); BLANK MEANS METRES.
       FD SONARIN.
       01 SONAR-EXT-RECORD.
           05 SX-TIMESTAMP                         PIC X(14).
           05 SX-SENSOR-ID                         PIC X(2).
           05 SX-DEPTH                             PIC X(5).
       01 SONAR-CTL-RECORD.
           05 SC-RECORD-TAG                        PIC X(3).
           05 SC-RECORD-COUNT                      PIC 9(7).
           05 SC-UNITS-CODE                        PIC X(2).
           05 FILLER                               PIC X(9).
      *
      * ONE CALIBRATION CARD PER SENSOR HEAD, THE SAME LAYOUT COUNT1
      * READS. A CARD STILL AWAITING SUPERVISOR APPROVAL (SEE
      * CHGREQWR) CARRIES 'P' IN CB-PENDING-FLAG AND IS NOT LOADED.
       FD CALIBFL.
       01 CALIBFL-RECORD.
           05 CB-SENSOR-ID                         PIC 9(2).
           05 CB-OFFSET                            PIC S9(3)
                                       SIGN IS LEADING SEPARATE.
           05 CB-EFFECTIVE-FROM                    PIC X(10).
           05 CB-PENDING-FLAG                      PIC X.
               88 CB-PENDING                       VALUE 'P'.
           05 CB-REQUEST-NUMBER                    PIC 9(6).
      *
      * POSLOG-RECORD MATCHES THE LAYOUT STEERNAV WRITES FROM
      * 250-WRITE-POSITION-LOG - ONE RECORD PER COURSE COMMAND.
       FD POSLOG.
       01 POSLOG-RECORD.
           05 PL-RECORD-NUMBER              PIC 9(7).
           05 PL-CONTROL-WORD               PIC X(7).
           05 PL-AMOUNT                     PIC 9(3).
           05 PL-DEPTH           COMP-3     PIC S9(7).
           05 PL-LENGTH          COMP-3     PIC S9(7).
           05 PL-AIM             COMP-3     PIC S9(7).
           05 PL-BATTERY-LEFT    COMP-3     PIC S9(9).
           05 PL-ELAPSED-TIME    COMP-3     PIC S9(9).
      *
       FD UKCEXC.
       01 UKCEXC-RECORD.
           05 UE-HULL-ID                           PIC X(4).
           05 UE-RUN-DATE                          PIC X(10).
           05 UE-RECORD-NUMBER                     PIC 9(7).
           05 UE-CONTROL-WORD                      PIC X(7).
           05 UE-LENGTH                            PIC S9(7).
           05 UE-BOAT-DEPTH                        PIC S9(7).
           05 UE-BOTTOM-DEPTH                      PIC 9(5).
           05 UE-CLEARANCE                         PIC S9(8).
           05 UE-MIN-CLEARANCE                     PIC 9(7).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-START-SET                         PIC X VALUE 'N'.
      *
      * FILENAME-SONAR DEFAULTS TO COUNT1'S OWN INPUT NAME AND
      * FILENAME-POSLOG TO THE MODE 2 POSITION LOG; SONARIN AND
      * POSLOGIN OVERRIDE THEM THE WAY POSCHART TAKES POSLOGIN. A HULL
      * OTHER THAN SUB1 READS ITS SUFFIXED POSITION LOG AND WRITES A
      * SUFFIXED EXCEPTION FILE, THE SAME NAMING STEERNAV USES.
       01 FILE-NAMES.
           05 FILENAME-SONAR                       PIC X(100)
                                                VALUE "INPUTFILE.TXT".
           05 FILENAME-POSLOG                      PIC X(100)
                                                VALUE "STEER2POS".
           05 FILENAME-UKCEXC                      PIC X(100)
                                                VALUE "UKCEXC".
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
       01 WS-HULL-ID                               PIC X(4)
                                                VALUE "SUB1".
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
      *
      * THE STAMPED PINGS ARE HELD IN THIS TABLE AS SECONDS FROM THE
      * COURSE START, SO THE POSITION LOG CAN BE WALKED AGAINST THEM
      * STEP BY STEP - THE SAME WHOLE-COURSE TABLE SHAPE CPACHK USES.
      * THE FEED'S DEPTH UNIT AND THE HULL'S REGISTERED ONE, CHECKED
      * AT 040-CHECK-FEED-UNITS THE SAME WAY COUNT1 CHECKS THEM.
       01 UNITS-DATA.
           05 WS-FEED-UNITS                        PIC X(2) VALUE SPACE.
           05 WS-HULL-UNITS                        PIC X(2) VALUE SPACE.
           05 WS-UNITS-NAME                        PIC X(11)
                                                   VALUE SPACE.
           05 WS-UNITS-FACTOR                      PIC 9V9(4) VALUE 1.
           05 WS-UT-IX                             PIC 9    VALUE ZERO.
      *
      * UNITS-TABLE IS THE SHARED SONAR DEPTH-UNITS TABLE (SEE
      * COPYBOOKS/UNITSTAB.CPY).
           COPY UNITSTAB.
      *
      * THE LOADED CALIBRATION DECK. A PING TAKES THE CARD FOR ITS
      * HEAD IN EFFECT ON THE PING'S OWN DATE - THE LATEST EFFECTIVE
      * DATE AT OR BEFORE IT, THE LAST CARD WINNING A TIE - THE SAME
      * RULE COUNT1'S 212-FIND-CAL-OFFSET FOLLOWS.
       01 CALIBRATION-CARDS.
           05 WS-CAL-COUNT                         PIC 9(3) VALUE ZERO.
           05 CAL-ENTRY OCCURS 200 TIMES.
               10 CAL-SENSOR-ID                    PIC 9(2).
               10 CAL-OFFSET                       PIC S9(3).
               10 CAL-EFF-FROM                     PIC X(10).
       01 ACTIVE-OFFSET-DATA.
           05 WS-ACTIVE-OFFSET                     PIC S9(3) VALUE ZERO.
           05 WS-ACTIVE-EFF                        PIC X(10)
                                                   VALUE SPACE.
           05 WS-READING-DATE                      PIC X(10)
                                                   VALUE SPACE.
           05 WS-CAL-IX                            PIC 9(3) VALUE ZERO.
           05 WS-RAW-DEPTH                         PIC 9(5) VALUE ZERO.
           05 WS-PING-DEPTH                        PIC S9(6) VALUE ZERO.
      *
       01 SONAR-TABLE.
           05 WS-PING-COUNT                        PIC 9(5) VALUE ZERO.
           05 ST-ENTRY OCCURS 10000 TIMES.
               10 ST-OFFSET                        PIC S9(9) COMP-3.
               10 ST-DEPTH                         PIC 9(5).
      *
      * CLOCK WORK. A PING'S TIME IS SECONDS OF DAY PLUS 86400 FOR
      * EVERY DATE CHANGE SEEN SINCE THE COURSE START - THE SAME DAY
      * ROLLOVER RULE COUNT1'S FEED-QUALITY GAP CHECK USES.
       01 CLOCK-DATA.
           05 WS-START-STAMP                       PIC X(14)
                                                   VALUE SPACE.
           05 WS-START-SECONDS                     PIC 9(7) VALUE ZERO.
           05 WS-PREV-DATE                         PIC X(8) VALUE SPACE.
           05 WS-DAY-BASE                          PIC 9(9) VALUE ZERO.
           05 WS-PING-SECONDS                      PIC 9(9) VALUE ZERO.
           05 WS-PING-OFFSET                       PIC S9(9)
                                                   VALUE ZERO.
           05 WS-CLK-HH                            PIC 9(2) VALUE ZERO.
           05 WS-CLK-MIN                           PIC 9(2) VALUE ZERO.
           05 WS-CLK-SS                            PIC 9(2) VALUE ZERO.
           05 WS-SECS-PER-UNIT                     PIC 9(5) VALUE 1.
           05 WS-WINDOW-SECS                       PIC 9(5) VALUE ZERO.
      *
      * STEP WINDOW WORK. A STEP COVERS THE TIME FROM THE PREVIOUS
      * STEP'S ELAPSED TIME TO ITS OWN, WIDENED BY THE TOLERANCE.
      * PINGS ARRIVE IN TIME ORDER AND SO DO THE STEPS, SO THE SCAN
      * FOR EACH STEP STARTS WHERE THE LAST ONE LEFT THE LOW END.
       01 STEP-DATA.
           05 WS-STEP-COUNT                        PIC 9(7) VALUE ZERO.
           05 WS-PREV-STEP-SECS                    PIC S9(9)
                                                   VALUE ZERO.
           05 WS-THIS-STEP-SECS                    PIC S9(9)
                                                   VALUE ZERO.
           05 WS-WINDOW-LOW                        PIC S9(9)
                                                   VALUE ZERO.
           05 WS-WINDOW-HIGH                       PIC S9(9)
                                                   VALUE ZERO.
           05 WS-SCAN-START                        PIC 9(5) VALUE 1.
           05 WS-SCAN-SUBS                         PIC 9(5) VALUE ZERO.
           05 WS-WINDOW-PINGS                      PIC 9(5) VALUE ZERO.
           05 WS-BOTTOM-DEPTH                      PIC 9(5) VALUE ZERO.
           05 WS-CLEARANCE                         PIC S9(8)
                                                   VALUE ZERO.
      *
       01 CLEARANCE-TOTALS.
           05 WS-MIN-CLEARANCE                     PIC 9(7) VALUE 10.
           05 WS-UNSTAMPED-ROWS                    PIC 9(7) VALUE ZERO.
           05 WS-EARLY-ROWS                        PIC 9(7) VALUE ZERO.
           05 WS-OVERFLOW-ROWS                     PIC 9(7) VALUE ZERO.
           05 WS-RANGE-ROWS                        PIC 9(7) VALUE ZERO.
           05 WS-CHECKED-STEPS                     PIC 9(7) VALUE ZERO.
           05 WS-NO-SONAR-STEPS                    PIC 9(7) VALUE ZERO.
           05 WS-UNDER-COUNT                       PIC 9(7) VALUE ZERO.
           05 WS-LEAST-CLEARANCE                   PIC S9(8)
                                                   VALUE 99999999.
           05 WS-LEAST-RECORD                      PIC 9(7) VALUE ZERO.
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY).
           COPY RPTFMTPM.
      *
       01 RPT-COLUMN-HEAD.
           05 FILLER                               PIC X(40)
                 VALUE "    REC COMMAND    LENGTH  BOAT DP  BOTT".
           05 FILLER                               PIC X(20)
                 VALUE "OM  PINGS  CLEARANCE".
           05 FILLER                               PIC X(72)
                                                   VALUE SPACE.
      *
       01 RPT-PARM-LINE.
           05 FILLER                               PIC X(20)
                                     VALUE "MINIMUM CLEARANCE   ".
           05 RP-MIN-CLEARANCE                     PIC Z(6)9.
           05 FILLER                               PIC X(15)
                                     VALUE "  COURSE START ".
           05 RP-START-STAMP                       PIC X(14).
           05 FILLER                               PIC X(12)
                                     VALUE "  SECS/UNIT ".
           05 RP-SECS-PER-UNIT                     PIC Z(4)9.
           05 FILLER                               PIC X(12)
                                     VALUE "  TOLERANCE ".
           05 RP-WINDOW-SECS                       PIC Z(4)9.
           05 FILLER                               PIC X(42)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-RECORD                            PIC Z(6)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-CONTROL-WORD                      PIC X(7).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-LENGTH                            PIC Z(7)9-.
           05 RD-BOAT-DEPTH                        PIC Z(7)9-.
           05 RD-BOTTOM-DEPTH                      PIC Z(7)9.
           05 RD-PINGS                             PIC Z(6)9.
           05 RD-CLEARANCE                         PIC Z(9)9-.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-MARKER                            PIC X(24).
           05 FILLER                               PIC X(47)
                                                   VALUE SPACE.
      *
       01 RPT-SUMMARY.
           05 RS-LABEL                             PIC X(30).
           05 RS-VALUE                             PIC Z(8)9-.
           05 RS-AT-LABEL                          PIC X(12).
           05 RS-RECORD                            PIC Z(6)9
                                                   BLANK WHEN ZERO.
           05 FILLER                               PIC X(73)
                                                   VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-FILE-NAMES.
           PERFORM 020-READ-PARAMETERS.
           PERFORM 040-CHECK-FEED-UNITS.
           PERFORM 050-LOAD-CALIBRATION.
           PERFORM 100-LOAD-SONAR.
           IF WS-PING-COUNT IS EQUAL TO ZERO
               DISPLAY "**WARNING** SONAR FEED " FILENAME-SONAR
      -            " HAS NO TIMESTAMPED READINGS - NO CHECK POSSIBLE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT UKCEXC.
           PERFORM 300-OPEN-REPORT.
           PERFORM 200-WALK-POSITION-LOG.
           PERFORM 500-WRITE-SUMMARY.
           CLOSE UKCEXC.
           IF WS-STEP-COUNT IS EQUAL TO ZERO
               DISPLAY "**WARNING** POSITION LOG " FILENAME-POSLOG
      -            " IS EMPTY - NO CHECK POSSIBLE."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-UNDER-COUNT IS GREATER THAN ZERO
                   DISPLAY "**WARNING** " WS-UNDER-COUNT
                       " STEP(S) UNDER THE MINIMUM CLEARANCE "
                       WS-MIN-CLEARANCE " - SEE " FILENAME-UKCEXC
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "UNDER-KEEL CLEARANCE HELD ON "
                       WS-CHECKED-STEPS " CHECKED STEP(S)."
               END-IF
      *        A STEP THAT COULD NOT BE JUDGED, OR A PING THAT NEVER
      *        MADE THE TABLE, MEANS THE COURSE WAS NOT FULLY CHECKED -
      *        THE RUN SAYS SO RATHER THAN ENDING CLEAN.
               IF WS-NO-SONAR-STEPS IS GREATER THAN ZERO
                   DISPLAY "**WARNING** " WS-NO-SONAR-STEPS
                       " STEP(S) HAD NO SONAR IN THEIR WINDOW AND "
                       "WERE NOT CHECKED."
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-OVERFLOW-ROWS IS GREATER THAN ZERO
                   DISPLAY "**WARNING** SONAR FEED EXCEEDS THE "
                       "10000-PING TABLE - " WS-OVERFLOW-ROWS
                       " PING(S) IGNORED."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
       010-GET-FILE-NAMES.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "HULLID"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:4) TO WS-HULL-ID
           END-IF.
      *    A HULL THAT IS NOT IN THE HULLMST REGISTRY, OR IS RETIRED,
      *    ENDS THE RUN WITH CONDITION CODE 16 BEFORE ANY DATASET IS
      *    NAMED AFTER IT.
           MOVE WS-HULL-ID TO HK-HULL-ID.
           MOVE 'V' TO HK-RESULT.
           CALL "HULLCHK" USING HULLCHK-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF HK-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE HK-SONAR-UNITS TO WS-HULL-UNITS.
           IF WS-HULL-ID NOT EQUAL TO "SUB1"
               MOVE SPACE TO FILENAME-POSLOG
               STRING "STEER2POS." WS-HULL-ID DELIMITED BY SPACE
                   INTO FILENAME-POSLOG
               MOVE SPACE TO FILENAME-UKCEXC
               STRING "UKCEXC." WS-HULL-ID DELIMITED BY SPACE
                   INTO FILENAME-UKCEXC
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SONARIN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO FILENAME-SONAR
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "POSLOGIN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO FILENAME-POSLOG
           END-IF.
      *
      ******************************************************************
      * 020-READ-PARAMETERS - PICK UP THE CARD. EACH FIELD THAT IS
      * BLANK, NON-NUMERIC OR ZERO KEEPS ITS DEFAULT; A BLANK START
      * STAMP LETS THE FIRST STAMPED PING START THE COURSE CLOCK.
      ******************************************************************
       020-READ-PARAMETERS.
           OPEN INPUT UKCPARM.
           READ UKCPARM NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF UK-MIN-CLEARANCE IS NUMERIC AND
                       UK-MIN-CLEARANCE IS GREATER THAN ZERO
                       MOVE UK-MIN-CLEARANCE TO WS-MIN-CLEARANCE
                   END-IF
                   IF UK-START-STAMP IS NUMERIC
                       MOVE UK-START-STAMP TO WS-START-STAMP
                       PERFORM 030-SET-COURSE-START
                   END-IF
                   IF UK-SECS-PER-UNIT IS NUMERIC AND
                       UK-SECS-PER-UNIT IS GREATER THAN ZERO
                       MOVE UK-SECS-PER-UNIT TO WS-SECS-PER-UNIT
                   END-IF
                   IF UK-WINDOW-SECS IS NUMERIC
                       MOVE UK-WINDOW-SECS TO WS-WINDOW-SECS
                   END-IF
           END-READ.
           CLOSE UKCPARM.
      *
       030-SET-COURSE-START.
           MOVE WS-START-STAMP(9:2) TO WS-CLK-HH.
           MOVE WS-START-STAMP(11:2) TO WS-CLK-MIN.
           MOVE WS-START-STAMP(13:2) TO WS-CLK-SS.
           COMPUTE WS-START-SECONDS =
               WS-CLK-HH * 3600 + WS-CLK-MIN * 60 + WS-CLK-SS.
           MOVE WS-START-STAMP(1:8) TO WS-PREV-DATE.
           MOVE ZERO TO WS-DAY-BASE.
           MOVE 'Y' TO SW-START-SET.
      *
      ******************************************************************
      * 040-CHECK-FEED-UNITS - THE FEED'S HDR RECORD DECLARES THE
      * DEPTH UNIT ITS READINGS ARE IN; NO HEADER, OR A BLANK CODE,
      * MEANS METRES. AN UNKNOWN CODE, OR A UNIT OTHER THAN THE ONE
      * HULLMST CARRIES FOR THIS BOAT, IS REFUSED BEFORE ANY STEP IS
      * JUDGED - THE SAME RULE AS COUNT1'S 017-CHECK-FEED-UNITS. WITH
      * AN EMPTY REGISTRY ONLY THE CODE IS CHECKED.
      ******************************************************************
       040-CHECK-FEED-UNITS.
           MOVE SPACE TO WS-FEED-UNITS.
           OPEN INPUT SONARIN.
           READ SONARIN NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF SC-RECORD-TAG IS EQUAL TO "HDR"
                       MOVE SC-UNITS-CODE TO WS-FEED-UNITS
                   END-IF
           END-READ.
           CLOSE SONARIN.
           IF WS-FEED-UNITS IS EQUAL TO SPACE
               MOVE "MT" TO WS-FEED-UNITS
           END-IF.
           IF WS-HULL-UNITS IS EQUAL TO SPACE
               MOVE "MT" TO WS-HULL-UNITS
           END-IF.
           MOVE ZERO TO WS-UNITS-FACTOR.
           PERFORM 045-MATCH-ONE-UNIT
               VARYING WS-UT-IX FROM 1 BY 1
               UNTIL WS-UT-IX > UT-ENTRY-COUNT.
           IF WS-UNITS-FACTOR IS EQUAL TO ZERO
               DISPLAY "**REFUSED** SONAR FEED " FILENAME-SONAR(1:40)
                   " DECLARES UNKNOWN DEPTH UNITS '" WS-FEED-UNITS
                   "'."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF HK-RESULT NOT EQUAL TO 'E' AND
               WS-FEED-UNITS NOT EQUAL TO WS-HULL-UNITS
               DISPLAY "**REFUSED** SONAR FEED " FILENAME-SONAR(1:40)
                   " IS IN " WS-UNITS-NAME " BUT HULLMST HAS "
                   WS-HULL-ID " EXPORTING " WS-HULL-UNITS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       045-MATCH-ONE-UNIT.
           IF UT-CODE(WS-UT-IX) IS EQUAL TO WS-FEED-UNITS
               MOVE UT-FACTOR(WS-UT-IX) TO WS-UNITS-FACTOR
               MOVE UT-NAME(WS-UT-IX) TO WS-UNITS-NAME
           END-IF.
      *
      ******************************************************************
      * 050-LOAD-CALIBRATION - LOAD THE SONARCAL DECK IN DECK ORDER,
      * PASSING OVER PENDING CARDS. A MISSING FILE LEAVES EVERY
      * OFFSET AT ZERO.
      ******************************************************************
       050-LOAD-CALIBRATION.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT CALIBFL.
           PERFORM 055-LOAD-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE CALIBFL.
           MOVE 'N' TO SW-EOF.
      *
       055-LOAD-ONE-CARD.
           READ CALIBFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF CB-SENSOR-ID IS NUMERIC AND
                       CB-SENSOR-ID IS GREATER THAN ZERO AND
                       NOT CB-PENDING AND
                       WS-CAL-COUNT IS LESS THAN 200
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CB-SENSOR-ID
                           TO CAL-SENSOR-ID(WS-CAL-COUNT)
                       MOVE CB-OFFSET TO CAL-OFFSET(WS-CAL-COUNT)
                       MOVE CB-EFFECTIVE-FROM
                           TO CAL-EFF-FROM(WS-CAL-COUNT)
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 100-LOAD-SONAR - FILE EVERY STAMPED PING AS ITS OFFSET IN
      * SECONDS FROM THE COURSE START. PINGS BEFORE THE START BELONG
      * TO SOME EARLIER COURSE AND ARE COUNTED, NOT FILED.
      ******************************************************************
       100-LOAD-SONAR.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT SONARIN.
           PERFORM 110-LOAD-ONE-PING UNTIL SW-EOF = 'Y'.
           CLOSE SONARIN.
      *
       110-LOAD-ONE-PING.
           READ SONARIN NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF SC-RECORD-TAG = "HDR" OR SC-RECORD-TAG = "TRL"
                       CONTINUE
                   ELSE
                       IF SX-TIMESTAMP IS NUMERIC AND
                           SX-DEPTH IS NUMERIC
                           PERFORM 120-FILE-ONE-PING
                       ELSE
                           ADD 1 TO WS-UNSTAMPED-ROWS
                       END-IF
                   END-IF
           END-READ.
      *
       120-FILE-ONE-PING.
           IF SW-START-SET = 'N'
               MOVE SX-TIMESTAMP TO WS-START-STAMP
               PERFORM 030-SET-COURSE-START
           END-IF.
           IF SX-TIMESTAMP(1:8) NOT EQUAL TO WS-PREV-DATE
               IF SX-TIMESTAMP(1:8) IS GREATER THAN WS-PREV-DATE
                   ADD 86400 TO WS-DAY-BASE
               END-IF
               MOVE SX-TIMESTAMP(1:8) TO WS-PREV-DATE
           END-IF.
           MOVE SX-TIMESTAMP(9:2) TO WS-CLK-HH.
           MOVE SX-TIMESTAMP(11:2) TO WS-CLK-MIN.
           MOVE SX-TIMESTAMP(13:2) TO WS-CLK-SS.
           COMPUTE WS-PING-SECONDS = WS-DAY-BASE +
               WS-CLK-HH * 3600 + WS-CLK-MIN * 60 + WS-CLK-SS.
           COMPUTE WS-PING-OFFSET = WS-PING-SECONDS - WS-START-SECONDS.
           IF WS-PING-OFFSET IS LESS THAN ZERO
               ADD 1 TO WS-EARLY-ROWS
           ELSE
               PERFORM 130-CORRECT-PING-DEPTH
               IF WS-PING-DEPTH IS LESS THAN ZERO OR
                   WS-PING-DEPTH IS GREATER THAN 99999
                   ADD 1 TO WS-RANGE-ROWS
               ELSE
                   IF WS-PING-COUNT IS LESS THAN 10000
                       ADD 1 TO WS-PING-COUNT
                       MOVE WS-PING-OFFSET TO ST-OFFSET(WS-PING-COUNT)
                       MOVE WS-PING-DEPTH TO ST-DEPTH(WS-PING-COUNT)
                   ELSE
                       ADD 1 TO WS-OVERFLOW-ROWS
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 130-CORRECT-PING-DEPTH - THE READING IS BROUGHT TO METRES
      * FIRST AND ITS HEAD'S CALIBRATION OFFSET, KEPT IN METRES, IS
      * ADDED AFTER, IN THE ORDER COUNT1 APPLIES THEM. A READING
      * THAT FALLS OUTSIDE 0-99999 ONCE CORRECTED IS NOT FILED.
      ******************************************************************
       130-CORRECT-PING-DEPTH.
           MOVE SX-DEPTH TO WS-RAW-DEPTH.
           COMPUTE WS-PING-DEPTH ROUNDED =
               WS-RAW-DEPTH * WS-UNITS-FACTOR.
           MOVE ZERO TO WS-ACTIVE-OFFSET.
           IF SX-SENSOR-ID IS NUMERIC AND SX-SENSOR-ID NOT EQUAL "00"
               MOVE SPACE TO WS-READING-DATE
               STRING SX-TIMESTAMP(1:4) "-" SX-TIMESTAMP(5:2) "-"
                   SX-TIMESTAMP(7:2)
                   DELIMITED BY SIZE INTO WS-READING-DATE
               MOVE LOW-VALUE TO WS-ACTIVE-EFF
               PERFORM 135-MATCH-ONE-CARD
                   VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
           END-IF.
           ADD WS-ACTIVE-OFFSET TO WS-PING-DEPTH.
      *
       135-MATCH-ONE-CARD.
           IF CAL-SENSOR-ID(WS-CAL-IX) IS EQUAL TO SX-SENSOR-ID
               AND CAL-EFF-FROM(WS-CAL-IX) IS LESS THAN OR EQUAL
               TO WS-READING-DATE
               AND CAL-EFF-FROM(WS-CAL-IX) IS GREATER THAN OR
               EQUAL TO WS-ACTIVE-EFF
               MOVE CAL-OFFSET(WS-CAL-IX) TO WS-ACTIVE-OFFSET
               MOVE CAL-EFF-FROM(WS-CAL-IX) TO WS-ACTIVE-EFF
           END-IF.
      *
      ******************************************************************
      * 200-WALK-POSITION-LOG - ONE REPORT LINE PER LOGGED COMMAND.
      ******************************************************************
       200-WALK-POSITION-LOG.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT POSLOG.
           PERFORM 210-CHECK-ONE-STEP UNTIL SW-EOF = 'Y'.
           CLOSE POSLOG.
      *
       210-CHECK-ONE-STEP.
           READ POSLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-STEP-COUNT
                   PERFORM 220-FIND-STEP-BOTTOM
                   PERFORM 230-REPORT-ONE-STEP
           END-READ.
      *
      ******************************************************************
      * 220-FIND-STEP-BOTTOM - THE SHALLOWEST BOTTOM AMONG THE PINGS
      * IN THIS STEP'S WINDOW IS THE ONE THAT MATTERS FOR CLEARANCE.
      * PINGS WHOLLY BEHIND THE WINDOW'S LOW END ARE NEVER NEEDED BY A
      * LATER STEP, SO THE SCAN START MOVES PAST THEM FOR GOOD.
      ******************************************************************
       220-FIND-STEP-BOTTOM.
           COMPUTE WS-THIS-STEP-SECS =
               PL-ELAPSED-TIME * WS-SECS-PER-UNIT.
           COMPUTE WS-WINDOW-LOW = WS-PREV-STEP-SECS - WS-WINDOW-SECS.
           COMPUTE WS-WINDOW-HIGH = WS-THIS-STEP-SECS + WS-WINDOW-SECS.
           PERFORM 222-SKIP-PAST-PING
               UNTIL WS-SCAN-START > WS-PING-COUNT
               OR ST-OFFSET(WS-SCAN-START) >= WS-WINDOW-LOW.
           MOVE ZERO TO WS-WINDOW-PINGS.
           MOVE 99999 TO WS-BOTTOM-DEPTH.
           MOVE WS-SCAN-START TO WS-SCAN-SUBS.
           PERFORM 224-TAKE-WINDOW-PING
               UNTIL WS-SCAN-SUBS > WS-PING-COUNT
               OR ST-OFFSET(WS-SCAN-SUBS) > WS-WINDOW-HIGH.
           MOVE WS-THIS-STEP-SECS TO WS-PREV-STEP-SECS.
      *
       222-SKIP-PAST-PING.
           ADD 1 TO WS-SCAN-START.
      *
       224-TAKE-WINDOW-PING.
           ADD 1 TO WS-WINDOW-PINGS.
           IF ST-DEPTH(WS-SCAN-SUBS) IS LESS THAN WS-BOTTOM-DEPTH
               MOVE ST-DEPTH(WS-SCAN-SUBS) TO WS-BOTTOM-DEPTH
           END-IF.
           ADD 1 TO WS-SCAN-SUBS.
      *
      ******************************************************************
      * 230-REPORT-ONE-STEP - CLEARANCE IS THE BOTTOM DEPTH LESS THE
      * BOAT'S DEPTH. A STEP WITH NO PING IN ITS WINDOW CANNOT BE
      * JUDGED AND SAYS SO RATHER THAN PASSING SILENTLY.
      ******************************************************************
       230-REPORT-ONE-STEP.
           MOVE SPACE TO RPT-DETAIL.
           MOVE PL-RECORD-NUMBER TO RD-RECORD.
           MOVE PL-CONTROL-WORD TO RD-CONTROL-WORD.
           MOVE PL-LENGTH TO RD-LENGTH.
           MOVE PL-DEPTH TO RD-BOAT-DEPTH.
           MOVE WS-WINDOW-PINGS TO RD-PINGS.
           IF WS-WINDOW-PINGS IS EQUAL TO ZERO
               ADD 1 TO WS-NO-SONAR-STEPS
               MOVE "NO SONAR IN WINDOW" TO RD-MARKER
           ELSE
               ADD 1 TO WS-CHECKED-STEPS
               COMPUTE WS-CLEARANCE = WS-BOTTOM-DEPTH - PL-DEPTH
               MOVE WS-BOTTOM-DEPTH TO RD-BOTTOM-DEPTH
               MOVE WS-CLEARANCE TO RD-CLEARANCE
               IF WS-CLEARANCE IS LESS THAN WS-LEAST-CLEARANCE
                   MOVE WS-CLEARANCE TO WS-LEAST-CLEARANCE
                   MOVE PL-RECORD-NUMBER TO WS-LEAST-RECORD
               END-IF
               IF WS-CLEARANCE IS LESS THAN WS-MIN-CLEARANCE
                   ADD 1 TO WS-UNDER-COUNT
                   MOVE "** UNDER MINIMUM **" TO RD-MARKER
                   PERFORM 240-WRITE-EXCEPTION
               END-IF
           END-IF.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       240-WRITE-EXCEPTION.
           MOVE WS-HULL-ID TO UE-HULL-ID.
           MOVE WS-TODAY-DATE TO UE-RUN-DATE.
           MOVE PL-RECORD-NUMBER TO UE-RECORD-NUMBER.
           MOVE PL-CONTROL-WORD TO UE-CONTROL-WORD.
           MOVE PL-LENGTH TO UE-LENGTH.
           MOVE PL-DEPTH TO UE-BOAT-DEPTH.
           MOVE WS-BOTTOM-DEPTH TO UE-BOTTOM-DEPTH.
           MOVE WS-CLEARANCE TO UE-CLEARANCE.
           MOVE WS-MIN-CLEARANCE TO UE-MIN-CLEARANCE.
           WRITE UKCEXC-RECORD.
      *
      ******************************************************************
      * 300-OPEN-REPORT - STANDARD HEADING THROUGH THE SHARED REPORT
      * LAYER, THEN ONE LINE ECHOING THE PARAMETERS IN FORCE SO THE
      * READER KNOWS WHAT "UNDER MINIMUM" MEANT FOR THIS RUN.
      ******************************************************************
       300-OPEN-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           MOVE 'O' TO RF-ACTION.
           MOVE "UKCCHKRPT" TO RF-REPORT-NAME.
           MOVE "UKCCHK" TO RF-PROGRAM.
           MOVE WS-HULL-ID TO RF-HULL-ID.
           MOVE WS-TODAY-DATE TO RF-RUN-DATE.
           MOVE "UNDER-KEEL CLEARANCE REPORT" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           MOVE WS-MIN-CLEARANCE TO RP-MIN-CLEARANCE.
           MOVE WS-START-STAMP TO RP-START-STAMP.
           MOVE WS-SECS-PER-UNIT TO RP-SECS-PER-UNIT.
           MOVE WS-WINDOW-SECS TO RP-WINDOW-SECS.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-PARM-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       500-WRITE-SUMMARY.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "STEPS IN POSITION LOG    ==> " TO RS-LABEL.
           MOVE WS-STEP-COUNT TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "STEPS CHECKED            ==> " TO RS-LABEL.
           MOVE WS-CHECKED-STEPS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "STEPS WITH NO SONAR      ==> " TO RS-LABEL.
           MOVE WS-NO-SONAR-STEPS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "STEPS UNDER THE MINIMUM  ==> " TO RS-LABEL.
           MOVE WS-UNDER-COUNT TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           IF WS-CHECKED-STEPS IS GREATER THAN ZERO
               MOVE "LEAST CLEARANCE          ==> " TO RS-LABEL
               MOVE WS-LEAST-CLEARANCE TO RS-VALUE
               MOVE WS-LEAST-RECORD TO RS-RECORD
               MOVE SPACE TO RF-LINE
               MOVE " AT RECORD " TO RS-AT-LABEL
               MOVE RPT-SUMMARY TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           END-IF.
           MOVE "PINGS ON FILE            ==> " TO RS-LABEL.
           MOVE WS-PING-COUNT TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "UNSTAMPED ROWS SKIPPED   ==> " TO RS-LABEL.
           MOVE WS-UNSTAMPED-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "PINGS BEFORE COURSE START==> " TO RS-LABEL.
           MOVE WS-EARLY-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           IF WS-RANGE-ROWS IS GREATER THAN ZERO
               MOVE "PINGS OUT OF RANGE       ==> " TO RS-LABEL
               MOVE WS-RANGE-ROWS TO RS-VALUE
               PERFORM 510-WRITE-SUMMARY-LINE
           END-IF.
           IF WS-OVERFLOW-ROWS IS GREATER THAN ZERO
               MOVE "PINGS OVER TABLE LIMIT   ==> " TO RS-LABEL
               MOVE WS-OVERFLOW-ROWS TO RS-VALUE
               PERFORM 510-WRITE-SUMMARY-LINE
           END-IF.
           MOVE SPACE TO RF-LINE.
           IF WS-NO-SONAR-STEPS IS GREATER THAN ZERO OR
               WS-OVERFLOW-ROWS IS GREATER THAN ZERO
               MOVE "RESULT: INCOMPLETE - NOT EVERY STEP WAS CHECKED."
                   TO RF-LINE
           ELSE
               MOVE "RESULT: COMPLETE - EVERY STEP WAS CHECKED."
                   TO RF-LINE
           END-IF.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
       510-WRITE-SUMMARY-LINE.
           MOVE SPACE TO RS-AT-LABEL.
           MOVE ZERO TO RS-RECORD.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-SUMMARY TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 800-CALL-REPORT-FORMAT - ONE CALL INTO THE SHARED REPORT
      * LAYER; 810 WRAPS THE COMMON DETAIL-LINE WRITE.
      ******************************************************************
       800-CALL-REPORT-FORMAT.
           CALL "RPTFMT" USING RPTFMT-PARM.
      *
       810-WRITE-REPORT-LINE.
           MOVE 'D' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
