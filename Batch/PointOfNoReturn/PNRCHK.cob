      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: POINT-OF-NO-RETURN CHECK ON A STEERNAV POSITION LOG.
      *          PL-BATTERY-LEFT SAYS WHAT IS LEFT AFTER EACH COMMAND
      *          BUT NOT WHETHER IT IS ENOUGH TO GET BACK UP. THIS
      *          WALKS THE LOG STEP BY STEP AND WORKS OUT THE BATTERY
      *          (STEERPWR UP-COST) AND TIME (STEERSPD UP-TIME) AN
      *          EMERGENCY ASCENT FROM THAT STEP'S DEPTH WOULD TAKE,
      *          AGAINST THE BATTERY STILL LEFT - RECKONED FROM THE
      *          HULL'S BATTLEDG BALANCE, NOT THE STATIC CARD BUDGET -
      *          LESS A CONFIGURED RESERVE. THE FIRST STEP WHERE THE
      *          BATTERY NO LONGER COVERS THE ASCENT PLUS THE RESERVE
      *          IS THE POINT OF NO RETURN; A COURSE THAT CROSSES IT
      *          IS FILED ON THE ALARM MASTER AS A BREACH. THIS IS A
      *          SEPARATE VERDICT FROM THE DEPTH ENVELOPE: A SHALLOW
      *          COURSE CAN STILL STRAND A BOAT WITH A FLAT BATTERY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNRCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONE PARAMETER CARD: THE ASCENT RESERVE IN BATTERY UNITS. NO
      * CARD (OR A BLANK ONE) MEANS A RESERVE OF 10 PERCENT OF THE
      * BATTERY THE COURSE STARTED WITH.
           SELECT OPTIONAL PNRPARM ASSIGN TO "PNRPARM"
           ORGANIZATION IS SEQUENTIAL.
      * THE SAILED COURSE IS THE POSITION LOG STEERNAV WROTE, NAMED
      * THE WAY HAZCHK AND UKCCHK NAME IT.
           SELECT OPTIONAL POSLOG ASSIGN TO DYNAMIC FILENAME-POSLOG
           ORGANIZATION IS SEQUENTIAL.
      * STEERNAV'S OWN COST AND DURATION CARDS, READ THE SAME WAY IT
      * READS THEM.
           SELECT OPTIONAL POWERPARM ASSIGN TO "STEERPWR"
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SPEEDPARM ASSIGN TO "STEERSPD"
           ORGANIZATION IS SEQUENTIAL.
      * THE PER-HULL BATTERY LEDGER (SEE COPYBOOKS/BATLREC.CPY).
           SELECT OPTIONAL BATTLEDG ASSIGN TO "BATTLEDG"
           ORGANIZATION IS SEQUENTIAL.
      * ALARMMST IS THE PERMANENT DATED ALARM MASTER ALARMMT KEEPS
      * (SEE COPYBOOKS/ALRMMREC.CPY). A CROSSING IS APPENDED TO IT
      * DIRECTLY, UNDER THE SAME DUPLICATE RULE ALARMMT'S IMPORT USES.
           SELECT OPTIONAL ALARMMST ASSIGN TO "ALARMMST"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PNRPARM.
       01 PNRPARM-RECORD.
           05 PN-RESERVE                           PIC 9(9).
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
       FD POWERPARM.
       01 POWERPARM-RECORD.
           05 PW-COST-UP                           PIC 9(3).
           05 PW-COST-DOWN                         PIC 9(3).
           05 PW-COST-FORWARD                      PIC 9(3).
           05 PW-BUDGET                            PIC 9(9).
      *
       FD SPEEDPARM.
       01 SPEEDPARM-RECORD.
           05 SP-TIME-UP                           PIC 9(3).
           05 SP-TIME-DOWN                         PIC 9(3).
           05 SP-TIME-FORWARD                      PIC 9(3).
           05 SP-TIME-HOLD                         PIC 9(3).
      *
      * BATLEDG-RECORD IS THE SHARED BATTERY LEDGER RECORD (SEE
      * COPYBOOKS/BATLREC.CPY).
       FD BATTLEDG.
           COPY BATLREC.
      *
       FD ALARMMST.
           COPY ALRMMREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-DUP-FOUND                         PIC X VALUE 'N'.
           05 SW-POWER-CARD                        PIC X VALUE 'N'.
           05 SW-SPEED-CARD                        PIC X VALUE 'N'.
           05 SW-RESERVE-CARD                      PIC X VALUE 'N'.
           05 SW-LEDGER-FOUND                      PIC X VALUE 'N'.
      *
      * FILENAME-POSLOG DEFAULTS TO THE MODE 2 POSITION LOG (SUFFIXED
      * FOR A HULL OTHER THAN SUB1) AND IS OVERRIDDEN BY POSLOGIN.
       01 FILE-NAMES.
           05 FILENAME-POSLOG                      PIC X(100)
                                                VALUE "STEER2POS".
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
       01 MOVEMENT-DIRECTION                       PIC X(7).
           88 MOVE-UP                              VALUE "     up".
           88 MOVE-DOWN                            VALUE "   down".
           88 MOVE-FORWARD                         VALUE "forward".
      *
      * STEERNAV'S COST AND DURATION FACTORS.
       01 FACTOR-DATA.
           05 WS-COST-UP                           PIC 9(3) VALUE ZERO.
           05 WS-COST-DOWN                         PIC 9(3) VALUE ZERO.
           05 WS-COST-FORWARD                      PIC 9(3) VALUE ZERO.
           05 WS-CARD-BUDGET                       PIC 9(9) VALUE ZERO.
           05 WS-TIME-UP                           PIC 9(3) VALUE ZERO.
      *
      * THE LEDGER: RECHARGES MINUS DRAWS FOR THE HULL, AND THE LATEST
      * DRAW STEERNAV POSTED, WHICH IS THIS COURSE'S OWN DRAW WHEN ITS
      * AMOUNT MATCHES THE COURSE'S TOTAL.
       01 LEDGER-DATA.
           05 WS-LEDGER-BALANCE COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-LAST-STEER-DRAW                   PIC 9(9) VALUE ZERO.
           05 WS-START-SOURCE                      PIC X(24)
                                                   VALUE SPACE.
      *
      * THE BATTERY RECKONING: WHAT THE COURSE STARTED WITH, WHAT IT
      * HAD DRAWN BY EACH STEP, AND THE RESERVE HELD BACK.
       01 BATTERY-DATA.
           05 WS-START-BATTERY  COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-COURSE-DRAW    COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-DRAWN-SO-FAR   COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-STEP-COST                         PIC 9(6) VALUE ZERO.
           05 WS-RESERVE        COMP-3             PIC S9(11)
                                                   VALUE ZERO.
      *
      * THE STEP BEING CHECKED.
       01 STEP-DATA.
           05 WS-STEP-RECORD                       PIC 9(7) VALUE ZERO.
           05 WS-STEP-WORD                         PIC X(7) VALUE SPACE.
           05 WS-STEP-AMOUNT                       PIC 9(3) VALUE ZERO.
           05 WS-STEP-DEPTH                        PIC S9(7)
                                                   VALUE ZERO.
           05 WS-NET-LEFT       COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-ASCENT-COST    COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-ASCENT-TIME    COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-SURFACE-AT     COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-MARGIN         COMP-3             PIC S9(11)
                                                   VALUE ZERO.
      *
       01 CHECK-COUNTS.
           05 WS-STEP-COUNT                        PIC 9(7) VALUE ZERO.
           05 WS-BEYOND-STEPS                      PIC 9(7) VALUE ZERO.
           05 WS-PNR-RECORD                        PIC 9(7) VALUE ZERO.
           05 WS-PNR-DEPTH                         PIC S9(7)
                                                   VALUE ZERO.
           05 WS-WORST-MARGIN   COMP-3             PIC S9(11)
                                                   VALUE ZERO.
           05 WS-WORST-RECORD                      PIC 9(7) VALUE ZERO.
           05 WS-ALARM-COUNT                       PIC 9(7) VALUE ZERO.
           05 WS-ALARM-SKIPPED                     PIC 9(7) VALUE ZERO.
      *
       01 WS-ALARM-SOURCE                          PIC X(10)
                                                VALUE "PNRCHK".
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY).
           COPY RPTFMTPM.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       01 RPT-COLUMN-HEAD.
           05 FILLER                               PIC X(35)
                 VALUE "    REC COMMAND    DEPTH   NET LEFT".
           05 FILLER                               PIC X(51)
                 VALUE
               "   ASC COST     MARGIN   ASC TIME SURFACE AT MARKER".
           05 FILLER                               PIC X(46)
                                                   VALUE SPACE.
      *
       01 RPT-PARM-LINE.
           05 FILLER                               PIC X(14)
                                     VALUE "POSITION LOG  ".
           05 RP-FILE-NAME                         PIC X(30).
           05 FILLER                               PIC X(15)
                                     VALUE "START BATTERY  ".
           05 RP-START                             PIC Z(10)9-.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RP-SOURCE                            PIC X(24).
           05 FILLER                               PIC X(10)
                                     VALUE "  RESERVE ".
           05 RP-RESERVE                           PIC Z(10)9-.
           05 FILLER                               PIC X(14)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-RECORD                            PIC Z(6)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-CONTROL-WORD                      PIC X(7).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-DEPTH                             PIC Z(7)9-.
           05 RD-NET-LEFT                          PIC Z(9)9-.
           05 RD-ASCENT-COST                       PIC Z(9)9-.
           05 RD-MARGIN                            PIC Z(9)9-.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-ASCENT-TIME                       PIC Z(8)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-SURFACE-AT                        PIC Z(9)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-MARKER                            PIC X(24).
           05 FILLER                               PIC X(28)
                                                   VALUE SPACE.
      *
       01 RPT-SUMMARY.
           05 RS-LABEL                             PIC X(30).
           05 RS-VALUE                             PIC Z(10)9-.
           05 FILLER                               PIC X(90)
                                                   VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-SETTINGS.
           PERFORM 020-READ-FACTOR-CARDS.
           IF SW-POWER-CARD = 'N'
               DISPLAY "**WARNING** NO STEERPWR CARD - THE ASCENT COST "
                   "CANNOT BE WORKED OUT. NO CHECK POSSIBLE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-TOTAL-COURSE-DRAW.
           PERFORM 030-READ-BATTERY-LEDGER.
           PERFORM 040-SET-START-AND-RESERVE.
           PERFORM 300-OPEN-REPORT.
           PERFORM 150-WALK-POSITION-LOG.
           PERFORM 500-WRITE-SUMMARY.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT IS EQUAL TO ZERO
                   DISPLAY "**WARNING** POSITION LOG " FILENAME-POSLOG
                       (1:30) " IS EMPTY - NO CHECK POSSIBLE."
                   MOVE 4 TO RETURN-CODE
               WHEN WS-PNR-RECORD IS GREATER THAN ZERO
                   DISPLAY "VERDICT: **POINT OF NO RETURN CROSSED** "
                       "AT RECORD " WS-PNR-RECORD " - SEE PNRCHKRPT."
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "VERDICT: GO - AN EMERGENCY ASCENT PLUS "
                       "THE RESERVE IS COVERED AT ALL " WS-STEP-COUNT
                       " STEP(S)."
           END-EVALUATE.
           IF SW-SPEED-CARD = 'N'
               DISPLAY "NOTE: NO STEERSPD CARD - ASCENT TIMES SHOWN "
                   "AS ZERO."
           END-IF.
           IF WS-ALARM-COUNT IS GREATER THAN ZERO
               DISPLAY WS-ALARM-COUNT " POINT-OF-NO-RETURN ALARM(S) "
                   "FILED ON ALARMMST FOR ALARMMT."
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-SETTINGS - HULL FIRST (THE RUN IS REFUSED FOR AN
      * UNREGISTERED OR RETIRED HULL), THEN WHERE THE POSITION LOG IS.
      ******************************************************************
       010-GET-SETTINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
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
           IF WS-HULL-ID NOT EQUAL TO "SUB1"
               MOVE SPACE TO FILENAME-POSLOG
               STRING "STEER2POS." WS-HULL-ID DELIMITED BY SPACE
                   INTO FILENAME-POSLOG
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
      * 020-READ-FACTOR-CARDS - THE STEERPWR COSTS (WITHOUT THEM THERE
      * IS NO ASCENT COST AND NOTHING TO CHECK), THE STEERSPD UP-TIME
      * (WITHOUT IT THE ASCENT TIMES STAY ZERO) AND THE RESERVE CARD.
      ******************************************************************
       020-READ-FACTOR-CARDS.
           OPEN INPUT POWERPARM.
           READ POWERPARM NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO SW-POWER-CARD
                   MOVE PW-COST-UP TO WS-COST-UP
                   MOVE PW-COST-DOWN TO WS-COST-DOWN
                   MOVE PW-COST-FORWARD TO WS-COST-FORWARD
                   MOVE PW-BUDGET TO WS-CARD-BUDGET
           END-READ.
           CLOSE POWERPARM.
           OPEN INPUT SPEEDPARM.
           READ SPEEDPARM NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO SW-SPEED-CARD
                   MOVE SP-TIME-UP TO WS-TIME-UP
           END-READ.
           CLOSE SPEEDPARM.
           OPEN INPUT PNRPARM.
           READ PNRPARM NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF PN-RESERVE IS NUMERIC
                       MOVE 'Y' TO SW-RESERVE-CARD
                       MOVE PN-RESERVE TO WS-RESERVE
                   END-IF
           END-READ.
           CLOSE PNRPARM.
      *
      ******************************************************************
      * 030-READ-BATTERY-LEDGER - THE HULL'S RECHARGES MINUS DRAWS, THE
      * SAME BALANCE STEERNAV'S 013-READ-BATTERY-LEDGER STARTS FROM,
      * AND THE LATEST DRAW A STEERNAV RUN POSTED FOR THE HULL.
      ******************************************************************
       030-READ-BATTERY-LEDGER.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT BATTLEDG.
           PERFORM 035-SCAN-ONE-LEDGER-ROW UNTIL SW-EOF = 'Y'.
           CLOSE BATTLEDG.
      *
       035-SCAN-ONE-LEDGER-ROW.
           READ BATTLEDG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF BT-HULL-ID IS EQUAL TO WS-HULL-ID
                       MOVE 'Y' TO SW-LEDGER-FOUND
                       IF BT-ENTRY-TYPE IS EQUAL TO 'R'
                           ADD BT-AMOUNT TO WS-LEDGER-BALANCE
                       ELSE
                           SUBTRACT BT-AMOUNT FROM WS-LEDGER-BALANCE
                           IF BT-SOURCE IS EQUAL TO "STEER1" OR
                               BT-SOURCE IS EQUAL TO "STEER2" OR
                               BT-SOURCE IS EQUAL TO "STEER3"
                               MOVE BT-AMOUNT TO WS-LAST-STEER-DRAW
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 040-SET-START-AND-RESERVE - THE COURSE STARTED WITH THE
      * LEDGER BALANCE AS IT STOOD BEFORE THE COURSE: WHEN STEERNAV
      * HAS ALREADY POSTED THIS COURSE'S DRAW (THE LATEST STEERNAV
      * DRAW MATCHES THE COURSE'S TOTAL), THAT DRAW IS ADDED BACK.
      * AN EXHAUSTED LEDGER IS TAKEN AT ITS WORD - A FLAT BATTERY IS
      * EXACTLY WHAT THIS CHECK IS FOR. A HULL WITH NO LEDGER ROWS
      * FALLS BACK TO THE STEERPWR CARD BUDGET, AS STEERNAV DOES.
      ******************************************************************
       040-SET-START-AND-RESERVE.
           IF SW-LEDGER-FOUND = 'Y'
               MOVE WS-LEDGER-BALANCE TO WS-START-BATTERY
               IF WS-COURSE-DRAW IS GREATER THAN ZERO AND
                   WS-LAST-STEER-DRAW IS EQUAL TO WS-COURSE-DRAW
                   ADD WS-COURSE-DRAW TO WS-START-BATTERY
                   MOVE "BATTLEDG + COURSE DRAW" TO WS-START-SOURCE
               ELSE
                   MOVE "BATTLEDG BALANCE" TO WS-START-SOURCE
               END-IF
           ELSE
               MOVE WS-CARD-BUDGET TO WS-START-BATTERY
               MOVE "STEERPWR CARD BUDGET" TO WS-START-SOURCE
           END-IF.
           IF SW-RESERVE-CARD = 'N'
               IF WS-START-BATTERY IS GREATER THAN ZERO
                   DIVIDE WS-START-BATTERY BY 10 GIVING WS-RESERVE
               ELSE
                   MOVE ZERO TO WS-RESERVE
               END-IF
           END-IF.
      *
      ******************************************************************
      * 100-TOTAL-COURSE-DRAW - A FIRST PASS OVER THE POSITION LOG
      * COSTING EVERY COMMAND AT THE STEERPWR FACTORS, THE SAME WAY
      * STEERNAV'S 247-CONSUME-BATTERY DOES, SO THE COURSE'S OWN DRAW
      * CAN BE RECOGNISED ON THE LEDGER.
      ******************************************************************
       100-TOTAL-COURSE-DRAW.
           MOVE ZERO TO WS-COURSE-DRAW.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT POSLOG.
           PERFORM 110-COST-ONE-STEP UNTIL SW-EOF = 'Y'.
           CLOSE POSLOG.
      *
       110-COST-ONE-STEP.
           READ POSLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   PERFORM 120-STEP-COST
                   ADD WS-STEP-COST TO WS-COURSE-DRAW
           END-READ.
      *
       120-STEP-COST.
           MOVE ZERO TO WS-STEP-COST.
           MOVE PL-CONTROL-WORD TO MOVEMENT-DIRECTION.
           EVALUATE TRUE
               WHEN MOVE-UP
                   COMPUTE WS-STEP-COST = PL-AMOUNT * WS-COST-UP
               WHEN MOVE-DOWN
                   COMPUTE WS-STEP-COST = PL-AMOUNT * WS-COST-DOWN
               WHEN MOVE-FORWARD
                   COMPUTE WS-STEP-COST = PL-AMOUNT * WS-COST-FORWARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      * 150-WALK-POSITION-LOG - THE REPORTING PASS. EVERY STEP GETS A
      * LINE; THE FIRST STEP WHOSE MARGIN GOES NEGATIVE IS THE POINT
      * OF NO RETURN AND IS FILED AS A BREACH ON THE ALARM MASTER.
      ******************************************************************
       150-WALK-POSITION-LOG.
           MOVE ZERO TO WS-DRAWN-SO-FAR.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT POSLOG.
           PERFORM 160-READ-ONE-STEP UNTIL SW-EOF = 'Y'.
           CLOSE POSLOG.
      *
       160-READ-ONE-STEP.
           READ POSLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-STEP-COUNT
                   MOVE PL-RECORD-NUMBER TO WS-STEP-RECORD
                   MOVE PL-CONTROL-WORD TO WS-STEP-WORD
                   MOVE PL-AMOUNT TO WS-STEP-AMOUNT
                   MOVE PL-DEPTH TO WS-STEP-DEPTH
                   PERFORM 120-STEP-COST
                   ADD WS-STEP-COST TO WS-DRAWN-SO-FAR
                   PERFORM 200-CHECK-ONE-STEP
           END-READ.
      *
      ******************************************************************
      * 200-CHECK-ONE-STEP - THE ASCENT FROM THIS STEP'S DEPTH TO THE
      * SURFACE COSTS THE DEPTH AT THE UP-COST AND TAKES THE DEPTH AT
      * THE UP-TIME; THE MARGIN IS WHAT IS LEFT AFTER PAYING FOR THE
      * ASCENT AND HOLDING BACK THE RESERVE.
      ******************************************************************
       200-CHECK-ONE-STEP.
           COMPUTE WS-NET-LEFT = WS-START-BATTERY - WS-DRAWN-SO-FAR.
           IF WS-STEP-DEPTH IS GREATER THAN ZERO
               COMPUTE WS-ASCENT-COST = WS-STEP-DEPTH * WS-COST-UP
               COMPUTE WS-ASCENT-TIME = WS-STEP-DEPTH * WS-TIME-UP
           ELSE
               MOVE ZERO TO WS-ASCENT-COST
               MOVE ZERO TO WS-ASCENT-TIME
           END-IF.
           COMPUTE WS-SURFACE-AT = PL-ELAPSED-TIME + WS-ASCENT-TIME.
           COMPUTE WS-MARGIN =
               WS-NET-LEFT - WS-ASCENT-COST - WS-RESERVE.
           IF WS-STEP-COUNT IS EQUAL TO 1 OR
               WS-MARGIN IS LESS THAN WS-WORST-MARGIN
               MOVE WS-MARGIN TO WS-WORST-MARGIN
               MOVE WS-STEP-RECORD TO WS-WORST-RECORD
           END-IF.
           MOVE SPACE TO RD-MARKER.
           IF WS-MARGIN IS LESS THAN ZERO
               ADD 1 TO WS-BEYOND-STEPS
               IF WS-PNR-RECORD IS EQUAL TO ZERO
                   MOVE WS-STEP-RECORD TO WS-PNR-RECORD
                   MOVE WS-STEP-DEPTH TO WS-PNR-DEPTH
                   MOVE "**POINT OF NO RETURN**" TO RD-MARKER
                   PERFORM 400-FILE-ALARM
               ELSE
                   MOVE "BEYOND RETURN" TO RD-MARKER
               END-IF
           END-IF.
           MOVE WS-STEP-RECORD TO RD-RECORD.
           MOVE WS-STEP-WORD TO RD-CONTROL-WORD.
           MOVE WS-STEP-DEPTH TO RD-DEPTH.
           MOVE WS-NET-LEFT TO RD-NET-LEFT.
           MOVE WS-ASCENT-COST TO RD-ASCENT-COST.
           MOVE WS-MARGIN TO RD-MARGIN.
           MOVE WS-ASCENT-TIME TO RD-ASCENT-TIME.
           MOVE WS-SURFACE-AT TO RD-SURFACE-AT.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 300-OPEN-REPORT - STANDARD HEADING THROUGH THE SHARED REPORT
      * LAYER, THEN ONE LINE SAYING WHICH LOG WAS WALKED, WHAT THE
      * COURSE STARTED WITH AND THE RESERVE IN FORCE.
      ******************************************************************
       300-OPEN-REPORT.
           MOVE 'O' TO RF-ACTION.
           MOVE "PNRCHKRPT" TO RF-REPORT-NAME.
           MOVE "PNRCHK" TO RF-PROGRAM.
           MOVE WS-HULL-ID TO RF-HULL-ID.
           MOVE WS-TODAY-DATE TO RF-RUN-DATE.
           MOVE "POINT-OF-NO-RETURN CHECK" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           MOVE FILENAME-POSLOG TO RP-FILE-NAME.
           MOVE WS-START-BATTERY TO RP-START.
           MOVE WS-START-SOURCE TO RP-SOURCE.
           MOVE WS-RESERVE TO RP-RESERVE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-PARM-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 400-FILE-ALARM - APPEND THE CROSSING TO THE ALARM MASTER AS AN
      * OPEN BREACH, UNLESS TODAY'S RUN FOR THIS HULL HAS ALREADY
      * FILED THAT RECORD NUMBER - SO A RERUN OF THE CHECK DOES NOT
      * DOUBLE THE DAY'S ALARMS.
      ******************************************************************
       400-FILE-ALARM.
           MOVE 'N' TO SW-DUP-FOUND.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT ALARMMST.
           PERFORM 410-MATCH-ONE-MASTER-ROW UNTIL SW-EOF = 'Y'.
           CLOSE ALARMMST.
           MOVE 'N' TO SW-EOF.
           IF SW-DUP-FOUND = 'Y'
               ADD 1 TO WS-ALARM-SKIPPED
           ELSE
               OPEN EXTEND ALARMMST
               MOVE WS-TODAY-DATE TO AM-ORIG-DATE
               MOVE WS-HULL-ID TO AM-HULL-ID
               MOVE WS-ALARM-SOURCE TO AM-SOURCE
               MOVE WS-STEP-RECORD TO AM-RECORD-NUMBER
               MOVE WS-STEP-WORD TO AM-CONTROL-WORD
               MOVE WS-STEP-AMOUNT TO AM-AMOUNT
               MOVE WS-STEP-DEPTH TO AM-DEPTH
               MOVE 'B' TO AM-SEVERITY
               MOVE 'O' TO AM-STATUS
               MOVE SPACE TO AM-ACK-INITIALS
               MOVE SPACE TO AM-ACK-DATE
               WRITE ALARMMST-RECORD
               CLOSE ALARMMST
               ADD 1 TO WS-ALARM-COUNT
           END-IF.
      *
       410-MATCH-ONE-MASTER-ROW.
           READ ALARMMST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF AM-ORIG-DATE IS EQUAL TO WS-TODAY-DATE AND
                       AM-HULL-ID IS EQUAL TO WS-HULL-ID AND
                       AM-SOURCE IS EQUAL TO WS-ALARM-SOURCE AND
                       AM-RECORD-NUMBER IS EQUAL TO WS-STEP-RECORD
                       MOVE 'Y' TO SW-DUP-FOUND
                   END-IF
           END-READ.
      *
       500-WRITE-SUMMARY.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "STEPS CHECKED            ==> " TO RS-LABEL.
           MOVE WS-STEP-COUNT TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "COURSE DRAW (STEERPWR)   ==> " TO RS-LABEL.
           MOVE WS-COURSE-DRAW TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "BATTERY LEFT AT END      ==> " TO RS-LABEL.
           COMPUTE RS-VALUE = WS-START-BATTERY - WS-COURSE-DRAW.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "POINT OF NO RETURN RECORD==> " TO RS-LABEL.
           MOVE WS-PNR-RECORD TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           IF WS-PNR-RECORD IS GREATER THAN ZERO
               MOVE "  DEPTH AT THAT RECORD   ==> " TO RS-LABEL
               MOVE WS-PNR-DEPTH TO RS-VALUE
               PERFORM 510-WRITE-SUMMARY-LINE
           END-IF.
           MOVE "STEPS BEYOND RETURN      ==> " TO RS-LABEL.
           MOVE WS-BEYOND-STEPS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "WORST MARGIN             ==> " TO RS-LABEL.
           MOVE WS-WORST-MARGIN TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "  AT RECORD              ==> " TO RS-LABEL.
           MOVE WS-WORST-RECORD TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ALARMS FILED ON ALARMMST ==> " TO RS-LABEL.
           MOVE WS-ALARM-COUNT TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ALARMS ALREADY ON FILE   ==> " TO RS-LABEL.
           MOVE WS-ALARM-SKIPPED TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
       510-WRITE-SUMMARY-LINE.
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
