      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: CHARTED-HAZARDS CHECK. STEERLIM ONLY KNOWS DEPTH AND
      *          CPACHK ONLY KNOWS THE OTHER HULL; NEITHER KNOWS THE
      *          FIXED OBSTACLES ON THE CHART. THIS WALKS A COURSE
      *          STEP BY STEP - EITHER A CANDIDATE COURSE LOG PLOTTED
      *          UNDER THE STEERNAV MOVEMENT RULES (BEFORE SAILING,
      *          ALONGSIDE COURSECHK) OR AN EXISTING POSITION LOG
      *          (AFTER THE RUN) - AGAINST EVERY ACTIVE HAZARD ON THE
      *          HAZMST CHART, AND REPORTS EVERY STEP THAT ENTERS A
      *          HAZARD OR COMES WITHIN THE STANDOFF DISTANCE OF ONE.
      *          EACH OFFENDING STEP IS ALSO FILED ON THE ALARM
      *          MASTER SO ALARMMT ACKNOWLEDGMENT, CARRY-FORWARD AND
      *          ESCALATION APPLY TO HAZARD HITS AS THEY DO TO THE
      *          STEERNAV ENVELOPE ALARMS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONE PARAMETER CARD, THE SAME SINGLE-CARD SHAPE AS CPACHK'S
      * STANDOFF: THE STANDOFF DISTANCE IN COURSE UNITS. NO CARD
      * MEANS A STANDOFF OF 10.
           SELECT OPTIONAL HAZPARM ASSIGN TO "HAZPARM"
           ORGANIZATION IS SEQUENTIAL.
      * THE PLANNED COURSE IS A COURSE LOG IN THE INFL1/INFL2 LAYOUT,
      * NAMED THE WAY COURSECHK NAMES IT; THE SAILED COURSE IS THE
      * POSITION LOG STEERNAV WROTE, NAMED THE WAY UKCCHK NAMES IT.
           SELECT OPTIONAL PLANIN ASSIGN TO DYNAMIC FILENAME-PLANIN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL POSLOG ASSIGN TO DYNAMIC FILENAME-POSLOG
           ORGANIZATION IS SEQUENTIAL.
      * ALARMMST IS THE PERMANENT DATED ALARM MASTER ALARMMT KEEPS
      * (SEE COPYBOOKS/ALRMMREC.CPY). HAZARD HITS ARE APPENDED TO IT
      * DIRECTLY, UNDER THE SAME DUPLICATE RULE ALARMMT'S IMPORT USES.
           SELECT OPTIONAL ALARMMST ASSIGN TO "ALARMMST"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HAZPARM.
       01 HAZPARM-RECORD.
           05 HP-STANDOFF                          PIC 9(7).
      *
       FD PLANIN.
       01 INRECORD.
           05 IR-CONTROL-WORD                      PIC X(7).
           05 IR-AMOUNT                            PIC 9(3).
           05 LINEBREAK                            PIC X.
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
       FD ALARMMST.
           COPY ALRMMREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-DUP-FOUND                         PIC X VALUE 'N'.
      *
      * HAZMODE PICKS WHICH COURSE IS WALKED: 'P' A PLANNED COURSE
      * LOG, ANYTHING ELSE (THE DEFAULT) THE SAILED POSITION LOG.
      * PLANMODE MIRRORS STEERNAV'S STEERMODE FOR THE PLANNED COURSE
      * EXACTLY AS IT DOES FOR COURSECHK.
       01 MODE-SWITCH.
           05 HAZMODE-SWITCH                       PIC X VALUE 'S'.
               88 HAZMODE-PLANNED                  VALUE 'P'.
               88 HAZMODE-SAILED                   VALUE 'S'.
           05 PLANMODE-SWITCH                      PIC X VALUE '1'.
               88 PLANMODE-IS-1                    VALUE '1'.
               88 PLANMODE-IS-2                    VALUE '2'.
      *
      * FILENAME-PLANIN DEFAULTS TO THE MODE 1 COURSE LOG AND IS
      * OVERRIDDEN BY COURSEIN; FILENAME-POSLOG DEFAULTS TO THE MODE 2
      * POSITION LOG (SUFFIXED FOR A HULL OTHER THAN SUB1) AND IS
      * OVERRIDDEN BY POSLOGIN.
       01 FILE-NAMES.
           05 FILENAME-PLANIN                      PIC X(100)
                                                VALUE "INFL1".
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
           88 MOVE-HOLD                            VALUE "   hold".
           88 MOVE-SURFACE                         VALUE "surface".
      *
       01 STEERING-DATA.
           05 SD-DEPTH-CURRENT  COMP-3             PIC S9(7) VALUE ZERO.
           05 SD-LENGTH-CURRENT COMP-3             PIC S9(7) VALUE ZERO.
           05 SD-AIM-CURRENT    COMP-3             PIC S9(7) VALUE ZERO.
           05 SD-AIM-DEPTH-C    COMP-3             PIC S9(7) VALUE ZERO.
      *
      * THE STEP BEING CHECKED, WHICHEVER COURSE IT CAME FROM.
       01 STEP-DATA.
           05 WS-STEP-RECORD                       PIC 9(7) VALUE ZERO.
           05 WS-STEP-WORD                         PIC X(7) VALUE SPACE.
           05 WS-STEP-AMOUNT                       PIC 9(3) VALUE ZERO.
           05 WS-STEP-LENGTH                       PIC S9(7)
                                                   VALUE ZERO.
           05 WS-STEP-DEPTH                        PIC S9(7)
                                                   VALUE ZERO.
           05 WS-STEP-SEVERITY                     PIC X    VALUE SPACE.
      *
      * THE DISTANCE FROM A STEP TO A HAZARD IS THE SUM OF HOW FAR THE
      * STEP LIES OUTSIDE THE HAZARD'S LENGTH RANGE AND HOW FAR IT
      * LIES OUTSIDE ITS DEPTH RANGE - THE SAME LENGTH-PLUS-DEPTH
      * MEASURE CPACHK USES BETWEEN HULLS. ZERO MEANS INSIDE.
       01 DISTANCE-DATA.
           05 WS-STANDOFF                          PIC 9(7) VALUE 10.
           05 WS-OUT-LENGTH                        PIC S9(8)
                                                   VALUE ZERO.
           05 WS-OUT-DEPTH                         PIC S9(8)
                                                   VALUE ZERO.
           05 WS-DISTANCE                          PIC S9(9)
                                                   VALUE ZERO.
           05 WS-HZ-SUBS                           PIC 999  VALUE ZERO.
      *
       01 CHECK-COUNTS.
           05 WS-STEP-COUNT                        PIC 9(7) VALUE ZERO.
           05 WS-INVALID-COUNT                     PIC 9(7) VALUE ZERO.
           05 WS-HIT-COUNT                         PIC 9(7) VALUE ZERO.
           05 WS-BREACH-STEPS                      PIC 9(7) VALUE ZERO.
           05 WS-CAUTION-STEPS                     PIC 9(7) VALUE ZERO.
           05 WS-INSIDE-HITS                       PIC 9(7) VALUE ZERO.
           05 WS-STANDOFF-HITS                     PIC 9(7) VALUE ZERO.
           05 WS-ALARM-COUNT                       PIC 9(7) VALUE ZERO.
           05 WS-ALARM-SKIPPED                     PIC 9(7) VALUE ZERO.
      *
       01 WS-ALARM-SOURCE                          PIC X(10)
                                                VALUE SPACE.
      *
      * HAZLD-PARM IS THE SHARED HAZARD LOADER AREA (SEE
      * COPYBOOKS/HAZLDPM.CPY).
           COPY HAZLDPM.
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
                 VALUE "    REC COMMAND    LENGTH    DEPTH ".
           05 FILLER                               PIC X(41)
                 VALUE "HAZARD NAME                 T S  DISTANCE".
           05 FILLER                               PIC X(56)
                                                   VALUE SPACE.
      *
       01 RPT-PARM-LINE.
           05 RP-MODE-TEXT                         PIC X(16).
           05 RP-FILE-NAME                         PIC X(40).
           05 FILLER                               PIC X(10)
                                     VALUE "STANDOFF  ".
           05 RP-STANDOFF                          PIC Z(6)9.
           05 FILLER                               PIC X(18)
                                     VALUE "  ACTIVE HAZARDS  ".
           05 RP-ACTIVE                            PIC ZZ9.
           05 FILLER                               PIC X(38)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-RECORD                            PIC Z(6)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-CONTROL-WORD                      PIC X(7).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-LENGTH                            PIC Z(7)9-.
           05 RD-DEPTH                             PIC Z(7)9-.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-HAZARD                            PIC X(6).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-NAME                              PIC X(20).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-TYPE                              PIC X.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-SEVERITY                          PIC X.
           05 RD-DISTANCE                          PIC Z(9)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-MARKER                            PIC X(24).
           05 FILLER                               PIC X(31)
                                                   VALUE SPACE.
      *
       01 RPT-SUMMARY.
           05 RS-LABEL                             PIC X(30).
           05 RS-VALUE                             PIC Z(8)9-.
           05 FILLER                               PIC X(92)
                                                   VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-SETTINGS.
           PERFORM 020-READ-STANDOFF.
           MOVE ZERO TO HZL-HAZARD-COUNT.
           MOVE ZERO TO HZL-ACTIVE-COUNT.
           MOVE ZERO TO HZL-OVERFLOW-COUNT.
           CALL "HAZLD" USING HAZLD-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM 300-OPEN-REPORT.
           IF HZL-ACTIVE-COUNT IS EQUAL TO ZERO
               MOVE SPACE TO RF-LINE
               MOVE "NO ACTIVE HAZARDS ON THE HAZMST CHART"
                   TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           ELSE
               IF HAZMODE-PLANNED
                   PERFORM 100-WALK-PLANNED-COURSE
               ELSE
                   PERFORM 150-WALK-SAILED-COURSE
               END-IF
           END-IF.
           PERFORM 500-WRITE-SUMMARY.
           IF HZL-OVERFLOW-COUNT IS GREATER THAN ZERO
               DISPLAY "**WARNING** MORE THAN 100 HAZARDS CHARTED - "
                   HZL-OVERFLOW-COUNT " CARD(S) NOT CHECKED."
           END-IF.
           IF HZL-ACTIVE-COUNT IS EQUAL TO ZERO
               DISPLAY "**WARNING** NO ACTIVE HAZARDS ON THE CHART - "
      -            "NO CHECK POSSIBLE."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-BREACH-STEPS IS GREATER THAN ZERO
                   DISPLAY "VERDICT: **NO-GO** - " WS-BREACH-STEPS
                       " STEP(S) INSIDE A BREACH HAZARD - SEE "
                       "HAZCHKRPT."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-CAUTION-STEPS IS GREATER THAN ZERO OR
                       WS-INVALID-COUNT IS GREATER THAN ZERO
                       DISPLAY "VERDICT: GO WITH CAUTIONS - "
                           WS-CAUTION-STEPS " STEP(S) NEAR OR IN A "
                           "HAZARD - SEE HAZCHKRPT."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY "VERDICT: GO - " WS-STEP-COUNT
                           " STEP(S) CLEAR OF EVERY CHARTED HAZARD."
                   END-IF
               END-IF
           END-IF.
           IF WS-ALARM-COUNT IS GREATER THAN ZERO
               DISPLAY WS-ALARM-COUNT " HAZARD ALARM(S) FILED ON "
                   "ALARMMST FOR ALARMMT."
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-SETTINGS - HULL FIRST (THE RUN IS REFUSED FOR AN
      * UNREGISTERED OR RETIRED HULL), THEN WHICH COURSE TO WALK AND
      * WHERE IT IS. THE ALARM SOURCE TELLS A PLANNED-COURSE HIT FROM
      * A SAILED-COURSE HIT ON THE ALARM MASTER.
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
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "HAZMODE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:1) = 'P' OR WS-ENV-WORK(1:1) = 'p'
               MOVE 'P' TO HAZMODE-SWITCH
               MOVE "HAZPLAN" TO WS-ALARM-SOURCE
           ELSE
               MOVE 'S' TO HAZMODE-SWITCH
               MOVE "HAZSAIL" TO WS-ALARM-SOURCE
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PLANMODE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:1) = '2'
               MOVE '2' TO PLANMODE-SWITCH
           ELSE
               MOVE '1' TO PLANMODE-SWITCH
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "COURSEIN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO FILENAME-PLANIN
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
      * 020-READ-STANDOFF - PICK UP THE STANDOFF DISTANCE FROM THE
      * CARD. A BLANK OR NON-NUMERIC CARD KEEPS THE DEFAULT; A ZERO
      * STANDOFF IS ALLOWED AND REPORTS ONLY STEPS INSIDE A HAZARD.
      ******************************************************************
       020-READ-STANDOFF.
           OPEN INPUT HAZPARM.
           READ HAZPARM NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF HP-STANDOFF IS NUMERIC
                       MOVE HP-STANDOFF TO WS-STANDOFF
                   END-IF
           END-READ.
           CLOSE HAZPARM.
      *
      ******************************************************************
      * 100-WALK-PLANNED-COURSE - PLOT THE CANDIDATE COURSE LOG WITH
      * THE SAME DEPTH/LENGTH/AIM ARITHMETIC COURSECHK AND STEERNAV'S
      * 200-UPDATE APPLY. THE RECORD NUMBER IS THE COMMAND'S POSITION
      * IN THE LOG, AS STEERNAV NUMBERS ITS POSITION-LOG RECORDS.
      ******************************************************************
       100-WALK-PLANNED-COURSE.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT PLANIN.
           PERFORM 110-PLOT-ONE-COMMAND UNTIL SW-EOF = 'Y'.
           CLOSE PLANIN.
      *
       110-PLOT-ONE-COMMAND.
           READ PLANIN NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-STEP-COUNT
                   PERFORM 120-APPLY-COMMAND
                   MOVE WS-STEP-COUNT TO WS-STEP-RECORD
                   MOVE IR-CONTROL-WORD TO WS-STEP-WORD
                   MOVE IR-AMOUNT TO WS-STEP-AMOUNT
                   MOVE SD-LENGTH-CURRENT TO WS-STEP-LENGTH
                   MOVE SD-DEPTH-CURRENT TO WS-STEP-DEPTH
                   PERFORM 200-CHECK-ONE-STEP
           END-READ.
      *
       120-APPLY-COMMAND.
           MOVE IR-CONTROL-WORD TO MOVEMENT-DIRECTION.
           IF PLANMODE-IS-2
               EVALUATE TRUE
                   WHEN MOVE-UP
                       SUBTRACT IR-AMOUNT FROM SD-AIM-CURRENT
                   WHEN MOVE-DOWN
                       ADD IR-AMOUNT TO SD-AIM-CURRENT
                   WHEN MOVE-FORWARD
                       ADD IR-AMOUNT TO SD-LENGTH-CURRENT
                       COMPUTE SD-AIM-DEPTH-C =
                           IR-AMOUNT * SD-AIM-CURRENT
                       ADD SD-AIM-DEPTH-C TO SD-DEPTH-CURRENT
                   WHEN MOVE-HOLD
                       CONTINUE
                   WHEN MOVE-SURFACE
                       MOVE ZERO TO SD-DEPTH-CURRENT
                       MOVE ZERO TO SD-AIM-CURRENT
                   WHEN OTHER
                       ADD 1 TO WS-INVALID-COUNT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN MOVE-UP
                       SUBTRACT IR-AMOUNT FROM SD-DEPTH-CURRENT
                   WHEN MOVE-DOWN
                       ADD IR-AMOUNT TO SD-DEPTH-CURRENT
                   WHEN MOVE-FORWARD
                       ADD IR-AMOUNT TO SD-LENGTH-CURRENT
                   WHEN MOVE-HOLD
                       CONTINUE
                   WHEN MOVE-SURFACE
                       MOVE ZERO TO SD-DEPTH-CURRENT
                   WHEN OTHER
                       ADD 1 TO WS-INVALID-COUNT
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
      * 150-WALK-SAILED-COURSE - THE POSITION LOG ALREADY CARRIES
      * EACH STEP'S LENGTH AND DEPTH AS STEERNAV PLOTTED THEM.
      ******************************************************************
       150-WALK-SAILED-COURSE.
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
                   MOVE PL-LENGTH TO WS-STEP-LENGTH
                   MOVE PL-DEPTH TO WS-STEP-DEPTH
                   PERFORM 200-CHECK-ONE-STEP
           END-READ.
      *
      ******************************************************************
      * 200-CHECK-ONE-STEP - HOLD THE STEP AGAINST EVERY ACTIVE
      * HAZARD. EVERY HIT IS A REPORT LINE; THE STEP AS A WHOLE TAKES
      * THE WORST SEVERITY AMONG ITS HITS ('B' ONLY FOR BEING INSIDE A
      * BREACH HAZARD) AND IS FILED AS ONE ALARM, SINCE THE ALARM
      * MASTER KEYS AN ALARM BY ITS COURSE RECORD NUMBER.
      ******************************************************************
       200-CHECK-ONE-STEP.
           MOVE SPACE TO WS-STEP-SEVERITY.
           PERFORM 210-CHECK-ONE-HAZARD
               VARYING WS-HZ-SUBS FROM 1 BY 1
               UNTIL WS-HZ-SUBS > HZL-HAZARD-COUNT.
           IF WS-STEP-SEVERITY = 'B'
               ADD 1 TO WS-BREACH-STEPS
           ELSE
               IF WS-STEP-SEVERITY = 'C'
                   ADD 1 TO WS-CAUTION-STEPS
               END-IF
           END-IF.
           IF WS-STEP-SEVERITY NOT EQUAL TO SPACE
               PERFORM 400-FILE-ALARM
           END-IF.
      *
       210-CHECK-ONE-HAZARD.
           IF HZL-ACTIVE(WS-HZ-SUBS)
               PERFORM 220-MEASURE-DISTANCE
               IF WS-DISTANCE IS EQUAL TO ZERO
                   ADD 1 TO WS-INSIDE-HITS
                   IF HZL-SEVERITY(WS-HZ-SUBS) = 'B'
                       MOVE 'B' TO WS-STEP-SEVERITY
                       MOVE "**INSIDE HAZARD**" TO RD-MARKER
                   ELSE
                       IF WS-STEP-SEVERITY NOT EQUAL TO 'B'
                           MOVE 'C' TO WS-STEP-SEVERITY
                       END-IF
                       MOVE "INSIDE HAZARD" TO RD-MARKER
                   END-IF
                   PERFORM 230-REPORT-HIT
               ELSE
                   IF WS-DISTANCE IS LESS THAN WS-STANDOFF
                       ADD 1 TO WS-STANDOFF-HITS
                       IF WS-STEP-SEVERITY NOT EQUAL TO 'B'
                           MOVE 'C' TO WS-STEP-SEVERITY
                       END-IF
                       MOVE "WITHIN STANDOFF" TO RD-MARKER
                       PERFORM 230-REPORT-HIT
                   END-IF
               END-IF
           END-IF.
      *
       220-MEASURE-DISTANCE.
           MOVE ZERO TO WS-OUT-LENGTH.
           MOVE ZERO TO WS-OUT-DEPTH.
           IF WS-STEP-LENGTH IS LESS THAN HZL-LENGTH-FROM(WS-HZ-SUBS)
               COMPUTE WS-OUT-LENGTH =
                   HZL-LENGTH-FROM(WS-HZ-SUBS) - WS-STEP-LENGTH
           ELSE
               IF WS-STEP-LENGTH IS GREATER THAN
                   HZL-LENGTH-TO(WS-HZ-SUBS)
                   COMPUTE WS-OUT-LENGTH =
                       WS-STEP-LENGTH - HZL-LENGTH-TO(WS-HZ-SUBS)
               END-IF
           END-IF.
           IF WS-STEP-DEPTH IS LESS THAN HZL-DEPTH-FROM(WS-HZ-SUBS)
               COMPUTE WS-OUT-DEPTH =
                   HZL-DEPTH-FROM(WS-HZ-SUBS) - WS-STEP-DEPTH
           ELSE
               IF WS-STEP-DEPTH IS GREATER THAN
                   HZL-DEPTH-TO(WS-HZ-SUBS)
                   COMPUTE WS-OUT-DEPTH =
                       WS-STEP-DEPTH - HZL-DEPTH-TO(WS-HZ-SUBS)
               END-IF
           END-IF.
           COMPUTE WS-DISTANCE = WS-OUT-LENGTH + WS-OUT-DEPTH.
      *
       230-REPORT-HIT.
           ADD 1 TO WS-HIT-COUNT.
           MOVE WS-STEP-RECORD TO RD-RECORD.
           MOVE WS-STEP-WORD TO RD-CONTROL-WORD.
           MOVE WS-STEP-LENGTH TO RD-LENGTH.
           MOVE WS-STEP-DEPTH TO RD-DEPTH.
           MOVE HZL-HAZARD-ID(WS-HZ-SUBS) TO RD-HAZARD.
           MOVE HZL-HAZARD-NAME(WS-HZ-SUBS) TO RD-NAME.
           MOVE HZL-TYPE(WS-HZ-SUBS) TO RD-TYPE.
           MOVE HZL-SEVERITY(WS-HZ-SUBS) TO RD-SEVERITY.
           MOVE WS-DISTANCE TO RD-DISTANCE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 300-OPEN-REPORT - STANDARD HEADING THROUGH THE SHARED REPORT
      * LAYER, THEN ONE LINE SAYING WHICH COURSE WAS WALKED AND THE
      * STANDOFF IN FORCE.
      ******************************************************************
       300-OPEN-REPORT.
           MOVE 'O' TO RF-ACTION.
           MOVE "HAZCHKRPT" TO RF-REPORT-NAME.
           MOVE "HAZCHK" TO RF-PROGRAM.
           MOVE WS-HULL-ID TO RF-HULL-ID.
           MOVE WS-TODAY-DATE TO RF-RUN-DATE.
           MOVE "CHARTED HAZARDS CHECK" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           IF HAZMODE-PLANNED
               MOVE "PLANNED COURSE  " TO RP-MODE-TEXT
               MOVE FILENAME-PLANIN TO RP-FILE-NAME
           ELSE
               MOVE "SAILED COURSE   " TO RP-MODE-TEXT
               MOVE FILENAME-POSLOG TO RP-FILE-NAME
           END-IF.
           MOVE WS-STANDOFF TO RP-STANDOFF.
           MOVE HZL-ACTIVE-COUNT TO RP-ACTIVE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-PARM-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 400-FILE-ALARM - APPEND THE STEP TO THE ALARM MASTER AS AN
      * OPEN ALARM, UNLESS TODAY'S RUN FOR THIS HULL AND SOURCE HAS
      * ALREADY FILED THAT RECORD NUMBER - SO A RERUN OF THE CHECK
      * DOES NOT DOUBLE THE DAY'S ALARMS.
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
               MOVE WS-STEP-SEVERITY TO AM-SEVERITY
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
           MOVE "STEPS INSIDE BREACH HAZARD==>" TO RS-LABEL.
           MOVE WS-BREACH-STEPS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "STEPS AT CAUTION         ==> " TO RS-LABEL.
           MOVE WS-CAUTION-STEPS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "HITS INSIDE A HAZARD     ==> " TO RS-LABEL.
           MOVE WS-INSIDE-HITS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "HITS WITHIN STANDOFF     ==> " TO RS-LABEL.
           MOVE WS-STANDOFF-HITS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           IF HAZMODE-PLANNED
               MOVE "UNRECOGNIZED COMMANDS    ==> " TO RS-LABEL
               MOVE WS-INVALID-COUNT TO RS-VALUE
               PERFORM 510-WRITE-SUMMARY-LINE
           END-IF.
           MOVE "ALARMS FILED ON ALARMMST ==> " TO RS-LABEL.
           MOVE WS-ALARM-COUNT TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ALARMS ALREADY ON FILE   ==> " TO RS-LABEL.
           MOVE WS-ALARM-SKIPPED TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           IF HZL-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE "HAZARD CARDS OVER LIMIT  ==> " TO RS-LABEL
               MOVE HZL-OVERFLOW-COUNT TO RS-VALUE
               PERFORM 510-WRITE-SUMMARY-LINE
           END-IF.
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
