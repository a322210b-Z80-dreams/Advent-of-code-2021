       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-REGISTRY-ROSTER                   PIC X VALUE 'N'.
           05 SW-REGISTERED                        PIC X VALUE 'N'.
           05 SW-PERIOD-CLOSED                     PIC X VALUE 'N'.
      *
      * WS-TARGET-PERIOD (YYYY-MM) DEFAULTS TO THE MONTH JUST ENDED
           05 FILENAME-STMT                        PIC X(100)
                                                VALUE SPACE.
      *
      * ONE STATEMENT ROW PER IN-SERVICE HULL IN THE HULLMST
      * REGISTRY, PLUS ANY RETIRED REGISTRY HULL THAT STILL RAN IN
      * THE PERIOD. WITH NO HULL REGISTERED IT IS ONE ROW PER HULL
      * SEEN IN THE PERIOD'S BATCHLOG ROWS, AS BEFORE. A PRE-FLEET
      * ROW WITH A BLANK HULL COUNTS AS SUB1.
      * HT-RUN-DAYS HOLDS ONE BYTE PER DAY OF THE MONTH, 'R' ONCE
      * THE HULL HAS A BATCHLOG ROW DATED THAT DAY.
       01 HULL-TABLE.
           05 WS-HULL-COUNT                        PIC 99 VALUE ZERO.
           05 HT-ENTRY OCCURS 10 TIMES.
               10 HT-RECORDS-READ                  PIC 9(9).
               10 HT-REJECTS                       PIC 9(9).
               10 HT-ALARMS                        PIC 9(5).
               10 HT-RUN-DAYS                      PIC X(31).
      *
       01 WS-HT-SUBS                               PIC 99 VALUE ZERO.
       01 WS-HIT-SUBS                              PIC 99 VALUE ZERO.
       01 WS-WORK-HULL                             PIC X(4)
                                                VALUE SPACE.
       01 WS-HL-SUBS                               PIC 99 VALUE ZERO.
      * BATCHLOG ROWS IN THE PERIOD FROM A HULL THE REGISTRY DOES NOT
      * KNOW - NOT ROLLED UP INTO ANY HULL'S LINE.
       01 WS-UNREG-ROWS                            PIC 9(5) VALUE ZERO.
      *
      * HULLLD-PARM IS THE SHARED HULL REGISTRY LOADER AREA (SEE
      * COPYBOOKS/HULLLDPM.CPY).
           COPY HULLLDPM.
      *
      * THE OPERATING-CALENDAR WALK OVER THE PERIOD'S DAYS FOR ONE
      * HULL. DAYS AFTER TODAY ARE NOT COUNTED EITHER WAY.
       01 CALENDAR-WORK.
           05 WS-DAY-NUM                           PIC 99   VALUE ZERO.
           05 WS-MONTH-DAYS                        PIC 99   VALUE ZERO.
           05 WS-LEAP-QUOT                         PIC 9(4) VALUE ZERO.
           05 WS-LEAP-REM                          PIC 9(4) VALUE ZERO.
           05 WS-CAL-DATE                          PIC X(10)
                                                VALUE SPACE.
           05 WS-OP-DAYS                           PIC 99   VALUE ZERO.
           05 WS-NONOP-DAYS                        PIC 99   VALUE ZERO.
           05 WS-GAP-DAYS                          PIC 99   VALUE ZERO.
       01 MONTH-LENGTHS.
           05 FILLER                               PIC X(24)
                                     VALUE "312831303130313130313031".
       01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS.
           05 ML-DAYS                              PIC 9(2)
                                                   OCCURS 12 TIMES.
      *
      * OPSCAL-PARM IS THE SHARED OPERATING-CALENDAR LOOKUP AREA (SEE
      * COPYBOOKS/OPSCALPM.CPY). A DAY IN PORT, ON HOLIDAY OR STOOD
      * DOWN IS NOT A SAILING DAY, SO A DAY WITHOUT A RUN IS ONLY A
      * GAP WHEN THE CALENDAR SAYS THE HULL WAS OPERATING.
           COPY OPSCALPM.
      *
      * THE SLA ALLOWANCE TABLE AND ELAPSED-TIME WORK, THE SAME SHAPE
      * SLAMON CARRIES FOR ITS OWN PER-DAY CHECK.
           05 RU-ALARMS                            PIC Z(4)9.
           05 FILLER                               PIC X(11)
                                                   VALUE SPACE.
      *
       01 RPT-CALENDAR-LINE.
           05 FILLER                               PIC X(16)
                         VALUE "  OPERATING DAYS".
           05 RV-OP-DAYS                           PIC ZZ9.
           05 FILLER                               PIC X(16)
                         VALUE "  NON-OPERATING ".
           05 RV-NONOP-DAYS                        PIC ZZ9.
           05 FILLER                               PIC X(28)
                         VALUE "  OPERATING DAYS WITH NO RUN".
           05 RV-GAP-DAYS                          PIC ZZ9.
           05 FILLER                               PIC X(11)
                                                   VALUE SPACE.
      *
       01 RPT-SHOP-LINE.
           05 RS-LABEL                             PIC X(36)
                                                   VALUE SPACE.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           PERFORM 010-GET-TARGET-PERIOD.
           PERFORM 020-CHECK-PERIOD-LOCK.
           PERFORM 030-LOAD-ALLOWANCES.
           PERFORM 040-SEED-HULL-TABLE.
           PERFORM 100-AGGREGATE-BATCHLOG.
           PERFORM 200-AGGREGATE-STEP-TIMES.
           PERFORM 300-COUNT-ABENDS.
                           TO AW-SECONDS(WS-ALLOW-COUNT)
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 040-SEED-HULL-TABLE - THE ROLL-UP LISTS THE FLEET FROM THE
      * HULLMST REGISTRY: EVERY IN-SERVICE HULL GETS A LINE, EVEN ONE
      * THAT NEVER RAN IN THE PERIOD, AND A HULL ID THAT ONLY TURNS
      * UP IN BATCHLOG IS NOT GIVEN ONE. WITH NO HULL REGISTERED THE
      * TABLE STARTS EMPTY AND FILLS FROM BATCHLOG AS BEFORE.
      ******************************************************************
       040-SEED-HULL-TABLE.
           MOVE ZERO TO HL-HULL-COUNT.
           MOVE ZERO TO HL-SERVICE-COUNT.
           MOVE ZERO TO HL-OVERFLOW-COUNT.
           CALL "HULLLD" USING HULLLD-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF HL-HULL-COUNT IS GREATER THAN ZERO
               MOVE 'Y' TO SW-REGISTRY-ROSTER
               PERFORM 045-SEED-ONE-HULL
                   VARYING WS-HL-SUBS FROM 1 BY 1
                   UNTIL WS-HL-SUBS > HL-HULL-COUNT
           END-IF.
      *
       045-SEED-ONE-HULL.
           IF HL-IN-SERVICE(WS-HL-SUBS)
               MOVE HL-HULL-ID(WS-HL-SUBS) TO WS-WORK-HULL
               PERFORM 125-ADD-HULL-SLOT
           END-IF.
      *
       100-AGGREGATE-BATCHLOG.
           MOVE 'N' TO SW-EOF.
                       PERFORM 120-FIND-HULL-SLOT
                       IF WS-HIT-SUBS IS GREATER THAN ZERO
                           ADD 1 TO HT-RUNS(WS-HIT-SUBS)
                           PERFORM 130-MARK-RUN-DAY
                           ADD RL-RECORDS-READ
                               TO HT-RECORDS-READ(WS-HIT-SUBS)
                           ADD RL-RECORDS-REJECTED
                   MOVE WS-HULL-COUNT TO WS-HT-SUBS
               END-IF
           END-PERFORM.
      *    A HULL WITHOUT A SLOT YET GETS ONE, UNLESS THE ROSTER IS
      *    THE REGISTRY AND THE HULL IS NOT IN IT - THAT ROW IS ONLY
      *    COUNTED, FOR THE UNREGISTERED LINE ON THE STATEMENT.
           IF WS-HIT-SUBS IS EQUAL TO ZERO
               MOVE 'Y' TO SW-REGISTERED
               IF SW-REGISTRY-ROSTER = 'Y'
                   MOVE 'N' TO SW-REGISTERED
                   PERFORM 127-CHECK-ONE-REGISTRY-HULL
                       VARYING WS-HL-SUBS FROM 1 BY 1
                       UNTIL WS-HL-SUBS > HL-HULL-COUNT
               END-IF
               IF SW-REGISTERED = 'Y'
                   PERFORM 125-ADD-HULL-SLOT
               ELSE
                   ADD 1 TO WS-UNREG-ROWS
               END-IF
           END-IF.
      *
       125-ADD-HULL-SLOT.
           IF WS-HULL-COUNT IS LESS THAN 10
               ADD 1 TO WS-HULL-COUNT
               MOVE WS-WORK-HULL TO HT-HULL-ID(WS-HULL-COUNT)
               MOVE ZERO TO HT-RUNS(WS-HULL-COUNT)
               MOVE ZERO TO HT-RECORDS-READ(WS-HULL-COUNT)
               MOVE ZERO TO HT-REJECTS(WS-HULL-COUNT)
               MOVE ZERO TO HT-ALARMS(WS-HULL-COUNT)
               MOVE SPACE TO HT-RUN-DAYS(WS-HULL-COUNT)
               MOVE WS-HULL-COUNT TO WS-HIT-SUBS
           END-IF.
      *
       127-CHECK-ONE-REGISTRY-HULL.
           IF HL-HULL-ID(WS-HL-SUBS) IS EQUAL TO WS-WORK-HULL
               MOVE 'Y' TO SW-REGISTERED
           END-IF.
      *
       130-MARK-RUN-DAY.
           IF RL-RUN-DATE(9:2) IS NUMERIC AND
               RL-RUN-DATE(9:2) IS GREATER THAN "00" AND
               RL-RUN-DATE(9:2) IS LESS THAN "32"
               MOVE RL-RUN-DATE(9:2) TO WS-DAY-NUM
               MOVE 'R' TO HT-RUN-DAYS(WS-HIT-SUBS)(WS-DAY-NUM:1)
           END-IF.
      *
      ******************************************************************
      * 200-AGGREGATE-STEP-TIMES - COUNT THE PERIOD'S STEP EXECUTIONS
                   VARYING WS-HT-SUBS FROM 1 BY 1
                   UNTIL WS-HT-SUBS > WS-HULL-COUNT
           END-IF.
           IF WS-UNREG-ROWS IS GREATER THAN ZERO
               MOVE SPACE TO RPT-TEXT-LINE
               STRING "** " WS-UNREG-ROWS " BATCHLOG ROW(S) FROM HULLS "
                   "NOT IN THE HULLMST REGISTRY **"
                   DELIMITED BY SIZE INTO RPT-TEXT-LINE
               WRITE RPTFL-RECORD FROM RPT-TEXT-LINE
               DISPLAY "**WARNING** " WS-UNREG-ROWS " BATCHLOG ROW(S) "
                   "IN " WS-TARGET-PERIOD " FROM UNREGISTERED HULLS."
           END-IF.
           WRITE RPTFL-RECORD FROM RPT-SEPARATOR.
           CLOSE RPTFL.
      *
           MOVE HT-REJECTS(WS-HT-SUBS) TO RU-REJ.
           MOVE HT-ALARMS(WS-HT-SUBS) TO RU-ALARMS.
           WRITE RPTFL-RECORD FROM RPT-HULL-LINE.
           PERFORM 520-COUNT-CALENDAR-DAYS.
           MOVE WS-OP-DAYS TO RV-OP-DAYS.
           MOVE WS-NONOP-DAYS TO RV-NONOP-DAYS.
           MOVE WS-GAP-DAYS TO RV-GAP-DAYS.
           WRITE RPTFL-RECORD FROM RPT-CALENDAR-LINE.
      *
      ******************************************************************
      * 520-COUNT-CALENDAR-DAYS - WALK EVERY DAY OF THE PERIOD UP TO
      * TODAY THROUGH THE SHOP OPERATING CALENDAR FOR THE HULL: HOW
      * MANY WERE OPERATING DAYS, HOW MANY WERE IN PORT, HOLIDAY OR
      * STAND-DOWN, AND HOW MANY OPERATING DAYS HAD NO RUN AT ALL.
      * WITHOUT THE ROUTINE EVERY DAY IS AN OPERATING DAY, AS BEFORE.
      ******************************************************************
       520-COUNT-CALENDAR-DAYS.
           MOVE ZERO TO WS-OP-DAYS.
           MOVE ZERO TO WS-NONOP-DAYS.
           MOVE ZERO TO WS-GAP-DAYS.
           MOVE ML-DAYS(WS-PD-MM) TO WS-MONTH-DAYS.
           IF WS-PD-MM IS EQUAL TO 2
               DIVIDE WS-PD-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
           PERFORM 530-CHECK-ONE-CALENDAR-DAY
               VARYING WS-DAY-NUM FROM 1 BY 1
               UNTIL WS-DAY-NUM > WS-MONTH-DAYS.
      *
       530-CHECK-ONE-CALENDAR-DAY.
           MOVE SPACE TO WS-CAL-DATE.
           STRING WS-TARGET-PERIOD "-" WS-DAY-NUM
               DELIMITED BY SIZE INTO WS-CAL-DATE.
           IF WS-CAL-DATE IS NOT GREATER THAN WS-TODAY-DATE
               MOVE HT-HULL-ID(WS-HT-SUBS) TO CG-HULL-ID
               MOVE WS-CAL-DATE TO CG-REQ-DATE
               MOVE 'Y' TO CG-OPERATING
               CALL "OPSCALGT" USING OPSCAL-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF CG-OPERATING = 'N'
                   ADD 1 TO WS-NONOP-DAYS
               ELSE
                   ADD 1 TO WS-OP-DAYS
                   IF HT-RUN-DAYS(WS-HT-SUBS)(WS-DAY-NUM:1)
                       NOT EQUAL TO 'R'
                       ADD 1 TO WS-GAP-DAYS
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 600-CLOSE-PERIOD - LOCK THE PERIOD JUST STATED, SO THE NEXT
