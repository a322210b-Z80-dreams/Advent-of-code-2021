      *           JOURNALED WITH BEFORE AND AFTER IMAGES TO TELEMJRNL
      *           SO THE INDEXED FILE CAN BE REBUILT FROM THE LAST
      *           ARCHIVE PLUS THE JOURNAL.
      * Modified: 15 OCT, 2026 - A CLEAN RUN'S COURSE LOG IS RETAINED
      *           AS A DATED GENERATION (INGENWR/INGENCAT), AND A
      *           RERUNDATE POINTS A RE-RUN BACK AT THE LOG CATALOGED
      *           FOR THAT DATE AND HULL.
      * Modified: 15 OCT, 2026 - THE TELEMETRY ROW, ITS JOURNAL ROW
      *           AND THE RUN-LOG ROW NOW GO DOWN THROUGH THE SHARED-
      *           DATASET WRITER (SHRDWR), SO LEGS RUNNING IN THE SAME
      *           CONCURRENT WAVE TAKE TURNS AT THOSE FILES.
      * Modified: 15 OCT, 2026 - MISSION OBJECTIVE CARD (STEEROBJ):
      *           DISTANCE TO GO AND ESTIMATED TIME OF ARRIVAL AT
      *           EVERY POSITION-LOG STEP, THE REACHED / OVERSHOT /
      *           STOPPED-SHORT VERDICT IN THE FINAL SUMMARY, AND AN
      *           OBJECTIVE LINE ON THE DATED NAVLOG FOR NAVTREND.
      * Modified: 15 OCT, 2026 - THE OBJECTIVE-REACHED RECORD AND
      *           MISSION TIME RIDE IN THE CHKPT2 CHECKPOINT, SO A
      *           RESUMED RUN GIVES THE SAME VERDICT AND ARRIVAL
      *           FIGURES AS AN UNINTERRUPTED ONE.
      * Purpose: Just for fun
      * Tectonics: cobc
      ******************************************************************
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHKPT2 ASSIGN TO DYNAMIC FILENAME-CHKPT
           ORGANIZATION IS SEQUENTIAL.
      * ABENDFL IS THE SHOP'S COMMON ABEND DIAGNOSTIC LOG (SEE
      * COPYBOOKS/ABENDREC.CPY), WRITTEN BY 999-ERROR-PROCEDURE
      * BEFORE HALTING.
      * COURSE CAN BE REPLAYED OR CHARTED STEP BY STEP AFTER THE FACT.
           SELECT OPTIONAL POSLOG ASSIGN TO DYNAMIC FILENAME-POSLOG
           ORGANIZATION IS SEQUENTIAL.
      * OBJPARM CARRIES THE MISSION OBJECTIVE - WHERE THE COURSE IS
      * SAILING TO: ONE CARD PER HULL GIVING THE TARGET LENGTH AND
      * DEPTH AND HOW CLOSE COUNTS AS ARRIVED. A CARD WITH A BLANK
      * HULL COVERS ANY HULL WITHOUT ONE OF ITS OWN. LINE SEQUENTIAL
      * SO THE NAVIGATORS' CARDS STAY HAND-EDITABLE. NO CARD MEANS NO
      * OBJECTIVE TRACKING, SO EXISTING RUNS ARE UNAFFECTED.
           SELECT OPTIONAL OBJPARM ASSIGN TO "STEEROBJ"
           ORGANIZATION IS LINE SEQUENTIAL.
      * OBJTRK GETS ONE RECORD PER POSITION-LOG STEP WHILE AN
      * OBJECTIVE IS SET (WRITTEN FROM 252-TRACK-OBJECTIVE): THE
      * HORIZONTAL AND VERTICAL DISTANCE STILL TO GO AND THE
      * ESTIMATED TIME OF ARRIVAL. KEPT BESIDE POSLOG RATHER THAN ON
      * IT SO THE POSITION-LOG READERS SEE THEIR LAYOUT UNCHANGED.
           SELECT OPTIONAL OBJTRK ASSIGN TO DYNAMIC FILENAME-OBJTRK
           ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
        FILE SECTION.
           05 CP-BATTERY-USED   COMP-3     PIC S9(9).
      *    AND THE MISSION CLOCK, FOR THE SAME REASON.
           05 CP-ELAPSED-TIME   COMP-3     PIC S9(9).
      *    AND WHETHER, WHEN AND AT WHAT MISSION TIME THE OBJECTIVE
      *    WAS FIRST REACHED - THE ARRIVAL IS ONLY DETECTED ONCE, SO A
      *    RESUMED RUN WOULD OTHERWISE LOSE IT. AN OLDER CHECKPOINT
      *    CARRIES NO 'Y' HERE AND RESUMES AS NOT YET ARRIVED.
           05 CP-OBJ-ARRIVED-SW            PIC X.
           05 CP-OBJ-ARRIVED-REC           PIC 9(7).
           05 CP-OBJ-ARRIVED-TIME          PIC 9(9).
      *
       FD DEPTHPARM.
       01 DEPTHPARM-RECORD.
           05 RJ-CONTROL-WORD              PIC X(7).
           05 RJ-AMOUNT                    PIC 9(3).
      *
      * ABEND-RECORD IS THE SHOP'S COMMON ABEND DIAGNOSTIC RECORD
      * (SEE COPYBOOKS/ABENDREC.CPY).
       FD ABENDFL.
           05 NL-CODE            COMP-3     PIC S9(14).
           05 NL-HULL-ID                    PIC X(4).
      *
      * WHEN AN OBJECTIVE IS SET, A SECOND RECORD OF THE SAME LENGTH
      * FOLLOWS: NO-RECORD-TAG "OBJECTIVE", THE VERDICT ('R' REACHED,
      * 'O' OVERSHOT, 'S' STOPPED SHORT), THE TARGET, THE FINAL MISS
      * (FINAL FIGURE LESS TARGET) AND THE MISSION TIME AT WHICH THE
      * COURSE FIRST CAME WITHIN TOLERANCE (ZERO IF IT NEVER DID OR
      * NO STEERSPD CARD WAS SUPPLIED).
       01 NAVOBJ-RECORD.
           05 NO-RECORD-TAG                 PIC X(10).
           05 NO-VERDICT                    PIC X.
           05 NO-TARGET-LENGTH   COMP-3     PIC S9(7).
           05 NO-TARGET-DEPTH    COMP-3     PIC S9(7).
           05 NO-MISS-LENGTH     COMP-3     PIC S9(7).
           05 NO-MISS-DEPTH      COMP-3     PIC S9(7).
           05 NO-ARRIVAL-TIME    COMP-3     PIC S9(9).
           05 FILLER                        PIC X(2).
      *
      * POSLOG-RECORD HOLDS ONE COMMAND'S RESULTING POSITION. PL-AIM
      * STAYS ZERO IN MODE 1, WHICH HAS NO AIM FIGURE.
       FD POSLOG.
      *    ELAPSED MISSION TIME AFTER THIS COMMAND, IN THE STEERSPD
      *    CARD'S TIME UNITS. STAYS ZERO WHEN NO CARD WAS SUPPLIED.
           05 PL-ELAPSED-TIME    COMP-3     PIC S9(9).
      *
      * ONE OBJECTIVE CARD. A BLANK OR NON-NUMERIC TOLERANCE MEANS
      * THE COURSE MUST END EXACTLY ON THE TARGET.
       FD OBJPARM.
       01 OBJPARM-RECORD.
           05 OB-HULL-ID                   PIC X(4).
           05 OB-TARGET-LENGTH             PIC 9(7).
           05 OB-TARGET-DEPTH              PIC 9(7).
           05 OB-TOLERANCE                 PIC 9(5).
      *
      * OBJTRK-RECORD HOLDS ONE STEP'S PROGRESS TOWARD THE OBJECTIVE.
      * THE TO-GO FIGURES ARE TARGET LESS CURRENT, SO A NEGATIVE ONE
      * MEANS THE COURSE IS PAST THE TARGET. THE TIME FIGURES ARE IN
      * THE STEERSPD CARD'S TIME UNITS AND STAY ZERO WITHOUT ONE.
       FD OBJTRK.
       01 OBJTRK-RECORD.
           05 OT-RECORD-NUMBER             PIC 9(7).
           05 OT-CONTROL-WORD              PIC X(7).
           05 OT-LENGTH-TO-GO   COMP-3     PIC S9(7).
           05 OT-DEPTH-TO-GO    COMP-3     PIC S9(7).
           05 OT-ELAPSED-TIME   COMP-3     PIC S9(9).
           05 OT-TIME-TO-GO     COMP-3     PIC S9(9).
           05 OT-ETA            COMP-3     PIC S9(9).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 FILENAME-REJFL               PIC X(100)  VALUE SPACE.
           05 FILENAME-POSLOG              PIC X(100)  VALUE SPACE.
           05 FILENAME-ALMFL               PIC X(100)  VALUE SPACE.
           05 FILENAME-OBJTRK              PIC X(100)  VALUE SPACE.
      *    THE MODE 2 CHECKPOINT IS PER HULL - A SHARED NAME WOULD
      *    LET ONE HULL'S INTERRUPTED RUN BE SILENTLY RESUMED BY THE
      *    OTHER HULL'S NEXT RUN.
           05 WS-COMMAND-TIME              PIC 9(6)    VALUE ZERO.
           05 WS-ELAPSED-TIME              PIC 9(9)    VALUE ZERO.
      *
      * OBJECTIVE-DATA IS LOADED AT 022-READ-OBJECTIVE. THE SWITCH
      * OFF MEANS NO CARD COVERS THIS HULL AND NOTHING IS TRACKED.
      * THE TIME TO GO IS THE STEERSPD CARD TIME FOR THE DISTANCE
      * LEFT, SCALED BY HOW THE COURSE HAS ACTUALLY PACED SO FAR
      * (ELAPSED TIME AGAINST THE CARD TIME FOR THE PROGRESS MADE),
      * SO HOLDS AND DOGLEGS ALREADY FLOWN SLOW THE ESTIMATE DOWN.
       01 OBJECTIVE-DATA.
           05 WS-OBJ-FOUND                 PIC X       VALUE 'N'.
           05 WS-OBJ-OWN-CARD              PIC X       VALUE 'N'.
           05 WS-OBJ-LENGTH                PIC 9(7)    VALUE ZERO.
           05 WS-OBJ-DEPTH                 PIC 9(7)    VALUE ZERO.
           05 WS-OBJ-TOLERANCE             PIC 9(5)    VALUE ZERO.
           05 WS-OBJ-LENGTH-TO-GO          PIC S9(7)   VALUE ZERO.
           05 WS-OBJ-DEPTH-TO-GO           PIC S9(7)   VALUE ZERO.
           05 WS-OBJ-ABS-LENGTH            PIC S9(7)   VALUE ZERO.
           05 WS-OBJ-ABS-DEPTH             PIC S9(7)   VALUE ZERO.
           05 WS-OBJ-ABS-WORK              PIC S9(7)   VALUE ZERO.
           05 WS-OBJ-PLAN-LEFT             PIC S9(11)  VALUE ZERO.
           05 WS-OBJ-PLAN-DONE             PIC S9(11)  VALUE ZERO.
           05 WS-OBJ-TIME-TO-GO            PIC 9(9)    VALUE ZERO.
           05 WS-OBJ-ETA                   PIC 9(9)    VALUE ZERO.
           05 WS-OBJ-ARRIVED-SW            PIC X       VALUE 'N'.
           05 WS-OBJ-ARRIVED-REC           PIC 9(7)    VALUE ZERO.
           05 WS-OBJ-ARRIVED-TIME          PIC 9(9)    VALUE ZERO.
           05 WS-OBJ-MISS-LENGTH           PIC S9(7)   VALUE ZERO.
           05 WS-OBJ-MISS-DEPTH            PIC S9(7)   VALUE ZERO.
           05 WS-OBJ-VERDICT               PIC X       VALUE SPACE.
               88 OBJ-REACHED                          VALUE 'R'.
               88 OBJ-OVERSHOT                         VALUE 'O'.
               88 OBJ-STOPPED-SHORT                    VALUE 'S'.
      *
      * LEDGER-DATA IS LOADED AT 013-READ-BATTERY-LEDGER. WHEN THE
      * HULL HAS LEDGER ROWS, THE RECHARGES-MINUS-DRAWS BALANCE
      * REPLACES THE STEERPWR CARD BUDGET AND THE RUN'S OWN DRAW IS
      * COPYBOOKS/PROCREGP.CPY).
           COPY PROCREGP.

      * INGEN-PARM IS THE SHARED INPUT-GENERATION AREA (SEE
      * COPYBOOKS/INGENPM.CPY): A CLEAN RUN'S EXTRACT IS RETAINED AS A
      * DATED GENERATION, AND A RE-RUN DATE POINTS THE RUN BACK AT THE
      * GENERATION CATALOGED FOR THAT DATE AND HULL.
           COPY INGENPM.
       01 WS-RERUN-DATE                PIC X(10) VALUE SPACE.

      * RUNCTL-PARM IS THE SHARED RUN-CONTROL LOOKUP AREA (SEE
      * COPYBOOKS/RUNCTLPM.CPY). FILLED PER KEYWORD AT STARTUP.
           COPY RUNCTLPM.
           05 ED-CODE                      PIC Z(13)9-.
           05 BLANK-LINE                   PIC X(10)   VALUE SPACE.
      *
      * THE TELEMETRY ROW AND THE RUN-LOG ROW ARE BUILT HERE AND
      * HANDED TO THE SHARED-DATASET WRITER, WHICH PUTS THEM DOWN (AND
      * JOURNALS THE TELEMETRY ROW) IN TURN WITH ANY OTHER LEG RUNNING
      * IN THE SAME WAVE.
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY).
           COPY TELEMREC.
      * RUNLOG-RECORD IS THE SHARED BATCH-RUN STATISTICS RECORD (SEE
      * COPYBOOKS/RUNLOG.CPY).
           COPY RUNLOG.
      * SHRDWR-PARM IS THE SHARED-DATASET WRITER AREA (SEE
      * COPYBOOKS/SHRDWRPM.CPY).
           COPY SHRDWRPM.
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 001-CHECK-MODE.
           PERFORM 010-GET-FILE-NAMES.
           PERFORM 012-APPLY-HULL-NAMES.
           PERFORM 005-CHECK-DRY-RUN.
           IF DRY-RUN-SWITCH = 'N'
               PERFORM 019-CHECK-RERUN
           END-IF.
           PERFORM 008-READ-DEPTH-LIMITS.
           PERFORM 009-READ-POWER-PARMS.
           PERFORM 013-READ-BATTERY-LEDGER.
           PERFORM 016-READ-DIVE-PLAN.
           PERFORM 018-READ-SPEED-PARMS.
           PERFORM 022-READ-OBJECTIVE.
           IF STEERMODE-IS-3
               PERFORM 011-READ-DIVERGE-PARM
           END-IF.
           OPEN OUTPUT ALARMFL.
           IF DRY-RUN-SWITCH = 'Y'
               OPEN OUTPUT POSLOG
               IF WS-OBJ-FOUND = 'Y'
                   OPEN OUTPUT OBJTRK
               END-IF
               DISPLAY "**DRY RUN** USING INLINE TEST VECTORS INSTEAD "
      -           "OF THE COURSE LOG. CHECKPOINT FILE NOT READ OR "
      -           "WRITTEN."
               ELSE
                   OPEN OUTPUT POSLOG
               END-IF
               IF WS-OBJ-FOUND = 'Y'
                   IF WS-RESTART-FOUND = 'Y'
                       OPEN EXTEND OBJTRK
                   ELSE
                       OPEN OUTPUT OBJTRK
                   END-IF
               END-IF
               OPEN INPUT INPUTFL1
               IF STEERMODE-IS-2
                   PERFORM 030-SKIP-PROCESSED-RECORDS
           CLOSE REJFL1.
           CLOSE ALARMFL.
           CLOSE POSLOG.
           IF WS-OBJ-FOUND = 'Y'
               CLOSE OBJTRK
           END-IF.
           COMPUTE SD-CODE = SD-DEPTH-CURRENT * SD-LENGTH-CURRENT.
           MOVE SD-DEPTH-CURRENT TO ED-DEPTH.
           MOVE SD-LENGTH-CURRENT TO ED-LENGTH.
               DISPLAY "ESTIMATED COURSE DURATION ==> "
                   WS-ELAPSED-TIME " TIME UNIT(S)"
           END-IF.
           IF WS-OBJ-FOUND = 'Y'
               PERFORM 540-REPORT-OBJECTIVE
           END-IF.
           IF DRY-RUN-SWITCH = 'N'
               PERFORM 015-CHECK-PROCESSED-INPUT
           END-IF.
           END-CALL.
      *
      ******************************************************************
      * 019-CHECK-RERUN - A RE-RUN DATE (RUN-CONTROL KEYWORD RERUNDATE
      * OR THE RERUNDATE ENVIRONMENT VARIABLE, YYYY-MM-DD) POINTS THE
      * RUN AT THE COURSE-LOG GENERATION CATALOGED FOR THAT DATE AND
      * THIS HULL INSTEAD OF TONIGHT'S EXTRACT. NO SUCH GENERATION
      * REFUSES THE RUN RATHER THAN PROCESS THE WRONG DAY'S DATA.
      ******************************************************************
       019-CHECK-RERUN.
           MOVE SPACE TO WS-ENV-WORK.
           MOVE "STEERNAV" TO RC-PROGRAM.
           MOVE "RERUNDATE" TO RC-KEYWORD.
           PERFORM 003-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N'
               MOVE RC-VALUE TO WS-ENV-WORK
           END-IF.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "RERUNDATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-ENV-WORK(1:10) TO WS-RERUN-DATE.
           IF WS-RERUN-DATE NOT EQUAL TO SPACE
               MOVE "STEERNAV" TO IG-PROGRAM
               EVALUATE TRUE
                   WHEN STEERMODE-IS-3
                       MOVE "NAVIN3" TO IG-FEED
                   WHEN STEERMODE-IS-2
                       MOVE "NAVIN2" TO IG-FEED
                   WHEN OTHER
                       MOVE "NAVIN1" TO IG-FEED
               END-EVALUATE
               MOVE WS-HULL-ID TO IG-HULL-ID
               MOVE WS-RERUN-DATE TO IG-RUN-DATE
               MOVE 'N' TO IG-FOUND
               CALL "INGENGT" USING INGEN-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF IG-FOUND = 'Y'
                   MOVE IG-GEN-NAME TO FILENAME-NAVIN
                   DISPLAY "RE-RUN OF " WS-RERUN-DATE " - READING "
                       "CATALOGED INPUT " IG-GEN-NAME(1:40)
               ELSE
                   DISPLAY "**REFUSED** NO " IG-FEED " INPUT CATALOGED "
                       "FOR " WS-HULL-ID " ON " WS-RERUN-DATE "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      ******************************************************************
      * 010-GET-FILE-NAMES - MODE 1 READS NAVIN1 (DEFAULT INFL1) AND
      * WRITES STEER1REJ; MODE 2 READS NAVIN2 (DEFAULT INFL2) AND
      * WRITES STEER2REJ.
               MOVE "STEER3REJ" TO FILENAME-REJFL
               MOVE "STEER3POS" TO FILENAME-POSLOG
               MOVE "STEER3ALM" TO FILENAME-ALMFL
               MOVE "STEER3PRG" TO FILENAME-OBJTRK
               MOVE SPACE TO WS-ENV-WORK
               MOVE "STEERNAV" TO RC-PROGRAM
               MOVE "NAVIN3" TO RC-KEYWORD
               MOVE "STEER2REJ" TO FILENAME-REJFL
               MOVE "STEER2POS" TO FILENAME-POSLOG
               MOVE "STEER2ALM" TO FILENAME-ALMFL
               MOVE "STEER2PRG" TO FILENAME-OBJTRK
               MOVE SPACE TO WS-ENV-WORK
               MOVE "STEERNAV" TO RC-PROGRAM
               MOVE "NAVIN2" TO RC-KEYWORD
               MOVE "STEER1REJ" TO FILENAME-REJFL
               MOVE "STEER1POS" TO FILENAME-POSLOG
               MOVE "STEER1ALM" TO FILENAME-ALMFL
               MOVE "STEER1PRG" TO FILENAME-OBJTRK
               MOVE SPACE TO WS-ENV-WORK
               MOVE "STEERNAV" TO RC-PROGRAM
               MOVE "NAVIN1" TO RC-KEYWORD
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

      ******************************************************************
      * 012-APPLY-HULL-NAMES - A NON-DEFAULT HULL GETS ITS OWN
      * CHECKPOINT, REJECT, POSITION-LOG, ALARM AND OBJECTIVE-PROGRESS
      * DATASETS, SUFFIXED WITH THE HULL ID, SO TWO BOATS' RUNS DO NOT
      * INTERLEAVE OR RESUME EACH OTHER'S CHECKPOINTS.
      ******************************************************************
       012-APPLY-HULL-NAMES.
                      "."         DELIMITED BY SIZE
                      WS-HULL-ID  DELIMITED BY SIZE
                   INTO FILENAME-ALMFL
               MOVE FILENAME-OBJTRK TO WS-ENV-WORK
               MOVE SPACE TO FILENAME-OBJTRK
               STRING WS-ENV-WORK DELIMITED BY SPACE
                      "."         DELIMITED BY SIZE
                      WS-HULL-ID  DELIMITED BY SIZE
                   INTO FILENAME-OBJTRK
           END-IF.
      *
      ******************************************************************
           END-IF.
      *
      ******************************************************************
      * 540-REPORT-OBJECTIVE - THE FINAL SUMMARY'S VERDICT: THE COURSE
      * REACHES THE OBJECTIVE WHEN IT ENDS WITHIN TOLERANCE OF BOTH
      * TARGETS; OTHERWISE THE HORIZONTAL MISS DECIDES BETWEEN
      * OVERSHOOTING AND STOPPING SHORT, AND WHERE THE LENGTH IS ON
      * THE MARK THE DEPTH DOES (TOO DEEP OVERSHOOTS). EITHER WAY THE
      * MISS IS GIVEN FOR BOTH FIGURES.
      ******************************************************************
       540-REPORT-OBJECTIVE.
           COMPUTE WS-OBJ-MISS-LENGTH =
               SD-LENGTH-CURRENT - WS-OBJ-LENGTH.
           COMPUTE WS-OBJ-MISS-DEPTH =
               SD-DEPTH-CURRENT - WS-OBJ-DEPTH.
           MOVE WS-OBJ-MISS-LENGTH TO WS-OBJ-ABS-LENGTH.
           IF WS-OBJ-ABS-LENGTH IS LESS THAN ZERO
               COMPUTE WS-OBJ-ABS-LENGTH = ZERO - WS-OBJ-ABS-LENGTH
           END-IF.
           MOVE WS-OBJ-MISS-DEPTH TO WS-OBJ-ABS-DEPTH.
           IF WS-OBJ-ABS-DEPTH IS LESS THAN ZERO
               COMPUTE WS-OBJ-ABS-DEPTH = ZERO - WS-OBJ-ABS-DEPTH
           END-IF.
           EVALUATE TRUE
               WHEN WS-OBJ-ABS-LENGTH IS NOT GREATER THAN
                   WS-OBJ-TOLERANCE AND
                   WS-OBJ-ABS-DEPTH IS NOT GREATER THAN
                   WS-OBJ-TOLERANCE
                   MOVE 'R' TO WS-OBJ-VERDICT
               WHEN WS-OBJ-ABS-LENGTH IS GREATER THAN
                   WS-OBJ-TOLERANCE
                   IF WS-OBJ-MISS-LENGTH IS GREATER THAN ZERO
                       MOVE 'O' TO WS-OBJ-VERDICT
                   ELSE
                       MOVE 'S' TO WS-OBJ-VERDICT
                   END-IF
               WHEN WS-OBJ-MISS-DEPTH IS GREATER THAN ZERO
                   MOVE 'O' TO WS-OBJ-VERDICT
               WHEN OTHER
                   MOVE 'S' TO WS-OBJ-VERDICT
           END-EVALUATE.
           MOVE WS-OBJ-ABS-LENGTH TO ED-LENGTH.
           MOVE WS-OBJ-ABS-DEPTH TO ED-DEPTH.
           EVALUATE TRUE
               WHEN OBJ-REACHED
                   DISPLAY "COURSE REACHES THE OBJECTIVE - FINAL "
                       "LENGTH OFF BY " ED-LENGTH " DEPTH OFF BY "
                       ED-DEPTH
               WHEN OBJ-OVERSHOT
                   DISPLAY "**WARNING** COURSE OVERSHOOTS THE "
                       "OBJECTIVE - LENGTH OFF BY " ED-LENGTH
                       " DEPTH OFF BY " ED-DEPTH
               WHEN OTHER
                   DISPLAY "**WARNING** COURSE STOPS SHORT OF THE "
                       "OBJECTIVE - LENGTH OFF BY " ED-LENGTH
                       " DEPTH OFF BY " ED-DEPTH
           END-EVALUATE.
           IF WS-OBJ-ARRIVED-SW = 'Y'
               IF WS-TIME-MODEL-SW = 'Y'
                   DISPLAY "OBJECTIVE FIRST REACHED AT RECORD "
                       WS-OBJ-ARRIVED-REC " - MISSION TIME "
                       WS-OBJ-ARRIVED-TIME " TIME UNIT(S)"
               ELSE
                   DISPLAY "OBJECTIVE FIRST REACHED AT RECORD "
                       WS-OBJ-ARRIVED-REC
               END-IF
           ELSE
               IF OBJ-OVERSHOT
                   DISPLAY "COURSE PASSED THE OBJECTIVE WITHOUT "
                       "COMING WITHIN TOLERANCE OF IT"
               ELSE
                   IF WS-TIME-MODEL-SW = 'Y'
                       DISPLAY "ESTIMATED TIME OF ARRIVAL ==> "
                           WS-OBJ-ETA " TIME UNIT(S)"
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 015-CHECK-PROCESSED-INPUT - AFTER THE READ PASS, BEFORE ANY
      * RUN RESULTS ARE WRITTEN: REFUSE (OR, UNDER THE PROCREGOVR
      * OPERATOR OVERRIDE, WARN PAST) AN INPUT WHOSE RECORD COUNT
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF PR-FOUND = 'Y' AND WS-RERUN-DATE NOT EQUAL TO SPACE
               DISPLAY "RE-RUN OF A CATALOGED INPUT FIRST PROCESSED ON "
                   PR-MATCH-DATE " - ALREADY-PROCESSED CHECK WAIVED."
               MOVE 'N' TO PR-FOUND
           END-IF.
           IF PR-FOUND = 'Y'
               MOVE SPACE TO WS-ENV-WORK
               ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PROCREGOVR"
               DISPLAY "**WARNING** THIS INPUT'S CONTENT FINGERPRINT "
      -            "MATCHES A FEED ALREADY PROCESSED ON " PR-MATCH-DATE
           END-IF.
           PERFORM 525-RETAIN-INPUT.

      ******************************************************************
      * 525-RETAIN-INPUT - COPY THIS CLEAN RUN'S EXTRACT TO A DATED
      * GENERATION AND CATALOG IT UNDER THE COUNT AND FINGERPRINT JUST
      * REGISTERED. A RE-RUN IS ALREADY READING A GENERATION AND
      * RETAINS NOTHING; A MISSING ROUTINE COSTS ONLY THE COPY.
      ******************************************************************
       525-RETAIN-INPUT.
           IF WS-RERUN-DATE IS EQUAL TO SPACE
               MOVE "STEERNAV" TO IG-PROGRAM
               EVALUATE TRUE
                   WHEN STEERMODE-IS-3
                       MOVE "NAVIN3" TO IG-FEED
                   WHEN STEERMODE-IS-2
                       MOVE "NAVIN2" TO IG-FEED
                   WHEN OTHER
                       MOVE "NAVIN1" TO IG-FEED
               END-EVALUATE
               MOVE WS-HULL-ID TO IG-HULL-ID
               MOVE FILENAME-NAVIN TO IG-FILE-NAME
               MOVE 'F' TO IG-ORGANIZATION
               MOVE 11 TO IG-RECORD-LENGTH
               MOVE WS-RECORDS-PROCESSED TO IG-RECORD-COUNT
               MOVE SD-CODE TO IG-FINGERPRINT
               MOVE SPACE TO IG-RUN-DATE
               CALL "INGENWR" USING INGEN-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

      ******************************************************************
      * 120-RUN-DRY-RUN-VECTORS - FEED EACH TEST VECTOR FOR THE CURRENT
                   IF CP-ELAPSED-TIME IS GREATER THAN ZERO
                       MOVE CP-ELAPSED-TIME TO WS-ELAPSED-TIME
                   END-IF
                   IF CP-OBJ-ARRIVED-SW = 'Y'
                       MOVE 'Y' TO WS-OBJ-ARRIVED-SW
                       MOVE CP-OBJ-ARRIVED-REC TO WS-OBJ-ARRIVED-REC
                       MOVE CP-OBJ-ARRIVED-TIME TO WS-OBJ-ARRIVED-TIME
                   END-IF
                   IF CP-BATTERY-USED IS GREATER THAN ZERO
                       MOVE CP-BATTERY-USED TO WS-BATTERY-USED
                       IF WS-BATTERY-BUDGET IS GREATER THAN ZERO
               PERFORM 247-CONSUME-BATTERY
               PERFORM 248-ADVANCE-CLOCK
               PERFORM 250-WRITE-POSITION-LOG
               PERFORM 252-TRACK-OBJECTIVE
           ELSE
               PERFORM 999-ERROR-PROCEDURE.
      *
           CLOSE SPEEDPARM.
      *
      ******************************************************************
      * 022-READ-OBJECTIVE - PICK UP THE OBJECTIVE CARD FOR THIS HULL.
      * A CARD NAMING THE HULL WINS OVER A BLANK-HULL CARD WHEREVER IT
      * SITS IN THE DECK; BETWEEN CARDS OF THE SAME KIND THE ONE
      * APPENDED LAST WINS, THE SAME RULE AS THE DIVE-PLAN LEGS. A
      * CARD WITH A NON-NUMERIC TARGET IS PASSED OVER WITH A WARNING.
      ******************************************************************
       022-READ-OBJECTIVE.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT OBJPARM.
           PERFORM 023-LOAD-ONE-OBJECTIVE UNTIL SW-EOF = 'Y'.
           CLOSE OBJPARM.
           MOVE 'N' TO SW-EOF.
           IF WS-OBJ-FOUND = 'Y'
               DISPLAY "OBJECTIVE FOR " WS-HULL-ID " - LENGTH "
                   WS-OBJ-LENGTH " DEPTH " WS-OBJ-DEPTH
                   " TOLERANCE " WS-OBJ-TOLERANCE "."
           END-IF.
      *
       023-LOAD-ONE-OBJECTIVE.
           READ OBJPARM NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF OB-HULL-ID = WS-HULL-ID OR
                       (OB-HULL-ID = SPACE AND WS-OBJ-OWN-CARD = 'N')
                       IF OB-TARGET-LENGTH IS NUMERIC AND
                           OB-TARGET-DEPTH IS NUMERIC
                           MOVE 'Y' TO WS-OBJ-FOUND
                           IF OB-HULL-ID = WS-HULL-ID
                               MOVE 'Y' TO WS-OBJ-OWN-CARD
                           END-IF
                           MOVE OB-TARGET-LENGTH TO WS-OBJ-LENGTH
                           MOVE OB-TARGET-DEPTH TO WS-OBJ-DEPTH
                           IF OB-TOLERANCE IS NUMERIC
                               MOVE OB-TOLERANCE TO WS-OBJ-TOLERANCE
                           ELSE
                               MOVE ZERO TO WS-OBJ-TOLERANCE
                           END-IF
                       ELSE
                           DISPLAY "**WARNING** OBJECTIVE CARD PASSED "
      -                        "OVER - BAD TARGET LENGTH OR DEPTH."
                       END-IF
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 248-ADVANCE-CLOCK - EVERY COMMAND TAKES TIME PROPORTIONAL TO
      * IR-AMOUNT AT ITS TYPE'S DURATION FACTOR (A HOLD'S AMOUNT IS
      * ALREADY TIME UNITS, SCALED BY THE HOLD FACTOR). THE RUNNING
           WRITE POSLOG-RECORD.
      *
      ******************************************************************
      * 252-TRACK-OBJECTIVE - AT EVERY POSITION-LOG STEP, THE
      * HORIZONTAL AND VERTICAL DISTANCE STILL TO GO TO THE OBJECTIVE
      * AND THE ESTIMATED TIME OF ARRIVAL GO ON THE OBJECTIVE-PROGRESS
      * LOG. THE FIRST STEP THAT BRINGS BOTH WITHIN TOLERANCE IS
      * REMEMBERED AS THE ARRIVAL, FOR THE FINAL SUMMARY AND NAVLOG.
      ******************************************************************
       252-TRACK-OBJECTIVE.
           IF WS-OBJ-FOUND = 'Y'
               COMPUTE WS-OBJ-LENGTH-TO-GO =
                   WS-OBJ-LENGTH - SD-LENGTH-CURRENT
               COMPUTE WS-OBJ-DEPTH-TO-GO =
                   WS-OBJ-DEPTH - SD-DEPTH-CURRENT
               MOVE WS-OBJ-LENGTH-TO-GO TO WS-OBJ-ABS-LENGTH
               IF WS-OBJ-ABS-LENGTH IS LESS THAN ZERO
                   COMPUTE WS-OBJ-ABS-LENGTH = ZERO - WS-OBJ-ABS-LENGTH
               END-IF
               MOVE WS-OBJ-DEPTH-TO-GO TO WS-OBJ-ABS-DEPTH
               IF WS-OBJ-ABS-DEPTH IS LESS THAN ZERO
                   COMPUTE WS-OBJ-ABS-DEPTH = ZERO - WS-OBJ-ABS-DEPTH
               END-IF
               IF WS-OBJ-ARRIVED-SW = 'N' AND
                   WS-OBJ-ABS-LENGTH IS NOT GREATER THAN
                   WS-OBJ-TOLERANCE AND
                   WS-OBJ-ABS-DEPTH IS NOT GREATER THAN
                   WS-OBJ-TOLERANCE
                   MOVE 'Y' TO WS-OBJ-ARRIVED-SW
                   MOVE WS-RECORDS-PROCESSED TO WS-OBJ-ARRIVED-REC
                   MOVE WS-ELAPSED-TIME TO WS-OBJ-ARRIVED-TIME
                   DISPLAY "OBJECTIVE REACHED AT RECORD "
                       WS-RECORDS-PROCESSED
               END-IF
               PERFORM 254-ESTIMATE-TIME-TO-GO
               MOVE WS-RECORDS-PROCESSED TO OT-RECORD-NUMBER
               MOVE IR-CONTROL-WORD TO OT-CONTROL-WORD
               MOVE WS-OBJ-LENGTH-TO-GO TO OT-LENGTH-TO-GO
               MOVE WS-OBJ-DEPTH-TO-GO TO OT-DEPTH-TO-GO
               MOVE WS-ELAPSED-TIME TO OT-ELAPSED-TIME
               MOVE WS-OBJ-TIME-TO-GO TO OT-TIME-TO-GO
               MOVE WS-OBJ-ETA TO OT-ETA
               WRITE OBJTRK-RECORD
           END-IF.
      *
      ******************************************************************
      * 254-ESTIMATE-TIME-TO-GO - THE STEERSPD CARD TIME FOR THE
      * DISTANCE LEFT: HORIZONTAL AT THE FORWARD FACTOR AND, IN THE
      * DEPTH/LENGTH-ONLY MODEL WHERE DEPTH IS STEERED BY ITS OWN
      * COMMANDS, VERTICAL AT THE DOWN OR UP FACTOR. (THE AIM-BASED
      * MODEL CHANGES DEPTH WHILE MOVING FORWARD, SO ITS VERTICAL
      * DISTANCE COSTS NO EXTRA TIME.) ONCE THE COURSE HAS MADE
      * PROGRESS, THAT CARD TIME IS SCALED BY THE ELAPSED TIME OVER
      * THE CARD TIME FOR THE PROGRESS MADE. NO CARD, NO CLOCK - THE
      * TIME FIGURES STAY ZERO.
      ******************************************************************
       254-ESTIMATE-TIME-TO-GO.
           MOVE ZERO TO WS-OBJ-TIME-TO-GO.
           MOVE ZERO TO WS-OBJ-ETA.
           IF WS-TIME-MODEL-SW = 'Y'
               COMPUTE WS-OBJ-PLAN-LEFT =
                   WS-OBJ-ABS-LENGTH * WS-TIME-FORWARD
               MOVE SD-LENGTH-CURRENT TO WS-OBJ-ABS-WORK
               IF WS-OBJ-ABS-WORK IS LESS THAN ZERO
                   COMPUTE WS-OBJ-ABS-WORK = ZERO - WS-OBJ-ABS-WORK
               END-IF
               COMPUTE WS-OBJ-PLAN-DONE =
                   WS-OBJ-ABS-WORK * WS-TIME-FORWARD
               IF STEERMODE-IS-1
                   IF WS-OBJ-DEPTH-TO-GO IS GREATER THAN ZERO
                       COMPUTE WS-OBJ-PLAN-LEFT = WS-OBJ-PLAN-LEFT
                           + WS-OBJ-ABS-DEPTH * WS-TIME-DOWN
                   ELSE
                       COMPUTE WS-OBJ-PLAN-LEFT = WS-OBJ-PLAN-LEFT
                           + WS-OBJ-ABS-DEPTH * WS-TIME-UP
                   END-IF
                   MOVE SD-DEPTH-CURRENT TO WS-OBJ-ABS-WORK
                   IF WS-OBJ-ABS-WORK IS LESS THAN ZERO
                       COMPUTE WS-OBJ-ABS-WORK = ZERO - WS-OBJ-ABS-WORK
                   END-IF
                   COMPUTE WS-OBJ-PLAN-DONE = WS-OBJ-PLAN-DONE
                       + WS-OBJ-ABS-WORK * WS-TIME-DOWN
               END-IF
               IF WS-OBJ-PLAN-DONE IS GREATER THAN ZERO AND
                   WS-ELAPSED-TIME IS GREATER THAN ZERO
                   COMPUTE WS-OBJ-TIME-TO-GO ROUNDED =
                       WS-OBJ-PLAN-LEFT * WS-ELAPSED-TIME
                       / WS-OBJ-PLAN-DONE
                       ON SIZE ERROR
                           MOVE 999999999 TO WS-OBJ-TIME-TO-GO
                   END-COMPUTE
               ELSE
                   COMPUTE WS-OBJ-TIME-TO-GO = WS-OBJ-PLAN-LEFT
                       ON SIZE ERROR
                           MOVE 999999999 TO WS-OBJ-TIME-TO-GO
                   END-COMPUTE
               END-IF
               COMPUTE WS-OBJ-ETA = WS-ELAPSED-TIME + WS-OBJ-TIME-TO-GO
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-OBJ-ETA
               END-COMPUTE
           END-IF.
      *
      ******************************************************************
      * 210-WRITE-CHECKPOINT - SAVE THE CURRENT STEERING FIGURES AND
      * RECORD COUNT EVERY CP-INTERVAL RECORDS SO A FAILURE LATER IN
      * THE RUN ONLY COSTS REPLAYING BACK TO THE LAST CHECKPOINT.
           MOVE SD-AIM-CURRENT TO CP-AIM.
           MOVE WS-BATTERY-USED TO CP-BATTERY-USED.
           MOVE WS-ELAPSED-TIME TO CP-ELAPSED-TIME.
           MOVE WS-OBJ-ARRIVED-SW TO CP-OBJ-ARRIVED-SW.
           MOVE WS-OBJ-ARRIVED-REC TO CP-OBJ-ARRIVED-REC.
           MOVE WS-OBJ-ARRIVED-TIME TO CP-OBJ-ARRIVED-TIME.
           WRITE CHKPT-RECORD.
           CLOSE CHKPT2.
      *
      * TELEMETRY CONSUMERS SEE NO DIFFERENCE.
      ******************************************************************
       500-WRITE-TELEMETRY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN STEERMODE-IS-2
           MOVE ZERO TO TL-DIAG-EPSILON.
           MOVE ZERO TO TL-DIAG-O2.
           MOVE ZERO TO TL-DIAG-CO2.
      *    THE WRITER CAPTURES THE BEFORE IMAGE OF THE ROW THIS WRITE
      *    REPLACES AND JOURNALS BOTH IMAGES.
           MOVE 'T' TO SWP-ACTION.
           MOVE TL-PROGRAM-NAME TO SWP-PROGRAM.
           MOVE TELEM-RECORD TO SWP-RECORD.
           PERFORM 505-CALL-SHARED-WRITER.
      *
      ******************************************************************
      * 505-CALL-SHARED-WRITER - HAND A BUILT TELEMETRY OR RUN-LOG
      * ROW TO THE SHARED-DATASET WRITER (SHRDWR), WHICH TAKES ITS TURN
      * AT THE FILE UNDER THE SHARED-DATASET LOCK AND JOURNALS A
      * TELEMETRY ROW WITH BOTH IMAGES FOR THE REBUILD UTILITY.
      ******************************************************************
       505-CALL-SHARED-WRITER.
           CALL "SHRDWR" USING SHRDWR-PARM
               ON EXCEPTION
                   DISPLAY "**WARNING** SHRDWR NOT AVAILABLE - "
                       "SHARED-DATASET ROW NOT WRITTEN."
           END-CALL.
      *
      ******************************************************************
      * 510-WRITE-RUN-LOG - APPEND THIS RUN'S READ/REJECT COUNTS TO THE
      * SHARED BATCH-RUN STATISTICS LOG.
      ******************************************************************
       510-WRITE-RUN-LOG.
           EVALUATE TRUE
               WHEN STEERMODE-IS-2
                   MOVE "STEER2" TO RL-PROGRAM-NAME
           MOVE WS-RECORDS-PROCESSED TO RL-RECORDS-READ.
           MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED.
           MOVE WS-HULL-ID TO RL-HULL-ID.
           MOVE 'L' TO SWP-ACTION.
           MOVE RL-PROGRAM-NAME TO SWP-PROGRAM.
           MOVE RUNLOG-RECORD TO SWP-RECORD.
           PERFORM 505-CALL-SHARED-WRITER.
      *
      ******************************************************************
      * 515-WRITE-FEED-QUALITY - ONE QUALITY HISTORY ROW PER RUN:
      * 600-WRITE-NAV-LOG - OPEN A FRESH NAVLOG DATASET NAMED FOR
      * TODAY'S RUN DATE AND WRITE THIS RUN'S FINAL FIGURES TO IT, SO
      * EACH RUN DATE KEEPS ITS OWN RECORD INSTEAD OF OVERWRITING
      * WHATEVER RAN BEFORE IT, FOLLOWED BY THE OBJECTIVE LINE WHEN
      * AN OBJECTIVE IS SET. MODE 2 ONLY.
      ******************************************************************
       600-WRITE-NAV-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SD-CODE TO NL-CODE.
           MOVE WS-HULL-ID TO NL-HULL-ID.
           WRITE NAVLOG-RECORD.
           IF WS-OBJ-FOUND = 'Y'
               MOVE SPACE TO NAVOBJ-RECORD
               MOVE "OBJECTIVE" TO NO-RECORD-TAG
               MOVE WS-OBJ-VERDICT TO NO-VERDICT
               MOVE WS-OBJ-LENGTH TO NO-TARGET-LENGTH
               MOVE WS-OBJ-DEPTH TO NO-TARGET-DEPTH
               MOVE WS-OBJ-MISS-LENGTH TO NO-MISS-LENGTH
               MOVE WS-OBJ-MISS-DEPTH TO NO-MISS-DEPTH
               IF WS-OBJ-ARRIVED-SW = 'Y'
                   MOVE WS-OBJ-ARRIVED-TIME TO NO-ARRIVAL-TIME
               ELSE
                   MOVE ZERO TO NO-ARRIVAL-TIME
               END-IF
               WRITE NAVOBJ-RECORD
           END-IF.
           CLOSE NAVLOG.
      *
      ******************************************************************
