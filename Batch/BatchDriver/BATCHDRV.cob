      *           MENU ARE PICKED UP AFTER THE SCHEDULED STEPS, WITH
      *           THE SAME DEPENDENCY AND CONDITION-CODE HANDLING,
      *           AND MARKED DONE OR FAILED WITH TIMESTAMPS.
      * Modified: 15 OCT, 2026 - THE PAGING PROGRAM (PAGEOUT) IS RUN
      *           AT CHAIN END AND ON EVERY ABORT PATH, SO AN ABEND,
      *           ENVELOPE BREACH OR CHAIN ABORT PAGES THE ON-CALL
      *           CONTACT INSTEAD OF WAITING FOR THE MORNING DIGEST.
      * Modified: 15 OCT, 2026 - THE BATCH-WINDOW FORECAST (BATCHFCST)
      *           IS RUN BEFORE THE FIRST STEP, SO A PROJECTED OVERRUN
      *           IS ON THE CONSOLE BEFORE THE CHAIN COMMITS TO IT.
      * Modified: 15 OCT, 2026 - TRAINING MODE (TRAINSW) IS HONORED
      *           BEFORE ANY DATASET IS OPENED; THE WHOLE CHAIN THEN
      *           RUNS ON THE TRAINING SET.
      * Modified: 15 OCT, 2026 - REPORT DISTRIBUTION (RPTDIST) IS RUN
      *           AFTER THE CHAIN AND THE QUEUED REQUESTS, CUTTING THE
      *           DAY'S REPORT GENERATIONS INTO PER-RECIPIENT PACKETS.
      * Modified: 15 OCT, 2026 - THE WHOLE-SHOP BACKUP (SHOPBKUP) IS
      *           RUN AS THE LAST STEP OF A CLEAN CHAIN, TAKING THE
      *           NIGHT'S DATED BACKUP SET OF EVERY SHARED DATASET.
      * Modified: 15 OCT, 2026 - THE LEGS' SHARED WRITES NOW GO
      *           THROUGH THE SHARED-DATASET WRITER (SHRDWR), WHICH
      *           SERIALIZES WRITERS AND RETRIES ON CONTENTION, AND
      *           EVERY WAVE IS CHECKED BY SHRDVFY BEFORE THE NEXT ONE
      *           STARTS. CONCURRENT WAVES ARE THE DEFAULT AGAIN;
      *           DRVPARALLEL=N KEEPS THE SERIAL CHAIN.
      * Purpose: CHAIN THE DAILY BATCH RUN WITH CONDITION-CODE CHECKS
      *          BETWEEN STEPS
      * Tectonics: cobc
                                           VALUE "STEERMODE=1 steernav".
           05 PROG-SBMRCD1                         PIC X(100)
                                                VALUE "sbmrcd1".
      *    THE PAGING PROGRAM, OVERRIDABLE BY DRVPAGEOUT. UNLIKE THE
      *    FALLBACK STEPS IT RUNS WHETHER OR NOT BATCHSCHED IS THERE.
           05 PROG-PAGEOUT                         PIC X(100)
                                                VALUE "pageout".
      *    THE BATCH-WINDOW FORECAST, OVERRIDABLE BY DRVFCST. IT RUNS
      *    AHEAD OF THE CHAIN WHETHER OR NOT BATCHSCHED IS THERE.
           05 PROG-FCST                            PIC X(100)
                                                VALUE "batchfcst".
      *    REPORT DISTRIBUTION, OVERRIDABLE BY DRVDIST. IT RUNS ONCE
      *    THE CHAIN AND THE QUEUED REQUESTS HAVE ENDED CLEAN, SO
      *    EVERY REPORT OF THE DAY IS THERE TO BE CUT.
           05 PROG-DIST                            PIC X(100)
                                                VALUE "rptdist".
      *    THE WHOLE-SHOP BACKUP, OVERRIDABLE BY DRVBKUP. IT RUNS
      *    LAST OF ALL, ONCE NOTHING ELSE IN THE CHAIN CAN STILL
      *    CHANGE A DATASET, SO THE SET IS ONE POINT IN TIME.
           05 PROG-BKUP                            PIC X(100)
                                                VALUE "shopbkup".
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
      *
      *
      * WAVE CONTROL FOR THE CONCURRENT PATH. EACH WAVE LAUNCHES
      * EVERY STEP WHOSE PREREQUISITES ARE SATISFIED AND THEN POLLS
      * THE STEPRC FILES UNTIL THE WAVE DRAINS. THE WAVES ARE THE
      * DEFAULT (DRVPARALLEL=N KEEPS THE SERIAL CHAIN): THE MAIN LEGS'
      * WRITES TO THE SHARED BATCHLOG, TELEMETRY JOURNAL, FEED-QUALITY
      * HISTORY AND INDEXED TELEMETRY FILE ALL GO THROUGH SHRDWR, ONE
      * WRITER AT A TIME, AND EVERY WAVE IS CHECKED BEFORE THE NEXT.
       01 PARALLEL-DATA.
           05 WS-PARALLEL-SW                       PIC X    VALUE 'Y'.
           05 SW-ALL-HANDLED                       PIC X    VALUE 'N'.
           05 SW-CHAIN-FAILED                      PIC X    VALUE 'N'.
           05 SW-RC-READY                          PIC X    VALUE 'N'.
           05 WS-RC-DIGIT-X                        PIC X    VALUE SPACE.
           05 WS-RC-DIGIT-9 REDEFINES WS-RC-DIGIT-X
                                                   PIC 9.
      *
      * WAVE CHECK WORK. EACH WAVE (AND ON THE SERIAL CHAIN EACH STEP)
      * GETS ITS OWN ID, HANDED TO THE STEPS IN SHRDWAVE, WITH THE
      * STEP'S NAME IN SHRDSTEP, SO SHRDWR RECEIPTS EVERY SHARED ROW
      * AGAINST THE STEP THAT WROTE IT AND SHRDVFY CAN CHECK THEM.
       01 WAVE-CHECK-DATA.
           05 WS-WAVE-NUMBER                       PIC 9(3) VALUE ZERO.
           05 WS-WAVE-ID                           PIC X(20)
                                                VALUE SPACE.
           05 WS-WAVE-SUBS                         PIC 9(2) VALUE ZERO.
           05 SW-WAVE-CHECK-FAILED                 PIC X    VALUE 'N'.
       01 FILE-NAMES.
           05 FILENAME-STEPRC                      PIC X(100)
                                                VALUE SPACE.
           05 WS-REQ-DEP-STATUS                    PIC X    VALUE SPACE.
       01 WS-SLEEP-CMD                             PIC X(8)
                                                VALUE "sleep 1".
      *
      * PAGING WORK: THE STEP AND CODE AN ABORT HANDS PAGEOUT (BLANK
      * AT CHAIN END), ITS COMMAND LINE, ITS OWN EXIT CODE, AND THE
      * CHAIN'S RETURN CODE, PUT BACK AFTERWARDS SO PAGING NEVER
      * CHANGES HOW THE CHAIN ENDS.
       01 PAGE-WORK.
           05 WS-PAGE-STEP                         PIC X(10)
                                                VALUE SPACE.
           05 WS-PAGE-CODE                         PIC 9(2) VALUE ZERO.
           05 WS-PAGE-CMD                          PIC X(200)
                                                VALUE SPACE.
           05 WS-PAGE-EXIT                         PIC S9(4) VALUE ZERO.
           05 WS-PAGE-SAVED-RC                     PIC S9(9) VALUE ZERO.
      *
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY).
           COPY TRAINSPM.
      *
      * SHRDVFY-PARM IS THE SHARED WAVE CHECK AREA (SEE
      * COPYBOOKS/SHRDVFPM.CPY).
           COPY SHRDVFPM.
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
           PERFORM 010-GET-STEP-NAMES.
           PERFORM 020-LOAD-SCHEDULE.
           PERFORM 040-CHECK-RESTART.
           PERFORM 045-CHECK-PARALLEL.
           PERFORM 050-FORECAST-WINDOW.
           IF WS-PARALLEL-SW = 'Y'
               PERFORM 1000-RUN-PARALLEL-WAVES
           ELSE
                   VARYING WS-STEP-SUBS FROM 1 BY 1
                   UNTIL WS-STEP-SUBS > WS-STEP-COUNT
           END-IF.
      *    QUEUED REQUESTS ARE NOT PART OF ANY WAVE, SO THEIR SHARED
      *    WRITES ARE LEFT UNRECEIPTED.
           SET ENVIRONMENT "SHRDWAVE" TO SPACE.
           PERFORM 2000-RUN-QUEUED-REQUESTS.
           PERFORM 870-DISTRIBUTE-REPORTS.
           PERFORM 860-CLEAR-CHECKPOINT.
           PERFORM 880-BACKUP-SHOP.
           DISPLAY "BATCH RUN COMPLETE - ALL SCHEDULED STEPS HANDLED.".
           IF WS-REQ-RUN-COUNT IS GREATER THAN ZERO
               DISPLAY WS-REQ-RUN-COUNT " OPERATOR REQUEST(S) RUN, "
                   WS-REQ-FAIL-COUNT " FAILED."
           END-IF.
           MOVE SPACE TO WS-PAGE-STEP.
           MOVE ZERO TO WS-PAGE-CODE.
           PERFORM 950-PAGE-ON-CALL.
           STOP RUN.
      *
      ******************************************************************
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO PROG-SBMRCD1
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "DRVPAGEOUT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO PROG-PAGEOUT
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "DRVFCST"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO PROG-FCST
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "DRVDIST"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO PROG-DIST
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "DRVBKUP"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO PROG-BKUP
           END-IF.
      *
      ******************************************************************
      * 020-LOAD-SCHEDULE - READ THE STEP LIST FROM BATCHSCHED INTO
           END-IF.
      *
      ******************************************************************
      * 045-CHECK-PARALLEL - THE CONCURRENT WAVES ARE THE DEFAULT;
      * DRVPARALLEL=N KEEPS THE SERIAL CHAIN. THE SHARED FILES ARE
      * SAFE UNDER THE WAVES BECAUSE EVERY LEG WRITES THEM THROUGH
      * SHRDWR AND EVERY WAVE IS CHECKED BY SHRDVFY.
      ******************************************************************
       045-CHECK-PARALLEL.
           MOVE SPACE TO WS-ENV-WORK.
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:1) = 'N' OR WS-ENV-WORK(1:1) = 'n'
               MOVE 'N' TO WS-PARALLEL-SW
           END-IF.
      *
      ******************************************************************
      * 050-FORECAST-WINDOW - PROJECT TONIGHT'S STEPS AND QUEUED
      * REQUESTS AGAINST THE SLA WINDOW BEFORE ANYTHING RUNS. A CODE 4
      * BACK IS A PROJECTED OVERRUN: IT IS SHOWN, WITH THE REPORT THAT
      * NAMES THE DEFERRABLE WORK, BUT THE CHAIN STILL RUNS - HOLDING
      * WORK BACK IS THE OPERATOR'S CALL, MADE THROUGH THE SKIP FLAGS
      * AND THE QUEUE. LIKE PAGING, THE FORECAST NEVER CHANGES THE
      * CHAIN'S OWN RETURN CODE.
      ******************************************************************
       050-FORECAST-WINDOW.
           CALL "SYSTEM" USING PROG-FCST.
           PERFORM 800-UNPACK-EXIT-CODE.
           IF WS-EXIT-CODE IS EQUAL TO 4
               DISPLAY "**WARNING** BATCH WINDOW FORECAST PROJECTS AN "
                   "OVERRUN - SEE BATCHFCSTRPT FOR DEFERRABLE WORK."
           END-IF.
           IF WS-EXIT-CODE IS GREATER THAN 4
               DISPLAY "**WARNING** BATCH WINDOW FORECAST ENDED WITH "
                   "CONDITION CODE " WS-EXIT-CODE " - NO FORECAST."
           END-IF.
           MOVE ZERO TO WS-EXIT-CODE.
           MOVE ZERO TO RETURN-CODE.
      *
      ******************************************************************
      * 1000-RUN-PARALLEL-WAVES - MARK THE RESUMED STEPS CLEAN, THEN
               DISPLAY "**BATCH CHAIN ABORTED** STEP "
                   WS-FAILED-STEP " FAILED WITH RETURN CODE "
                   WS-WORST-CODE
               MOVE WS-FAILED-STEP TO WS-PAGE-STEP
               MOVE WS-WORST-CODE TO WS-PAGE-CODE
               PERFORM 950-PAGE-ON-CALL
               MOVE WS-WORST-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       1010-RUN-ONE-WAVE.
           MOVE ZERO TO WS-PENDING-COUNT.
           ADD 1 TO WS-WAVE-NUMBER.
           MOVE ZERO TO SVP-STEP-COUNT.
           PERFORM 830-TAKE-STAMP.
           MOVE SPACE TO WS-WAVE-ID.
           STRING WS-RUN-DATE WS-RUN-HH WS-RUN-MIN WS-RUN-SS
                  "-W" WS-WAVE-NUMBER
               DELIMITED BY SIZE INTO WS-WAVE-ID.
           SET ENVIRONMENT "SHRDWAVE" TO WS-WAVE-ID.
           PERFORM 1020-TRY-LAUNCH-ONE
               VARYING WS-STEP-SUBS FROM 1 BY 1
               UNTIL WS-STEP-SUBS > WS-STEP-COUNT.
           ELSE
               PERFORM 1040-POLL-RUNNING-STEPS
                   UNTIL WS-RUN-COUNT IS EQUAL TO ZERO
               PERFORM 1090-CHECK-WAVE
               PERFORM 1080-SET-CHECKPOINT
               PERFORM 850-WRITE-CHECKPOINT
               IF SW-CHAIN-FAILED = 'Y'
      * WITH A RUNNING MARKER, THEN HAND THE COMMAND TO A BACKGROUND
      * SHELL THAT OVERWRITES THE FILE WITH THE STEP'S REAL EXIT CODE
      * WHEN IT ENDS. BECAUSE THE SHELL WRITES $? ITSELF, THERE IS NO
      * PACKED WAIT() STATUS TO UNPICK ON THIS PATH. THE STEP GOES ON
      * THE WAVE'S CHECK LIST, AND SHRDSTEP CARRIES ITS NAME INTO THE
      * SHELL FOR SHRDWR'S RECEIPTS.
      ******************************************************************
       1030-LAUNCH-ONE-STEP.
           PERFORM 830-TAKE-STAMP.
                  ST-STEP-NAME(WS-STEP-SUBS) DELIMITED BY SPACE
                  "' &" DELIMITED BY SIZE
               INTO WS-LAUNCH-CMD.
           ADD 1 TO SVP-STEP-COUNT.
           MOVE ST-STEP-NAME(WS-STEP-SUBS)
               TO SVP-STEP-NAME(SVP-STEP-COUNT).
           SET ENVIRONMENT "SHRDSTEP" TO ST-STEP-NAME(WS-STEP-SUBS).
           DISPLAY "LAUNCHING STEP " WS-STEP-SUBS " ("
               ST-STEP-NAME(WS-STEP-SUBS) ").".
           CALL "SYSTEM" USING WS-LAUNCH-CMD.
           END-PERFORM.
      *
      ******************************************************************
      * 1090-CHECK-WAVE - ONCE THE WAVE DRAINS, HAVE SHRDVFY CONFIRM
      * THAT EVERY BATCHLOG ROW, JOURNAL IMAGE, TELEMETRY ROW AND
      * FEED-QUALITY ROW THE WAVE'S STEPS WROTE LANDED INTACT. A STEP
      * WHOSE ROWS DID NOT IS FAILED WITH CONDITION CODE 8 (THE
      * SHOP'S CONTROL-TOTAL DISAGREEMENT) EVEN IF IT ENDED CLEAN, SO
      * THE CHECKPOINT STAYS BEHIND IT AND NOTHING BUILDS ON ITS
      * OUTPUT. NO SHRDVFY ON THE PATH IS A WARNING, NOT A FAILURE.
      ******************************************************************
       1090-CHECK-WAVE.
           MOVE 'V' TO SVP-ACTION.
           MOVE WS-WAVE-ID TO SVP-WAVE-ID.
           MOVE 'N' TO SW-WAVE-CHECK-FAILED.
           CALL "SHRDVFY" USING SHRDVFY-PARM
               ON EXCEPTION
                   DISPLAY "**WARNING** SHRDVFY NOT AVAILABLE - WAVE "
                       WS-WAVE-ID " NOT CHECKED."
                   MOVE 'Y' TO SVP-RESULT
           END-CALL.
           IF SVP-RESULT NOT EQUAL TO 'Y'
               PERFORM 1092-FAIL-UNLANDED-STEP
                   VARYING WS-WAVE-SUBS FROM 1 BY 1
                   UNTIL WS-WAVE-SUBS > SVP-STEP-COUNT
               IF SW-WAVE-CHECK-FAILED = 'N'
                   MOVE 'Y' TO SW-CHAIN-FAILED
                   IF WS-WORST-CODE IS LESS THAN 8
                       MOVE 8 TO WS-WORST-CODE
                       MOVE "WAVECHECK" TO WS-FAILED-STEP
                   END-IF
               END-IF
               DISPLAY "**WAVE CHECK FAILED** WAVE " WS-WAVE-ID
                   " - SHARED-DATASET ROWS MISSING OR DAMAGED."
           END-IF.
      *
       1092-FAIL-UNLANDED-STEP.
           IF SVP-VERDICT(WS-WAVE-SUBS) = 'N'
               MOVE 'Y' TO SW-WAVE-CHECK-FAILED
               MOVE 'Y' TO SW-CHAIN-FAILED
               PERFORM 1094-FAIL-ONE-STEP
                   VARYING WS-STEP-SUBS FROM 1 BY 1
                   UNTIL WS-STEP-SUBS > WS-STEP-COUNT
           END-IF.
      *
       1094-FAIL-ONE-STEP.
           IF ST-STEP-NAME(WS-STEP-SUBS) = SVP-STEP-NAME(WS-WAVE-SUBS)
               AND ST-STATUS(WS-STEP-SUBS) = 'C'
               MOVE 'F' TO ST-STATUS(WS-STEP-SUBS)
               IF WS-WORST-CODE IS LESS THAN 8
                   MOVE 8 TO WS-WORST-CODE
                   MOVE ST-STEP-NAME(WS-STEP-SUBS) TO WS-FAILED-STEP
               END-IF
               DISPLAY "**FAILED** STEP " WS-STEP-SUBS " ("
                   ST-STEP-NAME(WS-STEP-SUBS)
                   ") ENDED CLEAN BUT ITS SHARED-DATASET ROWS DID "
                   "NOT ALL LAND INTACT."
           END-IF.
      *
      ******************************************************************
      * 1100-CHECK-DEPENDENCY-PAR - THE WAVE-AWARE DEPENDENCY CHECK:
      * ' ' MEANS SATISFIED (NO DEPENDENCY, THE NAME MATCHES NO STEP,
      * OR THE PREREQUISITE ENDED CLEAN), 'W' MEANS THE PREREQUISITE
           PERFORM 830-TAKE-STAMP.
           MOVE WS-END-DATE TO WS-START-DATE.
           MOVE WS-END-TIME TO WS-START-TIME.
           PERFORM 125-OPEN-STEP-CHECK.
           CALL "SYSTEM" USING ST-COMMAND(WS-STEP-SUBS).
           PERFORM 800-UNPACK-EXIT-CODE.
           PERFORM 830-TAKE-STAMP.
           PERFORM 840-WRITE-STEP-TIMING.
           IF WS-EXIT-CODE IS NOT GREATER THAN 4
               PERFORM 130-CHECK-STEP-WRITES
           END-IF.
      *    UNDER THE SHOP'S CONDITION-CODE CONVENTION (0 CLEAN, 4
      *    REJECTS/WARNINGS, 8 CONTROL-TOTAL DISAGREEMENT, 12 DEPTH
      *    ENVELOPE BREACH, 16 ABEND) A CODE OF 4 IS A WARNING, NOT
           MOVE 'C' TO ST-STATUS(WS-STEP-SUBS).
      *
      ******************************************************************
      * 125-OPEN-STEP-CHECK - ON THE SERIAL CHAIN EACH STEP IS ITS OWN
      * ONE-STEP WAVE FOR THE SHARED-WRITE RECEIPTS.
      ******************************************************************
       125-OPEN-STEP-CHECK.
           MOVE 1 TO SVP-STEP-COUNT.
           MOVE ST-STEP-NAME(WS-STEP-SUBS) TO SVP-STEP-NAME(1).
           MOVE SPACE TO WS-WAVE-ID.
           STRING WS-RUN-DATE WS-RUN-HH WS-RUN-MIN WS-RUN-SS
                  "-S" WS-STEP-SUBS
               DELIMITED BY SIZE INTO WS-WAVE-ID.
           SET ENVIRONMENT "SHRDWAVE" TO WS-WAVE-ID.
           SET ENVIRONMENT "SHRDSTEP" TO ST-STEP-NAME(WS-STEP-SUBS).
      *
      ******************************************************************
      * 130-CHECK-STEP-WRITES - THE SERIAL CHAIN'S WAVE CHECK: A STEP
      * THAT ENDED CLEAN BUT WHOSE SHARED ROWS DID NOT ALL LAND INTACT
      * ABORTS THE CHAIN WITH CONDITION CODE 8.
      ******************************************************************
       130-CHECK-STEP-WRITES.
           MOVE 'V' TO SVP-ACTION.
           MOVE WS-WAVE-ID TO SVP-WAVE-ID.
           CALL "SHRDVFY" USING SHRDVFY-PARM
               ON EXCEPTION
                   DISPLAY "**WARNING** SHRDVFY NOT AVAILABLE - STEP "
                       ST-STEP-NAME(WS-STEP-SUBS) " NOT CHECKED."
                   MOVE 'Y' TO SVP-RESULT
           END-CALL.
           IF SVP-RESULT NOT EQUAL TO 'Y'
               DISPLAY "**WAVE CHECK FAILED** " WS-CURRENT-STEP
                   " - SHARED-DATASET ROWS MISSING OR DAMAGED."
               MOVE 8 TO WS-EXIT-CODE
               PERFORM 900-ABORT-CHAIN
           END-IF.
      *
      ******************************************************************
      * 800-UNPACK-EXIT-CODE - PULL THE STEP'S ACTUAL EXIT CODE OUT OF
      * THE RAW WAIT() STATUS CALL "SYSTEM" LEAVES IN RETURN-CODE.
      ******************************************************************
      * 860-CLEAR-CHECKPOINT - A CLEAN END-TO-END RUN NO LONGER NEEDS
      * ITS CHECKPOINT, SO THE FILE IS EMPTIED AND THE NEXT RUN STARTS
      * FROM STEP 1 - THE SAME PATTERN STEERNAV'S 220-CLEAR-CHECKPOINT
      * FOLLOWS INSIDE ONE PROGRAM. THE SHARED-WRITE RECEIPTS GO WITH
      * IT; AN ABORTED CHAIN LEAVES THEM FOR THE INVESTIGATION.
      ******************************************************************
       860-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHAINCKPT.
           CLOSE CHAINCKPT.
           MOVE 'C' TO SVP-ACTION.
           CALL "SHRDVFY" USING SHRDVFY-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
      ******************************************************************
      * 870-DISTRIBUTE-REPORTS - CUT THE DAY'S REPORT GENERATIONS INTO
      * THE RECIPIENTS' PACKETS. A CODE 4 BACK (NO MASTER, A REPORT NOT
      * PRODUCED, A BAD MASTER CARD) IS SHOWN BUT, LIKE THE FORECAST,
      * NEVER CHANGES THE CHAIN'S OWN RETURN CODE - THE REPORTS
      * THEMSELVES ARE ALREADY WRITTEN.
      ******************************************************************
       870-DISTRIBUTE-REPORTS.
           CALL "SYSTEM" USING PROG-DIST.
           PERFORM 800-UNPACK-EXIT-CODE.
           IF WS-EXIT-CODE IS GREATER THAN ZERO
               DISPLAY "**WARNING** REPORT DISTRIBUTION ENDED WITH "
                   "CONDITION CODE " WS-EXIT-CODE " - SEE DISTLOG."
           END-IF.
           MOVE ZERO TO WS-EXIT-CODE.
           MOVE ZERO TO RETURN-CODE.
      *
      ******************************************************************
      * 880-BACKUP-SHOP - TAKE THE NIGHT'S BACKUP SET. A CHAIN THAT
      * ABORTS NEVER GETS HERE, SO THE LAST SET STANDS AS THE RESTORE
      * POINT FROM BEFORE THE BAD RUN. A BACKUP THAT FAILS LEAVES THE
      * CHAIN'S OWN WORK DONE BUT ENDS THE RUN WITH CONDITION CODE 4,
      * SO THE MISSING RESTORE POINT IS NOT OVERLOOKED.
      ******************************************************************
       880-BACKUP-SHOP.
           CALL "SYSTEM" USING PROG-BKUP.
           PERFORM 800-UNPACK-EXIT-CODE.
           IF WS-EXIT-CODE IS GREATER THAN ZERO
               DISPLAY "**WARNING** SHOP BACKUP ENDED WITH CONDITION "
                   "CODE " WS-EXIT-CODE " - NO CLEAN BACKUP SET "
                   "TONIGHT, SEE BKUPLOG."
               MOVE ZERO TO WS-EXIT-CODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
      *
      ******************************************************************
      * 2000-RUN-QUEUED-REQUESTS - AFTER THE SCHEDULED STEPS, RUN
       900-ABORT-CHAIN.
           DISPLAY "**BATCH CHAIN ABORTED** " WS-CURRENT-STEP
      -        " FAILED WITH RETURN CODE " WS-EXIT-CODE.
           MOVE ST-STEP-NAME(WS-STEP-SUBS) TO WS-PAGE-STEP.
           MOVE WS-EXIT-CODE TO WS-PAGE-CODE.
           PERFORM 950-PAGE-ON-CALL.
           MOVE WS-EXIT-CODE TO RETURN-CODE.
           STOP RUN.
      *
      ******************************************************************
      * 950-PAGE-ON-CALL - RUN PAGEOUT TO PAGE THE NIGHT'S CRITICAL
      * EVENTS: THE ABORT BEING REPORTED (PAGESTEP/PAGECODE), PLUS
      * ANY ABEND OR ENVELOPE BREACH IT FINDS LOGGED. A CODE 4 BACK
      * MEANS PAGES ARE STILL UNACKNOWLEDGED, SO A WATCH IS LEFT
      * RUNNING IN THE BACKGROUND TO ESCALATE THEM TIER BY TIER -
      * THE CHAIN ITSELF DOES NOT WAIT. PAGING TROUBLE IS SHOWN BUT
      * NEVER CHANGES THE CHAIN'S OWN RETURN CODE.
      ******************************************************************
       950-PAGE-ON-CALL.
           MOVE RETURN-CODE TO WS-PAGE-SAVED-RC.
           MOVE SPACE TO WS-PAGE-CMD.
           IF WS-PAGE-STEP NOT EQUAL TO SPACE
               STRING "PAGESTEP=" DELIMITED BY SIZE
                      WS-PAGE-STEP DELIMITED BY SPACE
                      " PAGECODE=" DELIMITED BY SIZE
                      WS-PAGE-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PROG-PAGEOUT DELIMITED BY "  "
                   INTO WS-PAGE-CMD
           ELSE
               MOVE PROG-PAGEOUT TO WS-PAGE-CMD
           END-IF.
           CALL "SYSTEM" USING WS-PAGE-CMD.
           DIVIDE RETURN-CODE BY 256 GIVING WS-PAGE-EXIT
               REMAINDER WS-WAIT-REMAINDER.
           IF WS-PAGE-EXIT IS EQUAL TO 4
               MOVE SPACE TO WS-PAGE-CMD
               STRING "sh -c 'PAGEOUTFN=W " DELIMITED BY SIZE
                      PROG-PAGEOUT DELIMITED BY "  "
                      "' &" DELIMITED BY SIZE
                   INTO WS-PAGE-CMD
               DISPLAY "PAGES OUTSTANDING - ESCALATION WATCH STARTED."
               CALL "SYSTEM" USING WS-PAGE-CMD
           END-IF.
           IF WS-PAGE-EXIT IS GREATER THAN 4
               DISPLAY "**WARNING** PAGING STEP ENDED WITH CONDITION "
                   "CODE " WS-PAGE-EXIT " - CHECK PAGEFEED/NOTIFLOG."
           END-IF.
           MOVE WS-PAGE-SAVED-RC TO RETURN-CODE.
