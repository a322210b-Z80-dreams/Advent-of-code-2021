      * IN THIS PROGRAM'S WORKING STORAGE.
       SELECT BITSFL1 ASSIGN TO DYNAMIC FILENAME-S1BITS
       ORGANIZATION IS SEQUENTIAL.
      * A ROW THAT IS NOT EXACTLY WS-BIT-WIDTH BINARY DIGITS USED TO
      * SLIP STRAIGHT THROUGH 250-BIT-LOOPS, WHERE A STRAY CHARACTER
      * WAS ADDED INTO BC-TABLE AS IF IT WERE A DIGIT AND QUIETLY
      * 250-REJECT-RECORD LOGS ITS OWN.
       SELECT REJFL1 ASSIGN TO DYNAMIC FILENAME-S1REJ
       ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CTLPARM.
           05 RJ-FILE-NAME                         PIC X(100).
           05 RJ-RECORD-NUMBER                     PIC 9(7).
           05 RJ-RAW-DATA                          PIC X(32).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
                                                VALUE "SBMRCD1CSV".
           05 FILENAME-S1REJ                       PIC X(100)
                                                VALUE "SBMRCD1REJ".
           05 FILENAME-S1CRIT                      PIC X(100)
                                                VALUE "SBMRCD1CRIT".
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
      *
      * COPYBOOKS/PROCREGP.CPY).
           COPY PROCREGP.

      * INGEN-PARM IS THE SHARED INPUT-GENERATION AREA (SEE
      * COPYBOOKS/INGENPM.CPY): A CLEAN RUN'S EXTRACT IS RETAINED AS A
      * DATED GENERATION, AND A RE-RUN DATE POINTS THE RUN BACK AT THE
      * GENERATION CATALOGED FOR THAT DATE AND HULL.
           COPY INGENPM.
       01 WS-RERUN-DATE                    PIC X(10) VALUE SPACE.
      *    A MULTI-FILE RUN RETAINS EACH FILE AS ITS OWN FEED: THE
      *    FIRST AS SBMIN1, THE REST AS SBMIN1.02, SBMIN1.03 ...
       01 WS-GEN-FEED.
           05 FILLER                               PIC X(7)
                                                VALUE "SBMIN1.".
           05 WS-GEN-FEED-SEQ                      PIC 99   VALUE ZERO.
       01 WS-GEN-MORE                              PIC X    VALUE 'Y'.

      * RUNCTL-PARM IS THE SHARED RUN-CONTROL LOOKUP AREA (SEE
      * COPYBOOKS/RUNCTLPM.CPY). FILLED PER KEYWORD AT STARTUP.
           COPY RUNCTLPM.
      * OVERWRITE AND CAN BE PULLED BACK THROUGH THE MENU VIEWER.
           COPY RPTGENPM.

      * BITMAP-PARM IS THE SHARED BIT-MAP LOADER AREA (SEE
      * COPYBOOKS/BITMAPPM.CPY): THE SUBSYSTEM NAME, CRITICALITY AND
      * HEALTHY VALUE BEHIND EVERY BIT POSITION, LOADED FOR THIS HULL
      * AT 068-LOAD-BIT-MAP SO THE REPORTS NAME THE EQUIPMENT.
           COPY BITMAPPM.

      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY), USED FOR THE CRITICAL-SUBSYSTEM
      * EXCEPTION REPORT.
           COPY RPTFMTPM.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                             PIC 9(2).
           05 FILLER                               PIC X(35)
                                                    VALUE SPACE.
      *
      * ONE LINE PER BIT POSITION, NAMED FROM THE BIT MAP, PRINTED
      * UNDER THE SUMMARY FIGURES WHEN A MAP IS ON FILE.
       01 RPT-BIT-HEADING.
           05 FILLER                               PIC X(42)
                 VALUE "BIT     SUBSYSTEM           CRIT     ONES".
           05 FILLER                               PIC X(38)
                 VALUE "OF TOTAL   GAMMA".
      *
       01 RPT-BIT-LINE.
           05 FILLER                               PIC X(4)
                                                VALUE "BIT ".
           05 RB-POSITION                          PIC 99.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RB-SUBSYSTEM                         PIC X(20).
           05 FILLER                               PIC X(3) VALUE SPACE.
           05 RB-CRITICALITY                       PIC X.
           05 FILLER                               PIC X(4) VALUE SPACE.
           05 RB-ONES                              PIC Z(4)9.
           05 FILLER                               PIC X(4)
                                                VALUE " OF ".
           05 RB-TOTAL                             PIC Z(4)9.
           05 FILLER                               PIC X(7) VALUE SPACE.
           05 RB-GAMMA                             PIC 9.
           05 FILLER                               PIC X(22)
                                                   VALUE SPACE.
      *
      * THE CRITICAL-SUBSYSTEM EXCEPTION LINE: A CRITICAL BIT WHOSE
      * HEALTHY VALUE CAME OUT AS THE MINORITY, SO TODAY'S GAMMA
      * CARRIES THE UNHEALTHY VALUE FOR IT.
       01 WS-CRIT-EXCEPTIONS                       PIC 99   VALUE ZERO.
       01 RPT-CRIT-LINE.
           05 FILLER                               PIC X(4)
                                                VALUE "BIT ".
           05 RX-POSITION                          PIC 99.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RX-SUBSYSTEM                         PIC X(20).
           05 FILLER                               PIC X(10)
                                                VALUE "  HEALTHY ".
           05 RX-NORMAL                            PIC 9.
           05 FILLER                               PIC X(16)
                                             VALUE "  TODAY'S GAMMA ".
           05 RX-GAMMA                             PIC 9.
           05 FILLER                               PIC X(8)
                                                VALUE "   ONES ".
           05 RX-ONES                              PIC Z(4)9.
           05 FILLER                               PIC X(4)
                                                VALUE " OF ".
           05 RX-TOTAL                             PIC Z(4)9.
           05 FILLER                               PIC X(35)
                 VALUE "  ** HEALTHY VALUE IN MINORITY **".
           05 FILLER                               PIC X(19)
                                                   VALUE SPACE.
       01 RPT-TEXT-LINE                            PIC X(132)
                                                   VALUE SPACE.
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
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 060-GET-FILE-NAMES.
           PERFORM 064-GET-HULL-ID.
           PERFORM 067-CHECK-RERUN.
           PERFORM 066-BUILD-OUTPUT-NAMES.
           PERFORM 068-LOAD-BIT-MAP.
           PERFORM 050-READ-CONTROL.
           OPEN OUTPUT REJFL1.
           PERFORM 100-READ-ALL-FILES.
           PERFORM 700-WRITE-REPORT.
           PERFORM 750-WRITE-CSV.
           PERFORM 760-WRITE-BIT-COUNTS.
           PERFORM 770-WRITE-CRITICAL-EXCEPTIONS.
           PERFORM 800-WRITE-TELEMETRY.
           PERFORM 810-WRITE-RUN-LOG.
           PERFORM 815-WRITE-FEED-QUALITY.
      *    ONLY AN EXTRACT THAT PASSED ITS CONTROL TOTALS IS REGISTERED
      *    AND KEPT, SO A CORRECTED RE-SEND IS NOT REFUSED AS ALREADY
      *    PROCESSED.
           IF SW-CTL-MISMATCH = 'N' AND RETURN-CODE < 8
               PERFORM 820-REGISTER-INPUT
           END-IF.
           IF SW-CTL-MISMATCH = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
                   CONTINUE
           END-CALL.

      ******************************************************************
      * 067-CHECK-RERUN - A RE-RUN DATE (RUN-CONTROL KEYWORD RERUNDATE
      * OR THE RERUNDATE ENVIRONMENT VARIABLE, YYYY-MM-DD) POINTS THE
      * RUN AT THE SBMIN1 GENERATIONS CATALOGED FOR THAT DATE AND THIS
      * HULL INSTEAD OF TONIGHT'S EXTRACTS - EVERY FILE OF A
      * MULTI-FILE RUN, IN ITS ORIGINAL ORDER. NO GENERATION REFUSES
      * THE RUN RATHER THAN PROCESS THE WRONG DAY'S DATA.
      ******************************************************************
       067-CHECK-RERUN.
           MOVE SPACE TO WS-ENV-WORK.
           MOVE "SBMRCD1" TO RC-PROGRAM.
           MOVE "RERUNDATE" TO RC-KEYWORD.
           PERFORM 062-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N'
               MOVE RC-VALUE TO WS-ENV-WORK
           END-IF.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "RERUNDATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-ENV-WORK(1:10) TO WS-RERUN-DATE.
           IF WS-RERUN-DATE NOT EQUAL TO SPACE
               MOVE ZERO TO WS-INPUT-FILE-COUNT
               MOVE 'Y' TO WS-GEN-MORE
               PERFORM 069-FIND-ONE-GENERATION
                   VARYING WS-INPUT-FILE-SUBS FROM 1 BY 1
                   UNTIL WS-INPUT-FILE-SUBS > 10 OR WS-GEN-MORE = 'N'
               IF WS-INPUT-FILE-COUNT IS EQUAL TO ZERO
                   DISPLAY "**REFUSED** NO SBMIN1 INPUT CATALOGED FOR "
                       WS-HULL-ID " ON " WS-RERUN-DATE "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-INPUT-FILE-TABLE(1) TO FILENAME-SBMIN1
               MOVE WS-INPUT-FILE-TABLE(1) TO WS-FEED-NAME
           END-IF.
      *
       069-FIND-ONE-GENERATION.
           MOVE "SBMRCD1" TO IG-PROGRAM.
           PERFORM 071-SET-GENERATION-FEED.
           MOVE WS-HULL-ID TO IG-HULL-ID.
           MOVE WS-RERUN-DATE TO IG-RUN-DATE.
           MOVE 'N' TO IG-FOUND.
           CALL "INGENGT" USING INGEN-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF IG-FOUND = 'Y'
               ADD 1 TO WS-INPUT-FILE-COUNT
               MOVE IG-GEN-NAME TO
                   WS-INPUT-FILE-TABLE(WS-INPUT-FILE-COUNT)
               DISPLAY "RE-RUN OF " WS-RERUN-DATE " - READING "
                   "CATALOGED INPUT " IG-GEN-NAME(1:40)
           ELSE
               MOVE 'N' TO WS-GEN-MORE
           END-IF.
      *
       071-SET-GENERATION-FEED.
           IF WS-INPUT-FILE-SUBS IS EQUAL TO 1
               MOVE "SBMIN1" TO IG-FEED
           ELSE
               MOVE WS-INPUT-FILE-SUBS TO WS-GEN-FEED-SEQ
               MOVE WS-GEN-FEED TO IG-FEED
           END-IF.

      ******************************************************************
      * 070-CHECK-PROCESSED-INPUT - AFTER THE READ PASS, BEFORE ANY
      * RUN RESULTS ARE WRITTEN: REFUSE (OR, UNDER THE PROCREGOVR
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
           PERFORM 825-RETAIN-INPUT.

      ******************************************************************
      * 825-RETAIN-INPUT - COPY EACH OF THIS CLEAN RUN'S EXTRACTS TO A
      * DATED GENERATION AND CATALOG IT UNDER THE COUNT AND
      * FINGERPRINT JUST REGISTERED (THE WHOLE STREAM'S, SINCE THAT IS
      * WHAT PROCREG HOLDS). A RE-RUN IS ALREADY READING GENERATIONS
      * AND RETAINS NOTHING; A MISSING ROUTINE COSTS ONLY THE COPY.
      ******************************************************************
       825-RETAIN-INPUT.
           IF WS-RERUN-DATE IS EQUAL TO SPACE
               PERFORM 826-RETAIN-ONE-FILE
                   VARYING WS-INPUT-FILE-SUBS FROM 1 BY 1
                   UNTIL WS-INPUT-FILE-SUBS > WS-INPUT-FILE-COUNT
           END-IF.
      *
       826-RETAIN-ONE-FILE.
           MOVE "SBMRCD1" TO IG-PROGRAM.
           PERFORM 071-SET-GENERATION-FEED.
           MOVE WS-HULL-ID TO IG-HULL-ID.
           MOVE WS-INPUT-FILE-TABLE(WS-INPUT-FILE-SUBS) TO IG-FILE-NAME.
           MOVE 'L' TO IG-ORGANIZATION.
           MOVE 33 TO IG-RECORD-LENGTH.
           MOVE TOTAL-COUNTER TO IG-RECORD-COUNT.
           MOVE GAMMA-TOTAL TO IG-FINGERPRINT.
           MOVE SPACE TO IG-RUN-DATE.
           CALL "INGENWR" USING INGEN-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      ******************************************************************
      * 064-GET-HULL-ID - RESOLVE WHICH BOAT THIS RUN BELONGS TO.
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
      * 066-BUILD-OUTPUT-NAMES - A NON-DEFAULT HULL GETS ITS OWN
               MOVE SPACE TO FILENAME-S1REJ
               STRING "SBMRCD1REJ." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-S1REJ
               MOVE SPACE TO FILENAME-S1CRIT
               STRING "SBMRCD1CRIT." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-S1CRIT
           END-IF.
      *
      ******************************************************************
      * 068-LOAD-BIT-MAP - PICK UP THIS HULL'S BIT-POSITION REFERENCE
      * MAP THROUGH THE SHARED LOADER. A MISSING ROUTINE OR DECK LEAVES
      * NOTHING MAPPED, AND THE REPORT PRINTS AS IT ALWAYS DID.
      ******************************************************************
       068-LOAD-BIT-MAP.
           MOVE WS-HULL-ID TO BP-HULL-ID.
           MOVE ZERO TO BP-MAPPED-COUNT.
           CALL "BITMAPLD" USING BITMAP-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
      ******************************************************************
      * 065-SPLIT-FILE-LIST - BREAK A COMMA-SEPARATED SBMIN1 OVERRIDE
      * INTO WS-INPUT-FILE-TABLE SO 100-READ-ALL-FILES CAN WORK THROUGH
      * EACH NAME IN TURN. A SINGLE FILE NAME WITH NO COMMA STILL ENDS
      ******************************************************************
      * 700-WRITE-REPORT - HAND ENGINEERING A HEADED REPORT FILE WITH
      * THE RUN DATE AND FINAL GAMMA/EPSILON/POWER-CONSUMPTION FIGURES
      * INSTEAD OF LEAVING THEM ONLY ON THE CONSOLE. WHEN A BIT MAP IS
      * ON FILE, ONE LINE PER BIT FOLLOWS, NAMING ITS SUBSYSTEM.
      ******************************************************************
       700-WRITE-REPORT.
           OPEN OUTPUT RPTFL1.
           MOVE "POWER CONSUMP CODE ==> " TO RD-LABEL.
           MOVE TOTAL-RATE TO RD-VALUE.
           WRITE RPTFL-RECORD FROM RPT-DETAIL.
           IF BP-MAPPED-COUNT IS GREATER THAN ZERO
               MOVE SPACE TO RPTFL-RECORD
               WRITE RPTFL-RECORD
               WRITE RPTFL-RECORD FROM RPT-BIT-HEADING
               PERFORM 705-WRITE-ONE-BIT-LINE
                   VARYING WS-BITS-SUBS FROM 1 BY 1
                   UNTIL WS-BITS-SUBS > WS-BIT-WIDTH
           END-IF.
           CLOSE RPTFL1.
           MOVE FILENAME-S1RPT TO RG-REPORT-NAME.
           MOVE RH-DATE TO RG-RUN-DATE.
           MOVE 80 TO RG-RECORD-LENGTH.
           CALL "RPTGENWR" USING RPTGEN-PARM.

      *
      * ONE BIT POSITION UNDER ITS SUBSYSTEM NAME AND CRITICALITY, WITH
      * THE ONES COUNT BEHIND ITS GAMMA BIT.
       705-WRITE-ONE-BIT-LINE.
           MOVE WS-BITS-SUBS TO RB-POSITION.
           MOVE BP-SUBSYSTEM(WS-BITS-SUBS) TO RB-SUBSYSTEM.
           MOVE BP-CRITICALITY(WS-BITS-SUBS) TO RB-CRITICALITY.
           MOVE BC-TABLE(WS-BITS-SUBS) TO RB-ONES.
           MOVE TOTAL-COUNTER TO RB-TOTAL.
           MOVE GAMMA-BITS(WS-BITS-SUBS) TO RB-GAMMA.
           WRITE RPTFL-RECORD FROM RPT-BIT-LINE.

      ******************************************************************
      * 750-WRITE-CSV - REBUILD THE SAME FIGURES RPTFL1 JUST WROTE AS A
      * SMALL COMMA-DELIMITED FILE INSTEAD OF A FIXED-COLUMN REPORT, SO
           MOVE TOTAL-COUNTER TO B1-TOTAL-COUNT.
           WRITE BITSFL-RECORD.
      *
      ******************************************************************
      * 770-WRITE-CRITICAL-EXCEPTIONS - THE CRITICAL-SUBSYSTEM
      * EXCEPTION REPORT: EVERY BIT THE MAP RATES CRITICAL WHOSE
      * HEALTHY VALUE WAS THE MINORITY IN TODAY'S WORDS, SO THE GAMMA
      * BIT CAME OUT UNHEALTHY. WRITTEN EVERY RUN, EVEN WHEN CLEAN, SO
      * YESTERDAY'S EXCEPTIONS NEVER SIT UNDER TODAY'S NAME. ANY
      * EXCEPTION IS A WARNING (CONDITION CODE 4).
      ******************************************************************
       770-WRITE-CRITICAL-EXCEPTIONS.
           MOVE 'O' TO RF-ACTION.
           MOVE FILENAME-S1CRIT TO RF-REPORT-NAME.
           MOVE "SBMRCD1" TO RF-PROGRAM.
           MOVE WS-HULL-ID TO RF-HULL-ID.
           MOVE RH-DATE TO RF-RUN-DATE.
           MOVE "CRITICAL SUBSYSTEM EXCEPTIONS" TO RF-TITLE.
           MOVE SPACE TO RF-COLUMN-HEAD.
           PERFORM 790-CALL-REPORT-FORMAT.
           MOVE ZERO TO WS-CRIT-EXCEPTIONS.
           IF BP-MAPPED-COUNT IS EQUAL TO ZERO
               MOVE "NO BIT MAP ON FILE - NO SUBSYSTEMS TO CHECK"
                   TO RPT-TEXT-LINE
               MOVE RPT-TEXT-LINE TO RF-LINE
               PERFORM 795-WRITE-REPORT-LINE
           ELSE
               PERFORM 775-CHECK-ONE-CRITICAL-BIT
                   VARYING WS-BITS-SUBS FROM 1 BY 1
                   UNTIL WS-BITS-SUBS > WS-BIT-WIDTH
               IF WS-CRIT-EXCEPTIONS IS EQUAL TO ZERO
                   MOVE "NO CRITICAL SUBSYSTEM CAME OUT UNHEALTHY"
                       TO RPT-TEXT-LINE
                   MOVE RPT-TEXT-LINE TO RF-LINE
                   PERFORM 795-WRITE-REPORT-LINE
               ELSE
                   MOVE 'Y' TO SW-WARNING
               END-IF
           END-IF.
           MOVE 'C' TO RF-ACTION.
           PERFORM 790-CALL-REPORT-FORMAT.
      *
       775-CHECK-ONE-CRITICAL-BIT.
           IF BP-CRITICAL(WS-BITS-SUBS) AND
               GAMMA-BITS(WS-BITS-SUBS) NOT EQUAL TO
               BP-NORMAL-VALUE(WS-BITS-SUBS)
               ADD 1 TO WS-CRIT-EXCEPTIONS
               MOVE WS-BITS-SUBS TO RX-POSITION
               MOVE BP-SUBSYSTEM(WS-BITS-SUBS) TO RX-SUBSYSTEM
               MOVE BP-NORMAL-VALUE(WS-BITS-SUBS) TO RX-NORMAL
               MOVE GAMMA-BITS(WS-BITS-SUBS) TO RX-GAMMA
               MOVE BC-TABLE(WS-BITS-SUBS) TO RX-ONES
               MOVE TOTAL-COUNTER TO RX-TOTAL
               MOVE SPACE TO RF-LINE
               MOVE RPT-CRIT-LINE TO RF-LINE
               PERFORM 795-WRITE-REPORT-LINE
               DISPLAY "**CRITICAL** BIT " RX-POSITION " "
                   RX-SUBSYSTEM " CAME OUT UNHEALTHY IN TODAY'S GAMMA."
           END-IF.
      *
      ******************************************************************
      * 790-CALL-REPORT-FORMAT - ONE CALL INTO THE SHARED REPORT
      * LAYER; 795 WRAPS THE COMMON DETAIL-LINE WRITE.
      ******************************************************************
       790-CALL-REPORT-FORMAT.
           CALL "RPTFMT" USING RPTFMT-PARM.
      *
       795-WRITE-REPORT-LINE.
           MOVE 'D' TO RF-ACTION.
           PERFORM 790-CALL-REPORT-FORMAT.

      ******************************************************************
      * 800-WRITE-TELEMETRY - WRITE THIS RUN'S DIAGNOSTIC FIGURES
      * THROUGH THE KEY OF THE SHARED TELEMETRY FILE (A SAME-DAY
      * NAVIGATION RESULTS FROM THE SAME DAY'S RUN.
      ******************************************************************
       800-WRITE-TELEMETRY.
           MOVE "SBMRCD1" TO TL-PROGRAM-NAME.
           MOVE RH-DATE TO TL-RUN-DATE.
           MOVE ZERO TO TL-FINAL-DEPTH.
           MOVE EPSILON-TOTAL TO TL-DIAG-EPSILON.
           MOVE ZERO TO TL-DIAG-O2.
           MOVE ZERO TO TL-DIAG-CO2.
      *    THE WRITER CAPTURES THE BEFORE IMAGE OF THE ROW THIS WRITE
      *    REPLACES AND JOURNALS BOTH IMAGES.
           MOVE 'T' TO SWP-ACTION.
           MOVE TL-PROGRAM-NAME TO SWP-PROGRAM.
           MOVE TELEM-RECORD TO SWP-RECORD.
           PERFORM 805-CALL-SHARED-WRITER.

      ******************************************************************
      * 805-CALL-SHARED-WRITER - HAND A BUILT TELEMETRY OR RUN-LOG
      * ROW TO THE SHARED-DATASET WRITER (SHRDWR), WHICH TAKES ITS TURN
      * AT THE FILE UNDER THE SHARED-DATASET LOCK AND JOURNALS A
      * TELEMETRY ROW WITH BOTH IMAGES FOR THE REBUILD UTILITY.
      ******************************************************************
       805-CALL-SHARED-WRITER.
           CALL "SHRDWR" USING SHRDWR-PARM
               ON EXCEPTION
                   DISPLAY "**WARNING** SHRDWR NOT AVAILABLE - "
                       "SHARED-DATASET ROW NOT WRITTEN."
           END-CALL.

      ******************************************************************
      * 810-WRITE-RUN-LOG - APPEND THIS RUN'S READ/REJECT COUNTS TO THE
      * SHARED BATCH-RUN STATISTICS LOG.
      ******************************************************************
       810-WRITE-RUN-LOG.
           MOVE "SBMRCD1" TO RL-PROGRAM-NAME.
           MOVE RH-DATE TO RL-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE TOTAL-COUNTER TO RL-RECORDS-READ.
           MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED.
           MOVE WS-HULL-ID TO RL-HULL-ID.
           MOVE 'L' TO SWP-ACTION.
           MOVE RL-PROGRAM-NAME TO SWP-PROGRAM.
           MOVE RUNLOG-RECORD TO SWP-RECORD.
           PERFORM 805-CALL-SHARED-WRITER.
