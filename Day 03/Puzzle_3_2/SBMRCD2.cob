       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL CHKPT3 ASSIGN TO DYNAMIC FILENAME-S2CKPT
       ORGANIZATION IS SEQUENTIAL.
       SELECT CSVFL2 ASSIGN TO DYNAMIC FILENAME-S2CSV
       ORGANIZATION IS SEQUENTIAL.
      * POOLIN AND POOLOUT ARE THE CANDIDATE-POOL WORK FILES. THE TAPE
      * IS COPIED TO ONE AT READ TIME; EACH FILTERING PASS READS THE
      * POOL IT IS GIVEN AND WRITES ONLY THE ROWS STILL IN THE RUNNING
      * TO THE OTHER, SO THE POOL SHRINKS PASS BY PASS AND THE TAPE IS
      * LIMITED ONLY BY DISK, NOT BY A TABLE IN STORAGE. THE TWO NAMES
      * SWAP AFTER EVERY PASS.
       SELECT OPTIONAL POOLIN ASSIGN TO DYNAMIC FILENAME-S2POOLIN
       ORGANIZATION IS SEQUENTIAL.
       SELECT POOLOUT ASSIGN TO DYNAMIC FILENAME-S2POOLOUT
       ORGANIZATION IS SEQUENTIAL.
      * LSBAND CARRIES THE PER-HULL LIFE-SUPPORT ACCEPTANCE BANDS:
      * ONE CARD PER HULL WITH THE O2 AND CO2 RATING RANGES THE BOAT
      * MAY SAIL ON. A CARD WHOSE HULL IS "ALL" APPLIES TO EVERY
      * WITH AN EXCEPTION LINE PER OUT-OF-BAND RATING.
       SELECT RPTFL2 ASSIGN TO DYNAMIC FILENAME-S2RPT
       ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INPUT2.
      *
      * CHKPT3 CARRIES THE 300-FIND-GROUPS FILTERING STATE - WHICH BIT
      * POSITION WAS LAST COMPLETED, THE O2/CO2 BITPATTERNS RESOLVED SO
      * FAR, AND EVERY ROW'S CURRENT WS-BELONGS-TO ('N' FOR A ROW NO
      * LONGER IN THE POOL) - SO A FAILURE PARTWAY THROUGH THE 12-PASS
      * LOOP CAN RESUME FROM THE LAST COMPLETED PASS INSTEAD OF
      * REPROCESSING THE WHOLE TAPE. THE CONTROL AND DETAIL RECORDS
      * SHARE THE FD'S RECORD AREA.
       FD CHKPT3.
       01 CHKPT3-CTL-RECORD.
           05 CP3-LAST-BIT                          PIC 99.
           05 CP3-O2-FLAT                           PIC 9(12).
           05 CP3-CO2-FLAT                          PIC 9(12).
       01 CHKPT3-DET-RECORD.
           05 CP3-ROW-INDEX                         PIC 9(9).
           05 CP3-BELONGS-TO                        PIC X.
      *
      * CSVFL2 GIVES A DOWNSTREAM SPREADSHEET OR LOAD JOB THE SAME
      * FINAL FIGURES AS THE CONSOLE SUMMARY IN A PLAIN COMMA-DELIMITED
      * LAYOUT.
       FD CSVFL2.
       01 CSVFL-RECORD                             PIC X(80).
      *
      * ONE POOL ROW: ITS ROW NUMBER ON THE TAPE, ITS CURRENT GROUP AND
      * ITS BITPATTERN.
       FD POOLIN.
       01 POOLIN-RECORD.
           05 PI-ROW-NUMBER                        PIC 9(9).
           05 PI-BELONGS-TO                        PIC X.
           05 PI-BIT-ROW-FLAT                      PIC 9(12).
      *
       FD POOLOUT.
       01 POOLOUT-RECORD.
           05 PO-ROW-NUMBER                        PIC 9(9).
           05 PO-BELONGS-TO                        PIC X.
           05 PO-BIT-ROW-FLAT                      PIC 9(12).
      *
       FD LSBAND.
       01 LSBAND-RECORD.
                                                VALUE "SBMRCD2CKPT".
           05 FILENAME-S2RPT                       PIC X(100)
                                                VALUE "SBMRCD2RPT".
           05 FILENAME-S2POOLIN                    PIC X(100)
                                   VALUE "SBMRCD2POOL1.WRK".
           05 FILENAME-S2POOLOUT                   PIC X(100)
                                   VALUE "SBMRCD2POOL2.WRK".
           05 FILENAME-S2POOLSWAP                  PIC X(100)
                                                VALUE SPACE.
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
      *
      * WS-BITS-COUNT IS THE NUMBER OF DATA ROWS ON THE TAPE. ONE POOL
      * ROW AT A TIME IS WORKED ON IN WS-BIT-TABLE; THE POOL ITSELF
      * LIVES IN THE WORK FILES.
       01 WS-BITS.
           05 WS-BITS-COUNT                        PIC 9(9) VALUE ZERO.
           05 WS-BIT-TABLE.
               10 WS-ROW-NUMBER                    PIC 9(9) VALUE ZERO.
               10 WS-BELONGS-TO                    PIC X VALUE 'B'.
               10 WS-ELIM-BIT                      PIC 99 VALUE ZERO.
               10 WS-ELIM-FROM                     PIC X VALUE SPACE.
               OCCURS 12 TIMES
               INDEXED BY WS-BIT-ROW-INDEX.
                   15 WS-BIT-ROW-BIT               PIC 9.
           05 SW-POOL-EOF                          PIC X VALUE 'N'.
      *
       01 BIT-COUNTER.
           05 BC-TABLE OCCURS 12 TIMES
           INDEXED BY BC-TABLE-INDEX.
               10 BC-TABLE-COUNT-ONES-O2           PIC 9(9) VALUE ZERO.
               10 BC-TABLE-COUNT-ZEROS-O2          PIC 9(9) VALUE ZERO.
               10 BC-TABLE-COUNT-ONES-CO2          PIC 9(9) VALUE ZERO.
               10 BC-TABLE-COUNT-ZEROS-CO2         PIC 9(9) VALUE ZERO.
               10 BC-MOST-COMMON-BIT-O2            PIC 9    VALUE ZERO.
               10 BC-LEAST-COMMON-BIT-CO2          PIC 9    VALUE ZERO.
      *
       01  COUNTERS.
           05 TOTAL-COUNTER                        PIC 9(9) VALUE ZERO.
           05 COMPARE-COUNTER                      PIC 9(9) VALUE ZERO.
      *
       01 WS-UNRESOLVED-COUNT                      PIC 9(9) VALUE ZERO.
      *
      * THE LIFE-SUPPORT ACCEPTANCE BANDS RESOLVED FOR THIS HULL AT
      * 068-READ-LIFE-BANDS, AND THE BREACH STATE THAT DRIVES THE
           05 FILLER                               PIC X(7)
                                                   VALUE SPACE.
      *
      * ONE LINE PER BIT POSITION, NAMED FROM THE BIT MAP, PRINTED
      * UNDER THE RATINGS WHEN A MAP IS ON FILE: THE O2 COUNTS AT THAT
      * BIT'S FILTERING ROUND AND THE BIT EACH RATING KEPT.
       01 RPT-BIT-HEADING.
           05 FILLER                               PIC X(42)
                 VALUE "BIT     SUBSYSTEM           CRIT  O2 ONES".
           05 FILLER                               PIC X(38)
                 VALUE "O2 ZEROS  O2 BIT CO2 BIT".
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
           05 RB-O2-ONES                           PIC Z(4)9.
           05 FILLER                               PIC X(4) VALUE SPACE.
           05 RB-O2-ZEROS                          PIC Z(4)9.
           05 FILLER                               PIC X(7) VALUE SPACE.
           05 RB-O2-BIT                            PIC 9.
           05 FILLER                               PIC X(7) VALUE SPACE.
           05 RB-CO2-BIT                           PIC 9.
           05 FILLER                               PIC X(14)
                                                   VALUE SPACE.
      *
      * IC-RECORD-TAG DISTINGUISHES OPTIONAL HDR/TRL CONTROL RECORDS
      * FROM ORDINARY DIAGNOSTIC WORD DATA, SO A FEED WRAPPED IN A
      * HEADER EXPECTED-COUNT AND A TRAILER ACTUAL-COUNT CAN BE
           05 WS-CP-LAST-BIT                        PIC 99   VALUE ZERO.
           05 WS-CP-NEXT-BIT                        PIC 99   VALUE 1.
           05 WS-CP-EOF                             PIC X    VALUE 'N'.
           05 WS-CP-SUBS                           PIC 9(9) VALUE ZERO.
      *
      * WS-HULL-ID NAMES WHICH BOAT THIS RUN BELONGS TO. RESOLVED AT
      * STARTUP FROM THE RUN-CONTROL DATASET (KEYWORD HULLID) WITH
      * PROCREG-PARM IS THE SHARED PROCESSED-INPUT REGISTRY AREA (SEE
      * COPYBOOKS/PROCREGP.CPY).
           COPY PROCREGP.
      * INGEN-PARM IS THE SHARED INPUT-GENERATION AREA (SEE
      * COPYBOOKS/INGENPM.CPY): A CLEAN RUN'S EXTRACT IS RETAINED AS A
      * DATED GENERATION, AND A RE-RUN DATE POINTS THE RUN BACK AT THE
      * GENERATION CATALOGED FOR THAT DATE AND HULL.
           COPY INGENPM.
       01 WS-RERUN-DATE                    PIC X(10) VALUE SPACE.

      * RUNCTL-PARM IS THE SHARED RUN-CONTROL LOOKUP AREA (SEE
      * COPYBOOKS/RUNCTLPM.CPY). FILLED PER KEYWORD AT STARTUP.
      * OVERWRITE AND CAN BE PULLED BACK THROUGH THE MENU VIEWER.
           COPY RPTGENPM.

      * BITMAP-PARM IS THE SHARED BIT-MAP LOADER AREA (SEE
      * COPYBOOKS/BITMAPPM.CPY): THE SUBSYSTEM NAME AND CRITICALITY
      * BEHIND EVERY BIT POSITION, LOADED FOR THIS HULL AT
      * 067-LOAD-BIT-MAP SO THE REPORT NAMES THE EQUIPMENT.
           COPY BITMAPPM.
       01 WS-BM-SUBS                               PIC 99   VALUE ZERO.

      * WORKOPEN-PARM IS THE SHARED WORK-ORDER OPENER AREA (SEE
      * COPYBOOKS/WORKOPM.CPY): A LIFE-SUPPORT ALARM OPENS A
      * MAINTENANCE ORDER UNLESS THE RATING ALREADY HAS ONE OPEN.
           COPY WORKOPM.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-SS                            PIC 9(2).
           05 WS-RUN-HS                            PIC 9(2).
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
       01 O2-RATE.
           05 O2-BITS-FLAT                         PIC 9(12) VALUE ZERO.
      *
      * TALLIED FRESH FOR EACH BIT POSITION BY 355-SUMMARIZE-ROUND.
       01 ROUND-SUMMARY-DATA.
           05 WS-O2-REMAINING                      PIC 9(9) VALUE ZERO.
           05 WS-CO2-REMAINING                     PIC 9(9) VALUE ZERO.
      *
       01 DISPLAY-DATA.
           05 O2-DISPLAY                           PIC Z(11)9.
      *
       01 BIT-VALUES-T REDEFINES BIT-VALUES.
           05 BIT-VALUES-T-TABLE PIC 9(4) OCCURS 12 TIMES.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 060-GET-FILE-NAMES.
           PERFORM 064-GET-HULL-ID.
           PERFORM 065-CHECK-RERUN.
           PERFORM 066-BUILD-OUTPUT-NAMES.
           PERFORM 067-LOAD-BIT-MAP.
           PERFORM 068-READ-LIFE-BANDS.
           PERFORM 100-READ-FILE.
           PERFORM 300-FIND-GROUPS.
           PERFORM 900-WRITE-TELEMETRY.
           PERFORM 910-WRITE-RUN-LOG.
           PERFORM 915-WRITE-FEED-QUALITY.
      *    ONLY AN EXTRACT THAT PASSED ITS CONTROL TOTALS IS REGISTERED
      *    AND KEPT, SO A CORRECTED RE-SEND IS NOT REFUSED AS ALREADY
      *    PROCESSED.
           IF SW-CTL-MISMATCH = 'N' AND RETURN-CODE < 8
               PERFORM 920-REGISTER-INPUT
           END-IF.
           IF SW-LS-BREACH = 'Y'
               DISPLAY "**ALARM** A LIFE-SUPPORT RATING IS OUTSIDE "
      -            "ITS ACCEPTANCE BAND - SEE SBMRCD2ALM. ENDING "
           END-CALL.
      *
      ******************************************************************
      * 065-CHECK-RERUN - A RE-RUN DATE (RUN-CONTROL KEYWORD RERUNDATE
      * OR THE RERUNDATE ENVIRONMENT VARIABLE, YYYY-MM-DD) POINTS THE
      * RUN AT THE SBMIN2 GENERATION CATALOGED FOR THAT DATE AND
      * THIS HULL INSTEAD OF TONIGHT'S EXTRACT. NO SUCH GENERATION
      * REFUSES THE RUN RATHER THAN PROCESS THE WRONG DAY'S DATA.
      ******************************************************************
       065-CHECK-RERUN.
           MOVE SPACE TO WS-ENV-WORK.
           MOVE "SBMRCD2" TO RC-PROGRAM.
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
               MOVE "SBMRCD2" TO IG-PROGRAM
               MOVE "SBMIN2" TO IG-FEED
               MOVE WS-HULL-ID TO IG-HULL-ID
               MOVE WS-RERUN-DATE TO IG-RUN-DATE
               MOVE 'N' TO IG-FOUND
               CALL "INGENGT" USING INGEN-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF IG-FOUND = 'Y'
                   MOVE IG-GEN-NAME TO FILENAME-SBMIN2
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
      * 064-GET-HULL-ID - RESOLVE WHICH BOAT THIS RUN BELONGS TO.
      ******************************************************************
       064-GET-HULL-ID.
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
      * 066-BUILD-OUTPUT-NAMES - A NON-DEFAULT HULL GETS ITS OWN CSV,
      * CHECKPOINT AND WORK DATASETS, SUFFIXED WITH THE HULL ID.
      ******************************************************************
       066-BUILD-OUTPUT-NAMES.
           IF WS-HULL-ID NOT EQUAL TO "SUB1"
               MOVE SPACE TO FILENAME-S2RPT
               STRING "SBMRCD2RPT." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-S2RPT
               MOVE SPACE TO FILENAME-S2POOLIN
               STRING "SBMRCD2POOL1." WS-HULL-ID ".WRK"
                   DELIMITED BY SIZE INTO FILENAME-S2POOLIN
               MOVE SPACE TO FILENAME-S2POOLOUT
               STRING "SBMRCD2POOL2." WS-HULL-ID ".WRK"
                   DELIMITED BY SIZE INTO FILENAME-S2POOLOUT
           END-IF.
      *
      ******************************************************************
      * 067-LOAD-BIT-MAP - PICK UP THIS HULL'S BIT-POSITION REFERENCE
      * MAP THROUGH THE SHARED LOADER. A MISSING ROUTINE OR DECK LEAVES
      * NOTHING MAPPED, AND THE REPORT PRINTS AS IT ALWAYS DID.
      ******************************************************************
       067-LOAD-BIT-MAP.
           MOVE WS-HULL-ID TO BP-HULL-ID.
           MOVE ZERO TO BP-MAPPED-COUNT.
           CALL "BITMAPLD" USING BITMAP-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
      ******************************************************************
      * 068-READ-LIFE-BANDS - RESOLVE THIS HULL'S ACCEPTANCE BANDS
      * FROM THE CARD DECK. AN "ALL" CARD APPLIES TO EVERY HULL AND A
      * HULL-SPECIFIC CARD WINS OVER IT; WITH NO CARD AT ALL THE
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
           PERFORM 925-RETAIN-INPUT.

      ******************************************************************
      * 925-RETAIN-INPUT - COPY THIS CLEAN RUN'S EXTRACT TO A DATED
      * GENERATION AND CATALOG IT UNDER THE COUNT AND FINGERPRINT JUST
      * REGISTERED. A RE-RUN IS ALREADY READING A GENERATION AND
      * RETAINS NOTHING; A MISSING ROUTINE COSTS ONLY THE COPY.
      ******************************************************************
       925-RETAIN-INPUT.
           IF WS-RERUN-DATE IS EQUAL TO SPACE
               MOVE "SBMRCD2" TO IG-PROGRAM
               MOVE "SBMIN2" TO IG-FEED
               MOVE WS-HULL-ID TO IG-HULL-ID
               MOVE FILENAME-SBMIN2 TO IG-FILE-NAME
               MOVE 'F' TO IG-ORGANIZATION
               MOVE 13 TO IG-RECORD-LENGTH
               MOVE WS-BITS-COUNT TO IG-RECORD-COUNT
               MOVE TOTAL-RATE TO IG-FINGERPRINT
               MOVE SPACE TO IG-RUN-DATE
               CALL "INGENWR" USING INGEN-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       100-READ-FILE.
           OPEN INPUT INPUT2.
           OPEN OUTPUT POOLOUT.
           MOVE ZERO TO WS-BITS-COUNT.
           PERFORM 200-READ-NEXT UNTIL EOF-SWITCH = 'Y'.
           CLOSE INPUT2.
           CLOSE POOLOUT.
           PERFORM 345-SWAP-POOLS.
           DISPLAY WS-BITS-COUNT " RECORDS WAS READ IN!".
           IF WS-HDR-SEEN = 'Y' AND WS-TRL-SEEN = 'N'
               DISPLAY "**WARNING** " FILENAME-SBMIN2
      ******************************************************************
       207-CHECK-TRAILER-COUNT.
           MOVE 'Y' TO WS-TRL-SEEN.
           IF IC-RECORD-COUNT IS NOT EQUAL TO WS-BITS-COUNT
               DISPLAY "**WARNING** " FILENAME-SBMIN2
      -           " TRAILER COUNT " IC-RECORD-COUNT " DOES NOT MATCH "
      -           WS-BITS-COUNT " DATA RECORDS READ."
               MOVE 'Y' TO SW-CTL-MISMATCH
           END-IF.
           IF WS-HDR-SEEN IS EQUAL TO 'Y' AND
               WS-HDR-EXPECTED-COUNT IS NOT EQUAL TO
               WS-BITS-COUNT
               DISPLAY "**WARNING** " FILENAME-SBMIN2
      -           " HEADER EXPECTED COUNT " WS-HDR-EXPECTED-COUNT
      -           " DOES NOT MATCH " WS-BITS-COUNT
      -           " DATA RECORDS READ."
               MOVE 'Y' TO SW-CTL-MISMATCH
           END-IF.
      *
      ******************************************************************
      * 250-APPEND-TABLE - ONE DATA ROW INTO THE STARTING POOL, NUMBERED
      * IN TAPE ORDER AND A CANDIDATE FOR BOTH GROUPS.
      ******************************************************************
       250-APPEND-TABLE.
           ADD 1 TO WS-BITS-COUNT.
           MOVE WS-BITS-COUNT TO PO-ROW-NUMBER.
           MOVE 'B' TO PO-BELONGS-TO.
           MOVE IB-BITS TO PO-BIT-ROW-FLAT.
           WRITE POOLOUT-RECORD.
      *
       300-FIND-GROUPS.
           PERFORM 305-GET-RUN-DATE.
           CLOSE SHRNKFL2.
           PERFORM 395-CLEAR-CHECKPOINT.
           PERFORM 380-CHECK-UNRESOLVED.
           PERFORM 396-CLEAR-POOLS.
           PERFORM 800-COMPUTE-BIT-VALUES.
           MOVE O2-TOTAL TO O2-DISPLAY.
           MOVE CO2-TOTAL TO CO2-DISPLAY.
      ******************************************************************
      * 302-CHECK-RESTART - IF A CHECKPOINT WAS SAVED BY A PRIOR RUN
      * THAT FAILED PARTWAY THROUGH THE 12-PASS FILTERING LOOP, RELOAD
      * THE O2/CO2 BITPATTERNS RESOLVED SO FAR AND REBUILD THE POOL
      * FROM EVERY ROW'S SAVED WS-BELONGS-TO SO 300-FIND-GROUPS
      * RESUMES AFTER THE LAST COMPLETED BIT POSITION INSTEAD OF
      * STARTING OVER AT BIT 1.
      ******************************************************************
       302-CHECK-RESTART.
           MOVE ZERO TO WS-CP-LAST-BIT.
                   DISPLAY "RESUMING FILTERING FROM BIT POSITION "
      -                WS-CP-LAST-BIT " (CHECKPOINT FOUND)."
           END-READ.
           IF WS-CP-EOF = 'N'
               PERFORM 303-RESTORE-POOL
           END-IF.
           CLOSE CHKPT3.
      *
      ******************************************************************
      * 303-RESTORE-POOL - WALK THE STARTING POOL AND THE CHECKPOINT'S
      * DETAIL ROWS TOGETHER (BOTH ARE IN ROW-NUMBER ORDER), GIVING
      * EACH ROW ITS SAVED GROUP AND LEAVING OUT THE ROWS ALREADY
      * ELIMINATED.
      ******************************************************************
       303-RESTORE-POOL.
           MOVE ZERO TO CP3-ROW-INDEX.
           PERFORM 304-READ-DETAIL-ROW.
           OPEN INPUT POOLIN.
           OPEN OUTPUT POOLOUT.
           MOVE 'N' TO SW-POOL-EOF.
           PERFORM 306-RESTORE-ONE-ROW UNTIL SW-POOL-EOF = 'Y'.
           CLOSE POOLIN.
           CLOSE POOLOUT.
           PERFORM 345-SWAP-POOLS.
      *
       304-READ-DETAIL-ROW.
           READ CHKPT3 NEXT
               AT END
                   MOVE 'Y' TO WS-CP-EOF
           END-READ.
      *
       306-RESTORE-ONE-ROW.
           PERFORM 340-READ-POOL-ROW.
           IF SW-POOL-EOF = 'N'
               PERFORM 304-READ-DETAIL-ROW
                   UNTIL WS-CP-EOF = 'Y'
                   OR CP3-ROW-INDEX IS NOT LESS THAN WS-ROW-NUMBER
               IF WS-CP-EOF = 'N' AND
                   CP3-ROW-INDEX IS EQUAL TO WS-ROW-NUMBER
                   MOVE CP3-BELONGS-TO TO WS-BELONGS-TO
               END-IF
               IF WS-BELONGS-TO NOT EQUAL TO 'N'
                   PERFORM 341-WRITE-POOL-ROW
               END-IF
           END-IF.
      *
      ******************************************************************
      * 390-WRITE-CHECKPOINT - SAVE THE FILTERING STATE AFTER EACH
      * COMPLETED BIT POSITION SO A FAILURE ON A LATER PASS ONLY COSTS
      * REPLAYING BACK TO THIS POINT. EVERY ROW ON THE TAPE GETS A
      * DETAIL ROW: ITS GROUP FROM THE POOL, OR 'N' WHEN IT HAS LEFT.
      ******************************************************************
       390-WRITE-CHECKPOINT.
           OPEN OUTPUT CHKPT3.
           MOVE O2-BITS-FLAT TO CP3-O2-FLAT.
           MOVE CO2-BITS-FLAT TO CP3-CO2-FLAT.
           WRITE CHKPT3-CTL-RECORD.
           OPEN INPUT POOLIN.
           MOVE 'N' TO SW-POOL-EOF.
           PERFORM 340-READ-POOL-ROW.
           PERFORM 391-WRITE-DETAIL-ROW
               VARYING WS-CP-SUBS FROM 1 BY 1
               UNTIL WS-CP-SUBS > WS-BITS-COUNT.
           CLOSE POOLIN.
           CLOSE CHKPT3.
      *
       391-WRITE-DETAIL-ROW.
           MOVE WS-CP-SUBS TO CP3-ROW-INDEX.
           IF SW-POOL-EOF = 'N' AND WS-ROW-NUMBER = WS-CP-SUBS
               MOVE WS-BELONGS-TO TO CP3-BELONGS-TO
               PERFORM 340-READ-POOL-ROW
           ELSE
               MOVE 'N' TO CP3-BELONGS-TO
           END-IF.
           WRITE CHKPT3-DET-RECORD.
      *
      ******************************************************************
       395-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHKPT3.
           CLOSE CHKPT3.
      *
      ******************************************************************
      * 396-CLEAR-POOLS - THE WORK FILES ARE EMPTIED ONCE THE GROUPS
      * ARE FOUND SO A LONG TAPE'S POOL DOES NOT SIT ON DISK UNTIL THE
      * NEXT RUN.
      ******************************************************************
       396-CLEAR-POOLS.
           OPEN OUTPUT POOLOUT.
           CLOSE POOLOUT.
           PERFORM 345-SWAP-POOLS.
           OPEN OUTPUT POOLOUT.
           CLOSE POOLOUT.
      *
       310-COUNT-OCCURANCES.
           INITIALIZE TOTAL-COUNTER.
           INITIALIZE BC-TABLE-COUNT-ONES-CO2(WS-BIT-ROW-INDEX).
           INITIALIZE BC-TABLE-COUNT-ZEROS-O2(WS-BIT-ROW-INDEX).
           INITIALIZE BC-TABLE-COUNT-ZEROS-CO2(WS-BIT-ROW-INDEX).
           OPEN INPUT POOLIN.
           MOVE 'N' TO SW-POOL-EOF.
           PERFORM 340-READ-POOL-ROW.
           PERFORM 315-ADD-BIT-TO-COUNTER UNTIL SW-POOL-EOF = 'Y'.
           CLOSE POOLIN.
      *
       315-ADD-BIT-TO-COUNTER.
           IF WS-BELONGS-TO NOT EQUAL TO 'N' AND
              WS-BELONGS-TO NOT EQUAL TO 'C'
               IF WS-BIT-ROW-BIT(WS-BIT-ROW-INDEX) = 1
                   ADD 1 TO BC-TABLE-COUNT-ONES-O2(WS-BIT-ROW-INDEX)
               ELSE
                   ADD 1 TO BC-TABLE-COUNT-ZEROS-O2(WS-BIT-ROW-INDEX)
               END-IF
           END-IF.
           IF WS-BELONGS-TO NOT EQUAL TO 'N' AND
              WS-BELONGS-TO NOT EQUAL TO 'O'
               IF WS-BIT-ROW-BIT(WS-BIT-ROW-INDEX) = 1
                   ADD 1 TO BC-TABLE-COUNT-ONES-CO2(WS-BIT-ROW-INDEX)
               ELSE
                   ADD 1 TO BC-TABLE-COUNT-ZEROS-CO2(WS-BIT-ROW-INDEX)
               END-IF
           END-IF.
           IF WS-BELONGS-TO NOT EQUAL TO 'N'
               ADD 1 TO TOTAL-COUNTER
           END-IF.
           PERFORM 340-READ-POOL-ROW.
      *
       320-FIND-COMMON-BIT.
           IF BC-TABLE-COUNT-ONES-O2(WS-BIT-ROW-INDEX)
           MOVE WS-HULL-ID TO TR-HULL-ID.
           WRITE TRNDFL-RECORD.
      *
      ******************************************************************
      * 350-FILTER-BITS - ONE FILTERING PASS OVER THE POOL: EVERY ROW
      * IS SORTED AGAINST THIS BIT POSITION'S COMMON BITS AND ONLY THE
      * ROWS STILL IN THE RUNNING ARE WRITTEN TO THE NEXT POOL, WHICH
      * THEN BECOMES THE POOL FOR THE FOLLOWING PASS.
      ******************************************************************
       350-FILTER-BITS.
           MOVE ZERO TO WS-O2-REMAINING.
           MOVE ZERO TO WS-CO2-REMAINING.
           OPEN INPUT POOLIN.
           OPEN OUTPUT POOLOUT.
           MOVE 'N' TO SW-POOL-EOF.
           PERFORM 340-READ-POOL-ROW.
           PERFORM 370-SORT-ONE-BIT UNTIL SW-POOL-EOF = 'Y'.
           CLOSE POOLIN.
           CLOSE POOLOUT.
           PERFORM 345-SWAP-POOLS.
      *
      ******************************************************************
      * 340-READ-POOL-ROW - THE NEXT ROW OF THE CURRENT POOL INTO
      * WS-BIT-TABLE; 341 WRITES WS-BIT-TABLE TO THE NEXT POOL.
      ******************************************************************
       340-READ-POOL-ROW.
           READ POOLIN NEXT
               AT END
                   MOVE 'Y' TO SW-POOL-EOF
               NOT AT END
                   MOVE PI-ROW-NUMBER TO WS-ROW-NUMBER
                   MOVE PI-BELONGS-TO TO WS-BELONGS-TO
                   MOVE PI-BIT-ROW-FLAT TO WS-BIT-ROW-FLAT
                   MOVE ZERO TO WS-ELIM-BIT
                   MOVE SPACE TO WS-ELIM-FROM
           END-READ.
      *
       341-WRITE-POOL-ROW.
           MOVE WS-ROW-NUMBER TO PO-ROW-NUMBER.
           MOVE WS-BELONGS-TO TO PO-BELONGS-TO.
           MOVE WS-BIT-ROW-FLAT TO PO-BIT-ROW-FLAT.
           WRITE POOLOUT-RECORD.
      *
      ******************************************************************
      * 345-SWAP-POOLS - THE POOL JUST WRITTEN BECOMES THE POOL TO READ,
      * AND THE OLD ONE IS FREE TO BE OVERWRITTEN ON THE NEXT PASS.
      ******************************************************************
       345-SWAP-POOLS.
           MOVE FILENAME-S2POOLIN TO FILENAME-S2POOLSWAP.
           MOVE FILENAME-S2POOLOUT TO FILENAME-S2POOLIN.
           MOVE FILENAME-S2POOLSWAP TO FILENAME-S2POOLOUT.
      *
      ******************************************************************
      * 355-SUMMARIZE-ROUND - REPORT HOW MANY ROWS ARE STILL O2 OR CO2
      * CANDIDATES NOW THAT THIS BIT POSITION HAS BEEN FILTERED (TALLIED
      * AS 350-FILTER-BITS WROTE THE NEW POOL), AND APPEND THE FIGURES
      * TO SHRNKFL2 SO THE CANDIDATE POOL'S ROUND-BY-ROUND SHRINKAGE
      * CAN BE REVIEWED AFTER THE RUN INSTEAD OF ONLY WATCHED SCROLL BY
      * ON THE CONSOLE.
      ******************************************************************
       355-SUMMARIZE-ROUND.
           DISPLAY "AFTER BIT " WS-BIT-ROW-INDEX
               " O2 CANDIDATES REMAINING ==> " WS-O2-REMAINING
               " CO2 CANDIDATES REMAINING ==> " WS-CO2-REMAINING.
           WRITE SHRNKFL-RECORD.
      *
       356-COUNT-REMAINING-ROW.
           IF WS-BELONGS-TO NOT EQUAL TO 'N' AND
              WS-BELONGS-TO NOT EQUAL TO 'C'
               ADD 1 TO WS-O2-REMAINING
           END-IF.
           IF WS-BELONGS-TO NOT EQUAL TO 'N' AND
              WS-BELONGS-TO NOT EQUAL TO 'O'
               ADD 1 TO WS-CO2-REMAINING
           END-IF.
      *
       370-SORT-ONE-BIT.
           IF WS-BELONGS-TO IS NOT EQUAL TO 'C' AND
               WS-BELONGS-TO IS NOT EQUAL TO 'N'
               IF BC-MOST-COMMON-BIT-O2(WS-BIT-ROW-INDEX) IS EQUAL TO
                   WS-BIT-ROW-BIT(WS-BIT-ROW-INDEX)
                   MOVE 'O' TO WS-BELONGS-TO
                   MOVE WS-BIT-ROW-FLAT
                   TO O2-BITS-FLAT
               ELSE
                   IF WS-BELONGS-TO IS EQUAL TO 'O'
                       MOVE 'N' TO WS-BELONGS-TO
                       SET WS-ELIM-BIT
                           TO WS-BIT-ROW-INDEX
                       MOVE 'O' TO WS-ELIM-FROM
                       PERFORM 372-WRITE-ELIMINATION
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-BELONGS-TO IS NOT EQUAL TO 'O' AND
               WS-BELONGS-TO IS NOT EQUAL TO 'N'
               IF BC-LEAST-COMMON-BIT-CO2(WS-BIT-ROW-INDEX) IS EQUAL TO
                   WS-BIT-ROW-BIT(WS-BIT-ROW-INDEX)
                   MOVE 'C' TO WS-BELONGS-TO
                   MOVE WS-BIT-ROW-FLAT
                   TO CO2-BITS-FLAT
               ELSE
                   IF WS-BELONGS-TO IS EQUAL TO 'C'
                       MOVE 'N' TO WS-BELONGS-TO
                       SET WS-ELIM-BIT
                           TO WS-BIT-ROW-INDEX
                       MOVE 'C' TO WS-ELIM-FROM
                       PERFORM 372-WRITE-ELIMINATION
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-BELONGS-TO IS NOT EQUAL TO 'N'
               PERFORM 371-PRINT-ROW
               PERFORM 356-COUNT-REMAINING-ROW
               PERFORM 341-WRITE-POOL-ROW
           END-IF.
           PERFORM 340-READ-POOL-ROW.
      *
       371-PRINT-ROW.
           DISPLAY "CODE ==> " WS-BELONGS-TO
           " BITPATTERN ==> " WS-BIT-ROW-FLAT.
      *
      ******************************************************************
      * 372-WRITE-ELIMINATION - A ROW JUST DROPPED OUT OF O2 OR CO2
      ******************************************************************
       372-WRITE-ELIMINATION.
           MOVE WS-TREND-DATE TO AU-RUN-DATE.
           MOVE WS-ROW-NUMBER TO AU-ROW-INDEX.
           MOVE WS-ELIM-BIT TO AU-ELIM-BIT.
           MOVE WS-ELIM-FROM TO AU-ELIM-FROM.
           MOVE WS-HULL-ID TO AU-HULL-ID.
           WRITE AUDITFL-RECORD.
           DISPLAY "ROW " WS-ROW-NUMBER " ELIMINATED FROM "
      -        WS-ELIM-FROM " AT BIT "
      -        WS-ELIM-BIT.
      *
      ******************************************************************
      * 380-CHECK-UNRESOLVED - WS-BELONGS-TO STARTS AT 'B' AND EVERY
      * ROW IS SUPPOSED TO RESOLVE TO 'O', 'C', OR 'N' BY THE TIME
      * 300-FIND-GROUPS HAS FINISHED ITS 12 PASSES. ANY ROW STILL AT
      * 'B' IN THE FINAL POOL MEANS THE FILTERING LOGIC MISSED A CASE,
      * SO EXCEPT IT OUT INSTEAD OF LETTING IT SILENTLY SKEW THE O2/CO2
      * TOTALS.
      ******************************************************************
       380-CHECK-UNRESOLVED.
           MOVE ZERO TO WS-UNRESOLVED-COUNT.
           OPEN INPUT POOLIN.
           MOVE 'N' TO SW-POOL-EOF.
           PERFORM 340-READ-POOL-ROW.
           PERFORM 385-CHECK-ONE-ROW UNTIL SW-POOL-EOF = 'Y'.
           CLOSE POOLIN.
           IF WS-UNRESOLVED-COUNT IS GREATER THAN ZERO
               DISPLAY "**EXCEPTION** " WS-UNRESOLVED-COUNT
      -         " ROW(S) LEFT UNRESOLVED ('B') AFTER GROUP FILTERING."
           END-IF.
      *
       385-CHECK-ONE-ROW.
           IF WS-BELONGS-TO = 'B'
               ADD 1 TO WS-UNRESOLVED-COUNT
               DISPLAY "**EXCEPTION** ROW " WS-ROW-NUMBER
      -         " STILL FLAGGED 'B' ==> "
      -         WS-BIT-ROW-FLAT
           END-IF.
           PERFORM 340-READ-POOL-ROW.
      *
       800-COMPUTE-BIT-VALUES.
           PERFORM 850-COMPUTE-SINGLE-BIT VARYING WS-BIT-ROW-INDEX
           DISPLAY "**ALARM** " LA-READING " RATING " LA-VALUE
               " OUTSIDE ACCEPTANCE BAND " LA-BAND-LOW
               " - " LA-BAND-HIGH.
           PERFORM 887-OPEN-WORK-ORDER.
      *
      ******************************************************************
      * 887-OPEN-WORK-ORDER - THE ALARM BECOMES A WORK ORDER ON THE
      * WORKORD MASTER FOR THE RATING, DATED THE RUN. WORKOPEN
      * DECLINES A SECOND ORDER WHILE THE RATING'S FIRST IS STILL
      * OPEN, SO A BAND BREACH NIGHT AFTER NIGHT IS ONE ORDER.
      ******************************************************************
       887-OPEN-WORK-ORDER.
           MOVE WS-HULL-ID TO WP-HULL-ID.
           MOVE "SBMRCD2" TO WP-SOURCE.
           MOVE SPACE TO WP-FAULT-KEY.
           IF LA-READING = "CO2"
               MOVE "CO2 RATING" TO WP-FAULT-KEY
           ELSE
               MOVE "O2 RATING" TO WP-FAULT-KEY
           END-IF.
           MOVE SPACE TO WP-DESCRIPTION.
           STRING "LIFE SUPPORT " LA-READING " RATING " LA-VALUE
               " OUTSIDE " LA-BAND-LOW "-" LA-BAND-HIGH
               DELIMITED BY SIZE INTO WP-DESCRIPTION.
           MOVE WS-TREND-DATE TO WP-OPEN-DATE.
           MOVE SPACE TO WP-RESULT.
           CALL "WORKOPEN" USING WORKOPEN-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EVALUATE WP-RESULT
               WHEN 'N'
                   DISPLAY "WORK ORDER " WP-NUMBER " OPENED FOR THE "
                       LA-READING " RATING."
               WHEN 'D'
                   DISPLAY "THE " LA-READING " RATING ALREADY HAS WORK "
                       "ORDER " WP-NUMBER " OPEN."
           END-EVALUATE.
      *
      ******************************************************************
      * 890-WRITE-REPORT - THE HEADED LIFE-SUPPORT PAGE: THE RUN'S
      * O2/CO2/LIFE-SUPPORT FIGURES, WITH AN EXCEPTION LINE PER
      * RATING THAT LANDED OUTSIDE ITS ACCEPTANCE BAND AND, WHEN A
      * BIT MAP IS ON FILE, ONE LINE PER BIT NAMING ITS SUBSYSTEM.
      ******************************************************************
       890-WRITE-REPORT.
           OPEN OUTPUT RPTFL2.
               MOVE WS-UNRESOLVED-COUNT TO RU-COUNT
               WRITE RPTFL-RECORD FROM RPT-UNRESOLVED
           END-IF.
           IF BP-MAPPED-COUNT IS GREATER THAN ZERO
               MOVE SPACE TO RPTFL-RECORD
               WRITE RPTFL-RECORD
               WRITE RPTFL-RECORD FROM RPT-BIT-HEADING
               PERFORM 895-WRITE-ONE-BIT-LINE
                   VARYING WS-BM-SUBS FROM 1 BY 1
                   UNTIL WS-BM-SUBS > 12
           END-IF.
           CLOSE RPTFL2.
           MOVE FILENAME-S2RPT TO RG-REPORT-NAME.
           MOVE WS-TREND-DATE TO RG-RUN-DATE.
           MOVE 80 TO RG-RECORD-LENGTH.
           CALL "RPTGENWR" USING RPTGEN-PARM.
      *
      * ONE BIT POSITION UNDER ITS SUBSYSTEM NAME AND CRITICALITY.
       895-WRITE-ONE-BIT-LINE.
           MOVE WS-BM-SUBS TO RB-POSITION.
           MOVE BP-SUBSYSTEM(WS-BM-SUBS) TO RB-SUBSYSTEM.
           MOVE BP-CRITICALITY(WS-BM-SUBS) TO RB-CRITICALITY.
           MOVE BC-TABLE-COUNT-ONES-O2(WS-BM-SUBS) TO RB-O2-ONES.
           MOVE BC-TABLE-COUNT-ZEROS-O2(WS-BM-SUBS) TO RB-O2-ZEROS.
           MOVE BC-MOST-COMMON-BIT-O2(WS-BM-SUBS) TO RB-O2-BIT.
           MOVE BC-LEAST-COMMON-BIT-CO2(WS-BM-SUBS) TO RB-CO2-BIT.
           WRITE RPTFL-RECORD FROM RPT-BIT-LINE.
      *
      ******************************************************************
      * 900-WRITE-TELEMETRY - WRITE THIS RUN'S DIAGNOSTIC FIGURES
      * THROUGH THE KEY OF THE SHARED TELEMETRY FILE (A SAME-DAY
      * NAVIGATION RESULTS FROM THE SAME DAY'S RUN.
      ******************************************************************
       900-WRITE-TELEMETRY.
           MOVE "SBMRCD2" TO TL-PROGRAM-NAME.
           MOVE WS-TREND-DATE TO TL-RUN-DATE.
           MOVE ZERO TO TL-FINAL-DEPTH.
           MOVE WS-HULL-ID TO TL-HULL-ID.
           MOVE O2-BITS-FLAT TO TL-DIAG-O2.
           MOVE CO2-BITS-FLAT TO TL-DIAG-CO2.
      *    THE WRITER CAPTURES THE BEFORE IMAGE OF THE ROW THIS WRITE
      *    REPLACES AND JOURNALS BOTH IMAGES.
           MOVE 'T' TO SWP-ACTION.
           MOVE TL-PROGRAM-NAME TO SWP-PROGRAM.
           MOVE TELEM-RECORD TO SWP-RECORD.
           PERFORM 905-CALL-SHARED-WRITER.
      *
      ******************************************************************
      * 915-WRITE-FEED-QUALITY - ONE QUALITY HISTORY ROW PER RUN:
           END-CALL.
      *
      ******************************************************************
      * 905-CALL-SHARED-WRITER - HAND A BUILT TELEMETRY OR RUN-LOG
      * ROW TO THE SHARED-DATASET WRITER (SHRDWR), WHICH TAKES ITS TURN
      * AT THE FILE UNDER THE SHARED-DATASET LOCK AND JOURNALS A
      * TELEMETRY ROW WITH BOTH IMAGES FOR THE REBUILD UTILITY.
      ******************************************************************
       905-CALL-SHARED-WRITER.
           CALL "SHRDWR" USING SHRDWR-PARM
               ON EXCEPTION
                   DISPLAY "**WARNING** SHRDWR NOT AVAILABLE - "
                       "SHARED-DATASET ROW NOT WRITTEN."
           END-CALL.
      *
      ******************************************************************
      * 910-WRITE-RUN-LOG - APPEND THIS RUN'S READ/REJECT COUNTS TO THE
      * LOGIC OF ITS OWN, SO RL-RECORDS-REJECTED IS ALWAYS ZERO.
      ******************************************************************
       910-WRITE-RUN-LOG.
           MOVE "SBMRCD2" TO RL-PROGRAM-NAME.
           MOVE WS-TREND-DATE TO RL-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-BITS-COUNT TO RL-RECORDS-READ.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE WS-HULL-ID TO RL-HULL-ID.
           MOVE 'L' TO SWP-ACTION.
           MOVE RL-PROGRAM-NAME TO SWP-PROGRAM.
           MOVE RUNLOG-RECORD TO SWP-RECORD.
           PERFORM 905-CALL-SHARED-WRITER.
