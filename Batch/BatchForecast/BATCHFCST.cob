      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: FORECAST TONIGHT'S BATCH WINDOW BEFORE THE CHAIN
      *          STARTS. SLAMON SAYS AFTER THE FACT THAT THE CHAIN
      *          OVERRAN; THIS SAYS SO WHILE THERE IS STILL TIME TO
      *          HOLD BACK OPTIONAL STEPS OR QUEUED OPERATOR REQUESTS.
      *          EVERY BATCHSCHED STEP AND EVERY QUEUED JOBQUEUE
      *          REQUEST IS PROJECTED FROM ITS STEPTIME HISTORY: THE
      *          SECONDS PER RECORD IT TOOK AGAINST THE RECORDS IT
      *          READ IN BATCHLOG, TIMES THE RECORDS NOW SITTING IN ITS
      *          INPUT FEED (OR ITS AVERAGE ELAPSED TIME WHEN THERE IS
      *          NO FEED OR NO COUNT TO SCALE BY). THE REPORT GIVES
      *          THE PROJECTED START AND END OF EACH STEP AND THE
      *          PROJECTED CHAIN END AGAINST THE SLAPARM "TOTAL"
      *          WINDOW; AN OVERRUN ENDS WITH CONDITION CODE 4 AND
      *          LISTS THE DEFERRABLE STEPS THAT WOULD BRING THE CHAIN
      *          BACK INSIDE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BATCHSCHED AND JOBQUEUE ARE READ EXACTLY AS BATCHDRV READS
      * THEM, SO THE FORECAST COVERS THE WORK THE DRIVER WILL RUN.
           SELECT OPTIONAL SCHEDFL ASSIGN TO "BATCHSCHED"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOBQUEUE ASSIGN TO "JOBQUEUE"
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEPTIME ASSIGN TO "STEPTIME"
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BATCHLOG ASSIGN TO "BATCHLOG"
           ORGANIZATION IS SEQUENTIAL.
      * THE BATCH WINDOW IS SLAMON'S OWN "TOTAL" ALLOWANCE CARD, SO
      * THE FORECAST AND THE AFTER-THE-FACT CHECK HOLD THE CHAIN TO
      * THE SAME NUMBER.
           SELECT OPTIONAL SLAPARM ASSIGN TO "SLAPARM"
           ORGANIZATION IS LINE SEQUENTIAL.
      * FCSTPARM CARRIES ONE CARD PER STEP OR REQUEST PROGRAM: WHETHER
      * IT MAY BE HELD BACK ON A LONG NIGHT, AND THE INPUT FEED ITS
      * RUN TIME SCALES WITH (ORGANIZATION 'L' LINE SEQUENTIAL, 'F'
      * FIXED 11 OR 13 BYTES, THE SAME WIDTHS INGENWR COPIES). A STEP
      * WITH NO CARD IS NOT DEFERRABLE AND IS PROJECTED FROM ITS
      * AVERAGE. QUEUED OPERATOR REQUESTS ARE AD HOC WORK AND ARE
      * ALWAYS DEFERRABLE.
           SELECT OPTIONAL FCSTPARM ASSIGN TO "FCSTPARM"
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE FEED IS COUNTED THROUGH THE FD MATCHING ITS ORGANIZATION
      * AND WIDTH; ALL THREE SHARE THE ONE DYNAMIC NAME.
           SELECT OPTIONAL FEEDLS ASSIGN TO DYNAMIC FILENAME-FEED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED11 ASSIGN TO DYNAMIC FILENAME-FEED
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FEED13 ASSIGN TO DYNAMIC FILENAME-FEED
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDFL.
       01 SCHEDFL-RECORD.
           05 SC-STEP-NAME                         PIC X(10).
           05 SC-DEPENDS-ON                        PIC X(10).
           05 SC-SKIP-FLAG                         PIC X.
           05 SC-COMMAND                           PIC X(100).
      *
       FD JOBQUEUE.
       01 JOBQUEUE-RECORD.
           05 JQ-REQUEST-DATE                      PIC X(10).
           05 JQ-REQUEST-TIME                      PIC X(8).
           05 JQ-OPERATOR-ID                       PIC X(8).
           05 JQ-PROGRAM                           PIC X(10).
           05 JQ-HULL-ID                           PIC X(4).
           05 JQ-COMMAND                           PIC X(100).
           05 JQ-DEPENDS-ON                        PIC X(10).
           05 JQ-STATUS                            PIC X.
           05 JQ-DONE-DATE                         PIC X(10).
           05 JQ-DONE-TIME                         PIC X(8).
           05 JQ-COND-CODE                         PIC S9(4).
      *
      * STEPTIME-RECORD MATCHES THE LAYOUT BATCHDRV STAMPS AROUND
      * EACH CALL "SYSTEM".
       FD STEPTIME.
       01 STEPTIME-RECORD.
           05 TM-STEP-NAME                         PIC X(10).
           05 TM-START-DATE                        PIC X(10).
           05 TM-START-TIME                        PIC X(8).
           05 TM-END-DATE                          PIC X(10).
           05 TM-END-TIME                          PIC X(8).
           05 TM-COND-CODE                         PIC S9(4).
      *
      * RUNLOG-RECORD IS THE SHARED BATCH-RUN STATISTICS RECORD (SEE
      * COPYBOOKS/RUNLOG.CPY).
       FD BATCHLOG.
           COPY RUNLOG.
      *
       FD SLAPARM.
       01 SLAPARM-RECORD.
           05 SL-STEP-NAME                         PIC X(10).
           05 SL-ALLOWED-SECONDS                   PIC 9(5).
      *
       FD FCSTPARM.
       01 FCSTPARM-RECORD.
           05 FC-STEP-NAME                         PIC X(10).
           05 FC-DEFERRABLE                        PIC X.
           05 FC-ORGANIZATION                      PIC X.
           05 FC-RECORD-LENGTH                     PIC 9(3).
           05 FC-FEED-NAME                         PIC X(100).
      *
       FD FEEDLS.
       01 FEEDLS-RECORD                            PIC X(100).
       FD FEED11.
       01 FEED11-RECORD                            PIC X(11).
       FD FEED13.
       01 FEED13-RECORD                            PIC X(13).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-OVERRUN                           PIC X VALUE 'N'.
           05 SW-PARALLEL                          PIC X VALUE 'Y'.
      *
       01 FILE-NAMES.
           05 FILENAME-FEED                        PIC X(100)
                                                VALUE SPACE.
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
       01 WS-HULL-ID                               PIC X(4)
                                                VALUE "SUB1".
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-RUN-TIME.
           05 WS-RUN-HH                            PIC 9(2).
           05 WS-RUN-MIN                           PIC 9(2).
           05 WS-RUN-SS                            PIC 9(2).
           05 WS-RUN-HS                            PIC 9(2).
      *
      * THE WORK TO BE FORECAST, IN THE ORDER BATCHDRV WILL RUN IT:
      * THE SCHEDULED STEPS FIRST, THEN THE QUEUED REQUESTS.
      * IT-STATE IS THE PROJECTION'S VERDICT - 'R' WILL RUN, 'S'
      * WILL NOT (SKIP FLAG, DEFERRED, OR ITS DEPENDENCY WILL NOT
      * RUN, WHICH IS HOW BATCHDRV TREATS A SKIPPED PREREQUISITE).
      * EACH ITEM KEEPS ITS LAST 10 CLEAN RUNS FROM STEPTIME, WITH
      * THE RECORDS BATCHLOG SAYS THAT RUN READ.
       01 ITEM-TABLE.
           05 WS-ITEM-COUNT                        PIC 99   VALUE ZERO.
           05 WS-STEP-COUNT                        PIC 99   VALUE ZERO.
           05 IT-ENTRY OCCURS 50 TIMES.
               10 IT-KIND                          PIC X.
                   88 IT-IS-STEP                   VALUE 'S'.
                   88 IT-IS-REQUEST                VALUE 'Q'.
               10 IT-NAME                          PIC X(10).
               10 IT-DEPENDS-ON                    PIC X(10).
               10 IT-SKIP-FLAG                     PIC X.
               10 IT-DEFERRABLE                    PIC X.
               10 IT-DEFERRED                      PIC X.
               10 IT-STATE                         PIC X.
               10 IT-WAVE                          PIC 99.
               10 IT-FEED-COUNT                    PIC 9(7).
               10 IT-BASIS                         PIC X.
               10 IT-PROJECTED                     PIC 9(6).
               10 IT-START                         PIC 9(6).
               10 IT-END                           PIC 9(6).
               10 IT-HIST-COUNT                    PIC 99.
               10 IT-HIST-NEXT                     PIC 99.
               10 IT-HIST OCCURS 10 TIMES.
                   15 IH-DATE                      PIC X(10).
                   15 IH-ELAPSED                   PIC 9(6).
                   15 IH-RECORDS                   PIC 9(7).
      *
       01 WS-SUBSCRIPTS.
           05 WS-IT-SUBS                           PIC 99   VALUE ZERO.
           05 WS-DEP-SUBS                          PIC 99   VALUE ZERO.
           05 WS-HIT-SUBS                          PIC 99   VALUE ZERO.
           05 WS-HS-SUBS                           PIC 99   VALUE ZERO.
           05 WS-WAVE-SUBS                         PIC 99   VALUE ZERO.
           05 WS-PICK-SUBS                         PIC 99   VALUE ZERO.
      *
      * PROJECTION WORK. TIMES ARE HELD AS SECONDS FROM THE CHAIN
      * START AND ONLY TURNED INTO CLOCK TIMES FOR PRINTING.
       01 PROJECTION-WORK.
           05 WS-CHAIN-START                       PIC 9(6) VALUE ZERO.
           05 WS-CHAIN-END                         PIC 9(6) VALUE ZERO.
           05 WS-BASE-END                          PIC 9(6) VALUE ZERO.
           05 WS-WINDOW                            PIC 9(6) VALUE ZERO.
           05 WS-CURSOR                            PIC 9(6) VALUE ZERO.
           05 WS-OVER-BY                           PIC 9(6) VALUE ZERO.
           05 WS-BASE-OVER-BY                      PIC 9(6) VALUE ZERO.
           05 WS-DEP-STATE                         PIC X    VALUE SPACE.
           05 WS-DEP-WAVE                          PIC 99   VALUE ZERO.
           05 WS-MAX-WAVE                          PIC 99   VALUE ZERO.
           05 WS-WAVE-LENGTH                       PIC 9(6) VALUE ZERO
                                                   OCCURS 20 TIMES.
           05 WS-WAVE-START                        PIC 9(6) VALUE ZERO
                                                   OCCURS 20 TIMES.
           05 WS-SUM-ELAPSED                       PIC 9(8) VALUE ZERO.
           05 WS-SUM-RECORDS                       PIC 9(9) VALUE ZERO.
           05 WS-SUM-ALL-ELAPSED                   PIC 9(8) VALUE ZERO.
           05 WS-DEFER-COUNT                       PIC 99   VALUE ZERO.
           05 WS-PICK-SECONDS                      PIC 9(6) VALUE ZERO.
      *
      * ELAPSED-TIME WORK, AS SLAMON DOES IT: HH:MM:SS STAMPS TURNED
      * INTO SECONDS, WITH A DAY ADDED WHEN A STEP RAN ACROSS
      * MIDNIGHT.
       01 ELAPSED-WORK.
           05 WS-HH                                PIC 99   VALUE ZERO.
           05 WS-MIN                               PIC 99   VALUE ZERO.
           05 WS-SS                                PIC 99   VALUE ZERO.
           05 WS-START-SECONDS                     PIC 9(6) VALUE ZERO.
           05 WS-END-SECONDS                       PIC 9(6) VALUE ZERO.
           05 WS-ELAPSED                           PIC 9(6) VALUE ZERO.
           05 WS-CLOCK-SECONDS                     PIC 9(6) VALUE ZERO.
           05 WS-CLOCK-DAYS                        PIC 9(3) VALUE ZERO.
           05 WS-CLOCK-TEXT                        PIC X(8) VALUE SPACE.
           05 WS-FEED-COUNT                        PIC 9(7) VALUE ZERO.
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
           05 FILLER                               PIC X(40)
                 VALUE "SQ  KIND    NAME        FEED RECS BASIS ".
           05 FILLER                               PIC X(40)
                 VALUE "    PROJ  START    END      DEFER NOTE  ".
           05 FILLER                               PIC X(52)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-SEQ                               PIC Z9.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-KIND                              PIC X(8).
           05 RD-NAME                              PIC X(10).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-FEED                              PIC Z(9)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-BASIS                             PIC X(8).
           05 RD-PROJECTED                         PIC Z(5)9.
           05 FILLER                               PIC X(2)
                                                VALUE "S ".
           05 RD-START                             PIC X(8).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-END                               PIC X(8).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-DEFER                             PIC X(6).
           05 RD-NOTE                              PIC X(30).
           05 FILLER                               PIC X(28)
                                                   VALUE SPACE.
      *
       01 RPT-SUMMARY.
           05 RS-LABEL                             PIC X(32).
           05 RS-CLOCK                             PIC X(8).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RS-TEXT                              PIC X(60).
           05 FILLER                               PIC X(30)
                                                   VALUE SPACE.
      *
       01 RPT-DEFER-LINE.
           05 FILLER                               PIC X(9)
                                                VALUE "  DEFER  ".
           05 RR-KIND                              PIC X(8).
           05 RR-NAME                              PIC X(10).
           05 FILLER                               PIC X(13)
                                                VALUE "  PROJECTED  ".
           05 RR-SECONDS                           PIC Z(5)9.
           05 FILLER                               PIC X(29)
                          VALUE "S  - CHAIN WOULD THEN END AT ".
           05 RR-CLOCK                             PIC X(8).
           05 FILLER                               PIC X(49)
                                                   VALUE SPACE.
      *
       01 WS-TEXT-WORK                             PIC X(60)
                                                   VALUE SPACE.
       01 WS-SECONDS-EDIT                          PIC Z(5)9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-SETTINGS.
           PERFORM 020-LOAD-SCHEDULE.
           PERFORM 030-LOAD-QUEUED-REQUESTS.
           PERFORM 040-LOAD-WINDOW.
           PERFORM 050-LOAD-FEED-CARDS.
           PERFORM 100-LOAD-STEP-HISTORY.
           PERFORM 150-LOAD-RECORDS-READ.
           PERFORM 200-PROJECT-ONE-RUN-TIME
               VARYING WS-IT-SUBS FROM 1 BY 1
               UNTIL WS-IT-SUBS > WS-ITEM-COUNT.
           PERFORM 400-PROJECT-CHAIN.
           MOVE WS-CHAIN-END TO WS-BASE-END.
           MOVE WS-OVER-BY TO WS-BASE-OVER-BY.
           PERFORM 300-OPEN-REPORT.
           PERFORM 500-REPORT-ONE-ITEM
               VARYING WS-IT-SUBS FROM 1 BY 1
               UNTIL WS-IT-SUBS > WS-ITEM-COUNT.
           PERFORM 550-REPORT-WINDOW.
           IF SW-OVERRUN = 'Y'
               PERFORM 600-PLAN-DEFERRALS
           END-IF.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
           COMPUTE WS-CLOCK-SECONDS = WS-CHAIN-START + WS-BASE-END.
           PERFORM 900-FORMAT-CLOCK.
           IF SW-OVERRUN = 'Y'
               DISPLAY "**FORECAST OVERRUN** CHAIN PROJECTED TO END "
                   WS-CLOCK-TEXT ", " WS-BASE-OVER-BY
                   " SECOND(S) PAST THE WINDOW - SEE BATCHFCSTRPT."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "BATCH FORECAST - " WS-ITEM-COUNT
                   " ITEM(S), CHAIN PROJECTED TO END " WS-CLOCK-TEXT
                   "."
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-SETTINGS - THE HULL (FOR ITS BATCHLOG ROWS), THE
      * CHAIN'S PLANNED START (FCSTSTART, HH:MM:SS; DEFAULT NOW) AND
      * WHETHER THE DRIVER WILL RUN CONCURRENT WAVES (THE DRIVER'S
      * OWN DRVPARALLEL SWITCH - WAVES UNLESS IT IS N).
      ******************************************************************
       010-GET-SETTINGS.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-CHAIN-START =
               WS-RUN-HH * 3600 + WS-RUN-MIN * 60 + WS-RUN-SS.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "FCSTSTART"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:2) IS NUMERIC AND
               WS-ENV-WORK(4:2) IS NUMERIC AND
               WS-ENV-WORK(7:2) IS NUMERIC
               MOVE WS-ENV-WORK(1:2) TO WS-HH
               MOVE WS-ENV-WORK(4:2) TO WS-MIN
               MOVE WS-ENV-WORK(7:2) TO WS-SS
               COMPUTE WS-CHAIN-START =
                   WS-HH * 3600 + WS-MIN * 60 + WS-SS
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "DRVPARALLEL"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:1) = 'N' OR WS-ENV-WORK(1:1) = 'n'
               MOVE 'N' TO SW-PARALLEL
           END-IF.
      *
      ******************************************************************
      * 020-LOAD-SCHEDULE - TONIGHT'S STEPS FROM BATCHSCHED; WITH NO
      * FILE, THE DRIVER'S BUILT-IN THREE-STEP CHAIN.
      ******************************************************************
       020-LOAD-SCHEDULE.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT SCHEDFL.
           PERFORM 025-LOAD-ONE-STEP UNTIL SW-EOF = 'Y'.
           CLOSE SCHEDFL.
           IF WS-ITEM-COUNT IS EQUAL TO ZERO
               MOVE "COUNT1" TO SC-STEP-NAME
               MOVE SPACE TO SC-DEPENDS-ON
               MOVE 'N' TO SC-SKIP-FLAG
               PERFORM 027-ADD-STEP
               MOVE "STEER1" TO SC-STEP-NAME
               MOVE "COUNT1" TO SC-DEPENDS-ON
               PERFORM 027-ADD-STEP
               MOVE "SBMRCD1" TO SC-STEP-NAME
               MOVE "STEER1" TO SC-DEPENDS-ON
               PERFORM 027-ADD-STEP
           END-IF.
           MOVE WS-ITEM-COUNT TO WS-STEP-COUNT.
      *
       025-LOAD-ONE-STEP.
           READ SCHEDFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF SC-STEP-NAME NOT EQUAL TO SPACE AND
                       WS-ITEM-COUNT IS LESS THAN 20
                       PERFORM 027-ADD-STEP
                   END-IF
           END-READ.
      *
       027-ADD-STEP.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACE TO IT-ENTRY(WS-ITEM-COUNT).
           MOVE 'S' TO IT-KIND(WS-ITEM-COUNT).
           MOVE SC-STEP-NAME TO IT-NAME(WS-ITEM-COUNT).
           MOVE SC-DEPENDS-ON TO IT-DEPENDS-ON(WS-ITEM-COUNT).
           MOVE SC-SKIP-FLAG TO IT-SKIP-FLAG(WS-ITEM-COUNT).
           PERFORM 028-CLEAR-ITEM.
      *
       028-CLEAR-ITEM.
           MOVE 'N' TO IT-DEFERRABLE(WS-ITEM-COUNT).
           MOVE 'N' TO IT-DEFERRED(WS-ITEM-COUNT).
           MOVE ZERO TO IT-WAVE(WS-ITEM-COUNT).
           MOVE ZERO TO IT-FEED-COUNT(WS-ITEM-COUNT).
           MOVE ZERO TO IT-PROJECTED(WS-ITEM-COUNT).
           MOVE ZERO TO IT-START(WS-ITEM-COUNT).
           MOVE ZERO TO IT-END(WS-ITEM-COUNT).
           MOVE ZERO TO IT-HIST-COUNT(WS-ITEM-COUNT).
           MOVE 1 TO IT-HIST-NEXT(WS-ITEM-COUNT).
      *
      ******************************************************************
      * 030-LOAD-QUEUED-REQUESTS - EVERY REQUEST STILL QUEUED ('Q')
      * WILL RUN AFTER THE SCHEDULED STEPS. THEY ARE OPERATOR AD HOC
      * WORK, SO EVERY ONE OF THEM MAY BE HELD BACK.
      ******************************************************************
       030-LOAD-QUEUED-REQUESTS.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT JOBQUEUE.
           PERFORM 035-LOAD-ONE-REQUEST UNTIL SW-EOF = 'Y'.
           CLOSE JOBQUEUE.
      *
       035-LOAD-ONE-REQUEST.
           READ JOBQUEUE NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF JQ-STATUS IS EQUAL TO 'Q' AND
                       WS-ITEM-COUNT IS LESS THAN 50
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE SPACE TO IT-ENTRY(WS-ITEM-COUNT)
                       MOVE 'Q' TO IT-KIND(WS-ITEM-COUNT)
                       MOVE JQ-PROGRAM TO IT-NAME(WS-ITEM-COUNT)
                       MOVE JQ-DEPENDS-ON
                           TO IT-DEPENDS-ON(WS-ITEM-COUNT)
                       MOVE 'N' TO IT-SKIP-FLAG(WS-ITEM-COUNT)
                       PERFORM 028-CLEAR-ITEM
                       MOVE 'Y' TO IT-DEFERRABLE(WS-ITEM-COUNT)
                   END-IF
           END-READ.
      *
       040-LOAD-WINDOW.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT SLAPARM.
           PERFORM 045-CHECK-ONE-ALLOWANCE UNTIL SW-EOF = 'Y'.
           CLOSE SLAPARM.
      *
       045-CHECK-ONE-ALLOWANCE.
           READ SLAPARM NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF SL-STEP-NAME IS EQUAL TO "TOTAL" AND
                       SL-ALLOWED-SECONDS IS NUMERIC
                       MOVE SL-ALLOWED-SECONDS TO WS-WINDOW
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 050-LOAD-FEED-CARDS - APPLY EACH FCSTPARM CARD TO EVERY ITEM
      * OF THAT NAME AND COUNT THE RECORDS NOW IN ITS FEED.
      ******************************************************************
       050-LOAD-FEED-CARDS.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT FCSTPARM.
           PERFORM 055-APPLY-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE FCSTPARM.
      *
       055-APPLY-ONE-CARD.
           READ FCSTPARM NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF FC-STEP-NAME NOT EQUAL TO SPACE
                       MOVE ZERO TO WS-FEED-COUNT
                       IF FC-FEED-NAME NOT EQUAL TO SPACE
                           PERFORM 060-COUNT-FEED
                       END-IF
                       PERFORM 057-APPLY-CARD-TO-ITEM
                           VARYING WS-IT-SUBS FROM 1 BY 1
                           UNTIL WS-IT-SUBS > WS-ITEM-COUNT
                   END-IF
           END-READ.
      *
       057-APPLY-CARD-TO-ITEM.
           IF IT-NAME(WS-IT-SUBS) IS EQUAL TO FC-STEP-NAME
               MOVE WS-FEED-COUNT TO IT-FEED-COUNT(WS-IT-SUBS)
               IF IT-IS-STEP(WS-IT-SUBS)
                   IF FC-DEFERRABLE = 'Y' OR FC-DEFERRABLE = 'y'
                       MOVE 'Y' TO IT-DEFERRABLE(WS-IT-SUBS)
                   END-IF
               END-IF
           END-IF.
      *
       060-COUNT-FEED.
           MOVE FC-FEED-NAME TO FILENAME-FEED.
           MOVE 'N' TO SW-EOF.
           EVALUATE TRUE
               WHEN FC-ORGANIZATION = 'F' AND FC-RECORD-LENGTH = 11
                   OPEN INPUT FEED11
                   PERFORM 062-COUNT-ONE-11-ROW UNTIL SW-EOF = 'Y'
                   CLOSE FEED11
               WHEN FC-ORGANIZATION = 'F' AND FC-RECORD-LENGTH = 13
                   OPEN INPUT FEED13
                   PERFORM 063-COUNT-ONE-13-ROW UNTIL SW-EOF = 'Y'
                   CLOSE FEED13
               WHEN OTHER
                   OPEN INPUT FEEDLS
                   PERFORM 061-COUNT-ONE-LINE UNTIL SW-EOF = 'Y'
                   CLOSE FEEDLS
           END-EVALUATE.
           MOVE 'N' TO SW-EOF.
      *
       061-COUNT-ONE-LINE.
           READ FEEDLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
           END-READ.
      *
       062-COUNT-ONE-11-ROW.
           READ FEED11 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
           END-READ.
      *
       063-COUNT-ONE-13-ROW.
           READ FEED13 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
           END-READ.
      *
      ******************************************************************
      * 100-LOAD-STEP-HISTORY - KEEP THE LAST 10 RUNS OF EACH ITEM
      * THAT ENDED CLEAN OR WITH A WARNING. A FAILED RUN STOPS SHORT
      * AND WOULD ONLY DRAG THE PROJECTION DOWN.
      ******************************************************************
       100-LOAD-STEP-HISTORY.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT STEPTIME.
           PERFORM 110-TAKE-ONE-TIMING UNTIL SW-EOF = 'Y'.
           CLOSE STEPTIME.
      *
       110-TAKE-ONE-TIMING.
           READ STEPTIME NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF TM-COND-CODE IS NOT GREATER THAN 4
                       PERFORM 120-COMPUTE-ELAPSED
                       PERFORM 115-FILE-ONE-TIMING
                           VARYING WS-IT-SUBS FROM 1 BY 1
                           UNTIL WS-IT-SUBS > WS-ITEM-COUNT
                   END-IF
           END-READ.
      *
      * THE SAME PROGRAM CAN BE BOTH A STEP AND A QUEUED REQUEST; EACH
      * ITEM OF THAT NAME TAKES THE RUN.
       115-FILE-ONE-TIMING.
           IF IT-NAME(WS-IT-SUBS) IS EQUAL TO TM-STEP-NAME
               MOVE IT-HIST-NEXT(WS-IT-SUBS) TO WS-HS-SUBS
               MOVE TM-START-DATE TO IH-DATE(WS-IT-SUBS, WS-HS-SUBS)
               MOVE WS-ELAPSED TO IH-ELAPSED(WS-IT-SUBS, WS-HS-SUBS)
               MOVE ZERO TO IH-RECORDS(WS-IT-SUBS, WS-HS-SUBS)
               IF IT-HIST-COUNT(WS-IT-SUBS) IS LESS THAN 10
                   ADD 1 TO IT-HIST-COUNT(WS-IT-SUBS)
               END-IF
               IF WS-HS-SUBS IS EQUAL TO 10
                   MOVE 1 TO IT-HIST-NEXT(WS-IT-SUBS)
               ELSE
                   ADD 1 TO IT-HIST-NEXT(WS-IT-SUBS)
               END-IF
           END-IF.
      *
       120-COMPUTE-ELAPSED.
           MOVE TM-START-TIME(1:2) TO WS-HH.
           MOVE TM-START-TIME(4:2) TO WS-MIN.
           MOVE TM-START-TIME(7:2) TO WS-SS.
           COMPUTE WS-START-SECONDS =
               WS-HH * 3600 + WS-MIN * 60 + WS-SS.
           MOVE TM-END-TIME(1:2) TO WS-HH.
           MOVE TM-END-TIME(4:2) TO WS-MIN.
           MOVE TM-END-TIME(7:2) TO WS-SS.
           COMPUTE WS-END-SECONDS =
               WS-HH * 3600 + WS-MIN * 60 + WS-SS.
           IF WS-END-SECONDS IS LESS THAN WS-START-SECONDS
               ADD 86400 TO WS-END-SECONDS
           END-IF.
           COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS.
      *
      ******************************************************************
      * 150-LOAD-RECORDS-READ - MATCH THE HULL'S BATCHLOG ROWS TO THE
      * KEPT RUNS BY PROGRAM NAME AND DATE, SO EACH RUN'S ELAPSED
      * TIME HAS THE RECORD COUNT IT WAS SPENT ON. A PROGRAM THAT
      * LOGS MORE THAN ONE ROW A DAY IS TAKEN AT ITS LAST ROW.
      ******************************************************************
       150-LOAD-RECORDS-READ.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT BATCHLOG.
           PERFORM 160-TAKE-ONE-LOG-ROW UNTIL SW-EOF = 'Y'.
           CLOSE BATCHLOG.
      *
       160-TAKE-ONE-LOG-ROW.
           READ BATCHLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF RL-HULL-ID IS EQUAL TO WS-HULL-ID OR
                       RL-HULL-ID IS EQUAL TO SPACE
                       PERFORM 165-MATCH-LOG-TO-ITEM
                           VARYING WS-IT-SUBS FROM 1 BY 1
                           UNTIL WS-IT-SUBS > WS-ITEM-COUNT
                   END-IF
           END-READ.
      *
       165-MATCH-LOG-TO-ITEM.
           IF IT-NAME(WS-IT-SUBS) IS EQUAL TO RL-PROGRAM-NAME
               PERFORM 167-MATCH-LOG-TO-RUN
                   VARYING WS-HS-SUBS FROM 1 BY 1
                   UNTIL WS-HS-SUBS > IT-HIST-COUNT(WS-IT-SUBS)
           END-IF.
      *
       167-MATCH-LOG-TO-RUN.
           IF IH-DATE(WS-IT-SUBS, WS-HS-SUBS) IS EQUAL TO RL-RUN-DATE
               AND RL-RECORDS-READ IS NUMERIC
               MOVE RL-RECORDS-READ
                   TO IH-RECORDS(WS-IT-SUBS, WS-HS-SUBS)
           END-IF.
      *
      ******************************************************************
      * 200-PROJECT-ONE-RUN-TIME - SCALE BY RECORDS WHEN THE ITEM HAS
      * BOTH A COUNTED FEED AND KEPT RUNS WITH A RECORD COUNT:
      * (SECONDS SPENT / RECORDS READ OVER THOSE RUNS) TIMES TONIGHT'S
      * RECORDS. OTHERWISE THE AVERAGE OF ITS KEPT RUNS. NO HISTORY AT
      * ALL PROJECTS ZERO AND IS FLAGGED ON THE REPORT.
      ******************************************************************
       200-PROJECT-ONE-RUN-TIME.
           MOVE ZERO TO WS-SUM-ELAPSED.
           MOVE ZERO TO WS-SUM-RECORDS.
           MOVE ZERO TO WS-SUM-ALL-ELAPSED.
           PERFORM 210-ADD-ONE-RUN
               VARYING WS-HS-SUBS FROM 1 BY 1
               UNTIL WS-HS-SUBS > IT-HIST-COUNT(WS-IT-SUBS).
           EVALUATE TRUE
               WHEN IT-HIST-COUNT(WS-IT-SUBS) IS EQUAL TO ZERO
                   MOVE 'N' TO IT-BASIS(WS-IT-SUBS)
                   MOVE ZERO TO IT-PROJECTED(WS-IT-SUBS)
               WHEN WS-SUM-RECORDS IS GREATER THAN ZERO AND
                   IT-FEED-COUNT(WS-IT-SUBS) IS GREATER THAN ZERO
                   MOVE 'R' TO IT-BASIS(WS-IT-SUBS)
                   COMPUTE IT-PROJECTED(WS-IT-SUBS) ROUNDED =
                       WS-SUM-ELAPSED * IT-FEED-COUNT(WS-IT-SUBS)
                       / WS-SUM-RECORDS
                       ON SIZE ERROR
                           MOVE 999999 TO IT-PROJECTED(WS-IT-SUBS)
                   END-COMPUTE
               WHEN OTHER
                   MOVE 'A' TO IT-BASIS(WS-IT-SUBS)
                   COMPUTE IT-PROJECTED(WS-IT-SUBS) ROUNDED =
                       WS-SUM-ALL-ELAPSED / IT-HIST-COUNT(WS-IT-SUBS)
           END-EVALUATE.
      *
       210-ADD-ONE-RUN.
           ADD IH-ELAPSED(WS-IT-SUBS, WS-HS-SUBS)
               TO WS-SUM-ALL-ELAPSED.
           IF IH-RECORDS(WS-IT-SUBS, WS-HS-SUBS) IS GREATER THAN ZERO
               ADD IH-ELAPSED(WS-IT-SUBS, WS-HS-SUBS)
                   TO WS-SUM-ELAPSED
               ADD IH-RECORDS(WS-IT-SUBS, WS-HS-SUBS)
                   TO WS-SUM-RECORDS
           END-IF.
      *
      ******************************************************************
      * 300-OPEN-REPORT - STANDARD HEADING THROUGH THE SHARED REPORT
      * LAYER.
      ******************************************************************
       300-OPEN-REPORT.
           MOVE 'O' TO RF-ACTION.
           MOVE "BATCHFCSTRPT" TO RF-REPORT-NAME.
           MOVE "BATCHFCST" TO RF-PROGRAM.
           MOVE WS-HULL-ID TO RF-HULL-ID.
           MOVE WS-TODAY-DATE TO RF-RUN-DATE.
           MOVE "BATCH WINDOW FORECAST" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
      ******************************************************************
      * 400-PROJECT-CHAIN - LAY THE ITEMS OUT THE WAY BATCHDRV WILL
      * RUN THEM. A STEP DOES NOT RUN WHEN ITS SKIP FLAG IS SET, WHEN
      * IT IS DEFERRED, OR WHEN THE EARLIER STEP IT DEPENDS ON DOES
      * NOT RUN. THE SERIAL CHAIN RUNS THE STEPS BACK TO BACK; WITH
      * CONCURRENT WAVES A STEP GOES IN THE WAVE AFTER ITS
      * PREREQUISITE'S, AND EACH WAVE LASTS AS LONG AS ITS LONGEST
      * STEP. THE QUEUED REQUESTS FOLLOW ONE AT A TIME EITHER WAY.
      ******************************************************************
       400-PROJECT-CHAIN.
           MOVE ZERO TO WS-CURSOR.
           MOVE ZERO TO WS-MAX-WAVE.
           PERFORM 405-CLEAR-ONE-WAVE
               VARYING WS-WAVE-SUBS FROM 1 BY 1
               UNTIL WS-WAVE-SUBS > 20.
           PERFORM 410-PROJECT-ONE-STEP
               VARYING WS-IT-SUBS FROM 1 BY 1
               UNTIL WS-IT-SUBS > WS-STEP-COUNT.
           IF SW-PARALLEL = 'Y'
               PERFORM 420-TIME-ONE-WAVE
                   VARYING WS-WAVE-SUBS FROM 1 BY 1
                   UNTIL WS-WAVE-SUBS > WS-MAX-WAVE
               PERFORM 425-PLACE-ONE-WAVE-STEP
                   VARYING WS-IT-SUBS FROM 1 BY 1
                   UNTIL WS-IT-SUBS > WS-STEP-COUNT
           END-IF.
           PERFORM 430-PROJECT-ONE-REQUEST
               VARYING WS-IT-SUBS FROM 1 BY 1
               UNTIL WS-IT-SUBS > WS-ITEM-COUNT.
           MOVE WS-CURSOR TO WS-CHAIN-END.
           MOVE 'N' TO SW-OVERRUN.
           MOVE ZERO TO WS-OVER-BY.
           IF WS-WINDOW IS GREATER THAN ZERO AND
               WS-CHAIN-END IS GREATER THAN WS-WINDOW
               MOVE 'Y' TO SW-OVERRUN
               COMPUTE WS-OVER-BY = WS-CHAIN-END - WS-WINDOW
           END-IF.
      *
       405-CLEAR-ONE-WAVE.
           MOVE ZERO TO WS-WAVE-LENGTH(WS-WAVE-SUBS).
           MOVE ZERO TO WS-WAVE-START(WS-WAVE-SUBS).
      *
       410-PROJECT-ONE-STEP.
           MOVE 'S' TO IT-STATE(WS-IT-SUBS).
           MOVE ZERO TO IT-START(WS-IT-SUBS).
           MOVE ZERO TO IT-END(WS-IT-SUBS).
           MOVE ZERO TO IT-WAVE(WS-IT-SUBS).
           IF IT-SKIP-FLAG(WS-IT-SUBS) = 'Y' OR
               IT-SKIP-FLAG(WS-IT-SUBS) = 'y' OR
               IT-DEFERRED(WS-IT-SUBS) = 'Y'
               CONTINUE
           ELSE
               PERFORM 440-FIND-DEPENDENCY
               IF WS-DEP-STATE NOT EQUAL TO 'S'
                   MOVE 'R' TO IT-STATE(WS-IT-SUBS)
                   COMPUTE IT-WAVE(WS-IT-SUBS) = WS-DEP-WAVE + 1
                   IF IT-WAVE(WS-IT-SUBS) IS GREATER THAN WS-MAX-WAVE
                       MOVE IT-WAVE(WS-IT-SUBS) TO WS-MAX-WAVE
                   END-IF
                   MOVE IT-WAVE(WS-IT-SUBS) TO WS-WAVE-SUBS
                   IF IT-PROJECTED(WS-IT-SUBS) IS GREATER THAN
                       WS-WAVE-LENGTH(WS-WAVE-SUBS)
                       MOVE IT-PROJECTED(WS-IT-SUBS)
                           TO WS-WAVE-LENGTH(WS-WAVE-SUBS)
                   END-IF
                   IF SW-PARALLEL NOT EQUAL TO 'Y'
                       MOVE WS-CURSOR TO IT-START(WS-IT-SUBS)
                       ADD IT-PROJECTED(WS-IT-SUBS) TO WS-CURSOR
                       MOVE WS-CURSOR TO IT-END(WS-IT-SUBS)
                   END-IF
               END-IF
           END-IF.
      *
       420-TIME-ONE-WAVE.
           MOVE WS-CURSOR TO WS-WAVE-START(WS-WAVE-SUBS).
           ADD WS-WAVE-LENGTH(WS-WAVE-SUBS) TO WS-CURSOR.
      *
       425-PLACE-ONE-WAVE-STEP.
           IF IT-STATE(WS-IT-SUBS) = 'R'
               MOVE IT-WAVE(WS-IT-SUBS) TO WS-WAVE-SUBS
               MOVE WS-WAVE-START(WS-WAVE-SUBS) TO IT-START(WS-IT-SUBS)
               COMPUTE IT-END(WS-IT-SUBS) =
                   IT-START(WS-IT-SUBS) + IT-PROJECTED(WS-IT-SUBS)
           END-IF.
      *
       430-PROJECT-ONE-REQUEST.
           IF IT-IS-REQUEST(WS-IT-SUBS)
               MOVE 'S' TO IT-STATE(WS-IT-SUBS)
               MOVE ZERO TO IT-START(WS-IT-SUBS)
               MOVE ZERO TO IT-END(WS-IT-SUBS)
               IF IT-DEFERRED(WS-IT-SUBS) NOT EQUAL TO 'Y'
                   PERFORM 440-FIND-DEPENDENCY
                   IF WS-DEP-STATE NOT EQUAL TO 'S'
                       MOVE 'R' TO IT-STATE(WS-IT-SUBS)
                       MOVE WS-CURSOR TO IT-START(WS-IT-SUBS)
                       ADD IT-PROJECTED(WS-IT-SUBS) TO WS-CURSOR
                       MOVE WS-CURSOR TO IT-END(WS-IT-SUBS)
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 440-FIND-DEPENDENCY - THE ITEM'S NAMED PREREQUISITE AMONG THE
      * EARLIER STEPS (ALL THE STEPS FOR A REQUEST). BLANK, OR A NAME
      * THAT MATCHES NO STEP, COUNTS AS SATISFIED AND PUTS A STEP IN
      * THE FIRST WAVE.
      ******************************************************************
       440-FIND-DEPENDENCY.
           MOVE SPACE TO WS-DEP-STATE.
           MOVE ZERO TO WS-DEP-WAVE.
           IF IT-DEPENDS-ON(WS-IT-SUBS) NOT EQUAL TO SPACE
               PERFORM 445-CHECK-ONE-PREREQUISITE
                   VARYING WS-DEP-SUBS FROM 1 BY 1
                   UNTIL WS-DEP-SUBS > WS-STEP-COUNT
                   OR WS-DEP-SUBS IS EQUAL TO WS-IT-SUBS
           END-IF.
      *
       445-CHECK-ONE-PREREQUISITE.
           IF IT-NAME(WS-DEP-SUBS) IS EQUAL TO
               IT-DEPENDS-ON(WS-IT-SUBS)
               MOVE IT-STATE(WS-DEP-SUBS) TO WS-DEP-STATE
               MOVE IT-WAVE(WS-DEP-SUBS) TO WS-DEP-WAVE
           END-IF.
      *
      ******************************************************************
      * 500-REPORT-ONE-ITEM - ONE LINE PER STEP OR REQUEST: WHAT IT
      * WAS PROJECTED FROM, HOW LONG, AND WHEN IT STARTS AND ENDS ON
      * THE CLOCK.
      ******************************************************************
       500-REPORT-ONE-ITEM.
           MOVE SPACE TO RD-START.
           MOVE SPACE TO RD-END.
           MOVE SPACE TO RD-DEFER.
           MOVE SPACE TO RD-NOTE.
           MOVE WS-IT-SUBS TO RD-SEQ.
           IF IT-IS-STEP(WS-IT-SUBS)
               MOVE "STEP" TO RD-KIND
           ELSE
               MOVE "REQUEST" TO RD-KIND
           END-IF.
           MOVE IT-NAME(WS-IT-SUBS) TO RD-NAME.
           MOVE IT-FEED-COUNT(WS-IT-SUBS) TO RD-FEED.
           EVALUATE IT-BASIS(WS-IT-SUBS)
               WHEN 'R'
                   MOVE "RATE" TO RD-BASIS
               WHEN 'A'
                   MOVE "AVERAGE" TO RD-BASIS
               WHEN OTHER
                   MOVE "NO HIST" TO RD-BASIS
           END-EVALUATE.
           MOVE IT-PROJECTED(WS-IT-SUBS) TO RD-PROJECTED.
           IF IT-DEFERRABLE(WS-IT-SUBS) = 'Y'
               MOVE "YES" TO RD-DEFER
           END-IF.
           IF IT-STATE(WS-IT-SUBS) = 'R'
               COMPUTE WS-CLOCK-SECONDS =
                   WS-CHAIN-START + IT-START(WS-IT-SUBS)
               PERFORM 900-FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO RD-START
               COMPUTE WS-CLOCK-SECONDS =
                   WS-CHAIN-START + IT-END(WS-IT-SUBS)
               PERFORM 900-FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO RD-END
               IF IT-BASIS(WS-IT-SUBS) = 'N'
                   MOVE "NO STEPTIME HISTORY - 0 USED" TO RD-NOTE
               END-IF
           ELSE
               IF IT-SKIP-FLAG(WS-IT-SUBS) = 'Y' OR
                   IT-SKIP-FLAG(WS-IT-SUBS) = 'y'
                   MOVE "SKIP FLAG SET - WILL NOT RUN" TO RD-NOTE
               ELSE
                   MOVE "DEPENDENCY WILL NOT RUN" TO RD-NOTE
               END-IF
           END-IF.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 550-REPORT-WINDOW - THE CHAIN START, THE PROJECTED END AND THE
      * END OF THE SLA WINDOW.
      ******************************************************************
       550-REPORT-WINDOW.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE SPACE TO RPT-SUMMARY.
           MOVE "CHAIN START                 ==> " TO RS-LABEL.
           MOVE WS-CHAIN-START TO WS-CLOCK-SECONDS.
           PERFORM 900-FORMAT-CLOCK.
           MOVE WS-CLOCK-TEXT TO RS-CLOCK.
           IF SW-PARALLEL = 'Y'
               MOVE "CONCURRENT WAVES" TO RS-TEXT
           ELSE
               MOVE "SERIAL CHAIN (DRVPARALLEL=N)" TO RS-TEXT
           END-IF.
           PERFORM 560-WRITE-SUMMARY-LINE.
           MOVE SPACE TO RPT-SUMMARY.
           MOVE "PROJECTED CHAIN END         ==> " TO RS-LABEL.
           COMPUTE WS-CLOCK-SECONDS = WS-CHAIN-START + WS-CHAIN-END.
           PERFORM 900-FORMAT-CLOCK.
           MOVE WS-CLOCK-TEXT TO RS-CLOCK.
           MOVE WS-CHAIN-END TO WS-SECONDS-EDIT.
           MOVE SPACE TO WS-TEXT-WORK.
           STRING "(" WS-SECONDS-EDIT "S)" DELIMITED BY SIZE
               INTO WS-TEXT-WORK.
           MOVE WS-TEXT-WORK TO RS-TEXT.
           PERFORM 560-WRITE-SUMMARY-LINE.
           MOVE SPACE TO RPT-SUMMARY.
           MOVE "SLA WINDOW END              ==> " TO RS-LABEL.
           IF WS-WINDOW IS EQUAL TO ZERO
               MOVE "(NO SLAPARM TOTAL CARD - NOT CHECKED)" TO RS-TEXT
           ELSE
               COMPUTE WS-CLOCK-SECONDS = WS-CHAIN-START + WS-WINDOW
               PERFORM 900-FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO RS-CLOCK
               MOVE WS-WINDOW TO WS-SECONDS-EDIT
               MOVE SPACE TO WS-TEXT-WORK
               IF SW-OVERRUN = 'Y'
                   STRING "(" WS-SECONDS-EDIT "S)  ** OVERRUN **"
                       DELIMITED BY SIZE INTO WS-TEXT-WORK
               ELSE
                   STRING "(" WS-SECONDS-EDIT "S)  INSIDE THE WINDOW"
                       DELIMITED BY SIZE INTO WS-TEXT-WORK
               END-IF
               MOVE WS-TEXT-WORK TO RS-TEXT
           END-IF.
           PERFORM 560-WRITE-SUMMARY-LINE.
      *
       560-WRITE-SUMMARY-LINE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-SUMMARY TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 600-PLAN-DEFERRALS - HOLD BACK THE LONGEST DEFERRABLE ITEM
      * STILL PROJECTED TO RUN, RE-PROJECT, AND REPEAT UNTIL THE CHAIN
      * FITS OR NOTHING DEFERRABLE IS LEFT. HOLDING A STEP BACK ALSO
      * HOLDS BACK WHATEVER DEPENDS ON IT, WHICH THE RE-PROJECTION
      * ACCOUNTS FOR. THE NIGHT STAYS FLAGGED AS AN OVERRUN WHATEVER
      * THE PLAN - NOTHING IS HELD BACK UNTIL OPERATIONS DOES IT.
      ******************************************************************
       600-PLAN-DEFERRALS.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "DEFERRABLE WORK THAT WOULD BRING THE CHAIN BACK "
               TO RF-LINE.
           MOVE "INSIDE THE WINDOW:" TO RF-LINE(49:18).
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-DEFER-COUNT.
           MOVE 1 TO WS-PICK-SUBS.
           PERFORM 610-DEFER-ONE-ITEM
               UNTIL SW-OVERRUN = 'N' OR WS-PICK-SUBS = ZERO.
           MOVE SPACE TO RF-LINE.
           IF WS-DEFER-COUNT IS EQUAL TO ZERO
               MOVE "  NOTHING DEFERRABLE IS PROJECTED TO RUN."
                   TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           ELSE
               IF SW-OVERRUN = 'Y'
                   MOVE "  ** STILL OVER THE WINDOW WITH EVERY "
                       TO RF-LINE
                   MOVE "DEFERRABLE ITEM HELD BACK **" TO RF-LINE(39:28)
                   PERFORM 810-WRITE-REPORT-LINE
               END-IF
           END-IF.
           MOVE 'Y' TO SW-OVERRUN.
      *
       610-DEFER-ONE-ITEM.
           MOVE ZERO TO WS-PICK-SUBS.
           MOVE ZERO TO WS-PICK-SECONDS.
           PERFORM 620-CONSIDER-ONE-ITEM
               VARYING WS-IT-SUBS FROM 1 BY 1
               UNTIL WS-IT-SUBS > WS-ITEM-COUNT.
           IF WS-PICK-SUBS IS GREATER THAN ZERO
               MOVE 'Y' TO IT-DEFERRED(WS-PICK-SUBS)
               ADD 1 TO WS-DEFER-COUNT
               PERFORM 400-PROJECT-CHAIN
               IF IT-IS-STEP(WS-PICK-SUBS)
                   MOVE "STEP" TO RR-KIND
               ELSE
                   MOVE "REQUEST" TO RR-KIND
               END-IF
               MOVE IT-NAME(WS-PICK-SUBS) TO RR-NAME
               MOVE IT-PROJECTED(WS-PICK-SUBS) TO RR-SECONDS
               COMPUTE WS-CLOCK-SECONDS = WS-CHAIN-START + WS-CHAIN-END
               PERFORM 900-FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO RR-CLOCK
               MOVE SPACE TO RF-LINE
               MOVE RPT-DEFER-LINE TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           END-IF.
      *
       620-CONSIDER-ONE-ITEM.
           IF IT-STATE(WS-IT-SUBS) = 'R' AND
               IT-DEFERRABLE(WS-IT-SUBS) = 'Y' AND
               IT-PROJECTED(WS-IT-SUBS) IS GREATER THAN WS-PICK-SECONDS
               MOVE WS-IT-SUBS TO WS-PICK-SUBS
               MOVE IT-PROJECTED(WS-IT-SUBS) TO WS-PICK-SECONDS
           END-IF.
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
      *
      ******************************************************************
      * 900-FORMAT-CLOCK - SECONDS FROM MIDNIGHT TO HH:MM:SS; A TIME
      * PAST MIDNIGHT WRAPS ONTO THE NEXT DAY'S CLOCK.
      ******************************************************************
       900-FORMAT-CLOCK.
           DIVIDE WS-CLOCK-SECONDS BY 86400 GIVING WS-CLOCK-DAYS
               REMAINDER WS-CLOCK-SECONDS.
           DIVIDE WS-CLOCK-SECONDS BY 3600 GIVING WS-HH
               REMAINDER WS-CLOCK-SECONDS.
           DIVIDE WS-CLOCK-SECONDS BY 60 GIVING WS-MIN
               REMAINDER WS-SS.
           MOVE SPACE TO WS-CLOCK-TEXT.
           STRING WS-HH ":" WS-MIN ":" WS-SS
               DELIMITED BY SIZE INTO WS-CLOCK-TEXT.
