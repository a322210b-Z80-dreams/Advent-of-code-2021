      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: DAY-OVER-DAY DIFFERENCING OF THE SBMRCD2 DIAGNOSTIC
      *          TAPE. BITDRIFT WATCHES EACH BIT POSITION'S ONES/ZEROS
      *          RATIO, WHICH HIDES A SINGLE ROW FLIPPING ONE BIT
      *          OVERNIGHT WHILE EVERYTHING ELSE STAYS PUT - EXACTLY
      *          WHAT ONE INTERMITTENT COMPONENT LOOKS LIKE. THIS
      *          TAKES THE LATEST SBMIN2 GENERATION SBMRCD2 RETAINED
      *          IN THE INPUT-GENERATION CATALOG FOR THE HULL AND THE
      *          GENERATION BEFORE IT, COMPARES THEM ROW BY ROW, AND
      *          REPORTS ROWS ADDED OR DROPPED, EVERY ROW WHOSE BIT
      *          PATTERN CHANGED WITH THE POSITIONS THAT FLIPPED, THE
      *          FLIPS PER BIT POSITION, AND EVERY ROW THAT HAS NOW
      *          FLIPPED BACK AND FORTH ON SEVERAL CONSECUTIVE RUNS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPEDIFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONE PARAMETER CARD: HOW MANY CONSECUTIVE RUNS A ROW MUST KEEP
      * FLIPPING THE SAME POSITIONS BACK AND FORTH BEFORE IT IS
      * FLAGGED INTERMITTENT. NO CARD MEANS 3.
           SELECT OPTIONAL TDPARM ASSIGN TO "TAPEDPRM"
           ORGANIZATION IS LINE SEQUENTIAL.
      * INGENCAT IS THE INPUT-GENERATION CATALOG INGENWR MAINTAINS
      * (SEE COPYBOOKS/INGENREC.CPY). SBMRCD2 CATALOGS EVERY CLEAN
      * RUN'S SBMIN2 TAPE THERE, SO THE PREVIOUS RUN'S TAPE IS
      * ALWAYS A CATALOG LOOKUP AWAY.
           SELECT OPTIONAL INGENCAT ASSIGN TO "INGENCAT"
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TAPENEW ASSIGN TO DYNAMIC FILENAME-TAPENEW
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TAPEOLD ASSIGN TO DYNAMIC FILENAME-TAPEOLD
           ORGANIZATION IS SEQUENTIAL.
      * FLIPHIST CARRIES, PER HULL, ONE RECORD FOR EVERY ROW THAT
      * CHANGED IN THE LAST COMPARISON: WHICH POSITIONS FLIPPED AND
      * FOR HOW MANY CONSECUTIVE RUNS THE ROW HAS BEEN FLIPPING. IT IS
      * REBUILT THROUGH FLIPWRK EVERY RUN, THE SAME SPLIT/REBUILD
      * SHAPE ALARMMT USES ON ITS MASTER.
           SELECT OPTIONAL FLIPHIST ASSIGN TO DYNAMIC FILENAME-FLIPHIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT FLIPWRK ASSIGN TO DYNAMIC FILENAME-FLIPWRK
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TDPARM.
       01 TDPARM-RECORD.
           05 TD-FLAP-RUNS                         PIC 99.
      *
      * INGENCAT-RECORD IS THE SHARED INPUT-GENERATION CATALOG RECORD
      * (SEE COPYBOOKS/INGENREC.CPY).
       FD INGENCAT.
           COPY INGENREC.
      *
      * BOTH TAPES ARE SBMRCD2'S INPUT2 LAYOUT: A 12-POSITION
      * DIAGNOSTIC WORD, OR AN HDR/TRL CONTROL RECORD, PLUS THE LINE
      * BREAK.
       FD TAPENEW.
       01 TAPENEW-RECORD.
           05 TN-BITS                              PIC X(12).
           05 FILLER                               PIC X.
       01 TAPENEW-CONTROL REDEFINES TAPENEW-RECORD.
           05 TN-RECORD-TAG                        PIC X(3).
           05 FILLER                               PIC X(10).
      *
       FD TAPEOLD.
       01 TAPEOLD-RECORD.
           05 TO-BITS                              PIC X(12).
           05 FILLER                               PIC X.
       01 TAPEOLD-CONTROL REDEFINES TAPEOLD-RECORD.
           05 TO-RECORD-TAG                        PIC X(3).
           05 FILLER                               PIC X(10).
      *
       FD FLIPHIST.
       01 FLIPHIST-RECORD.
           05 FH-ROW-NUMBER                        PIC 9(7).
           05 FH-COMPARE-DATE                      PIC X(10).
           05 FH-STREAK                            PIC 9(3).
           05 FH-FLIP-MASK                         PIC X(12).
      *
       FD FLIPWRK.
       01 FLIPWRK-RECORD                           PIC X(32).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-NEW-EOF                           PIC X VALUE 'N'.
           05 SW-OLD-EOF                           PIC X VALUE 'N'.
           05 SW-HIST-EOF                          PIC X VALUE 'N'.
           05 SW-BACK-AND-FORTH                    PIC X VALUE 'N'.
      *
      * FLIPHIST AND FLIPWRK ARE PER HULL: A NON-SUB1 HULL GETS THE
      * SUFFIXED NAMES, THE SAME NAMING THE OTHER PER-RUN FILES USE.
       01 FILE-NAMES.
           05 FILENAME-TAPENEW                     PIC X(100)
                                                VALUE SPACE.
           05 FILENAME-TAPEOLD                     PIC X(100)
                                                VALUE SPACE.
           05 FILENAME-FLIPHIST                    PIC X(100)
                                                VALUE "TAPEFLIP".
           05 FILENAME-FLIPWRK                     PIC X(100)
                                                VALUE "TAPEFLIP.WRK".
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
       01 WS-HULL-ID                               PIC X(4)
                                                VALUE "SUB1".
      *
       01 DIFF-PARMS.
           05 WS-FLAP-RUNS                         PIC 99   VALUE 3.
      *    TAPEDATE (YYYY-MM-DD) PICKS AN EARLIER GENERATION AS "TODAY"
      *    SO A PAST NIGHT CAN BE DIFFERENCED AGAIN; BLANK MEANS THE
      *    LATEST GENERATION ON THE CATALOG.
           05 WS-TAPE-DATE                         PIC X(10)
                                                   VALUE SPACE.
      *
      * THE TWO GENERATIONS BEING COMPARED. A SAME-DAY RERUN OF
      * SBMRCD2 CATALOGS A SECOND ROW FOR THE SAME DATE; THE LAST ONE
      * WINS, AS IT DOES FOR INGENGT.
       01 GENERATION-DATA.
           05 WS-NEW-DATE                          PIC X(10)
                                                   VALUE SPACE.
           05 WS-NEW-GEN                           PIC X(100)
                                                   VALUE SPACE.
           05 WS-OLD-DATE                          PIC X(10)
                                                   VALUE SPACE.
           05 WS-OLD-GEN                           PIC X(100)
                                                   VALUE SPACE.
      *
       01 ROW-DATA.
           05 WS-ROW-NUMBER                        PIC 9(7) VALUE ZERO.
           05 WS-NEW-BITS                          PIC X(12)
                                                   VALUE SPACE.
           05 WS-OLD-BITS                          PIC X(12)
                                                   VALUE SPACE.
           05 WS-FLIP-MASK                         PIC X(12)
                                                   VALUE SPACE.
           05 WS-ROW-FLIPS                         PIC 99   VALUE ZERO.
           05 WS-STREAK                            PIC 9(3) VALUE ZERO.
           05 WS-BIT-SUBS                          PIC 99   VALUE ZERO.
      *
       01 DIFF-COUNTS.
           05 WS-NEW-ROWS                          PIC 9(7) VALUE ZERO.
           05 WS-OLD-ROWS                          PIC 9(7) VALUE ZERO.
           05 WS-COMPARED-ROWS                     PIC 9(7) VALUE ZERO.
           05 WS-CHANGED-ROWS                      PIC 9(7) VALUE ZERO.
           05 WS-ADDED-ROWS                        PIC 9(7) VALUE ZERO.
           05 WS-DROPPED-ROWS                      PIC 9(7) VALUE ZERO.
           05 WS-FLAPPING-ROWS                     PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-FLIPS                       PIC 9(9) VALUE ZERO.
           05 WS-POSITION-FLIPS                    PIC 9(7) VALUE ZERO
                                                   OCCURS 12 TIMES.
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY).
           COPY RPTFMTPM.
      *
      * BITMAP-PARM IS THE SHARED BIT-MAP LOADER AREA (SEE
      * COPYBOOKS/BITMAPPM.CPY), LOADED FOR THIS HULL SO EACH
      * POSITION'S FLIP COUNT NAMES ITS SUBSYSTEM.
           COPY BITMAPPM.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       01 RPT-COLUMN-HEAD.
           05 FILLER                               PIC X(36)
                 VALUE "    ROW STATUS   PREVIOUS     TODAY ".
           05 FILLER                               PIC X(38)
                 VALUE "       FLIPPED      FLIPS  RUNS       ".
           05 FILLER                               PIC X(58)
                                                   VALUE SPACE.
      *
       01 RPT-PARM-LINE.
           05 FILLER                               PIC X(7)
                                                VALUE "TODAY  ".
           05 RP-NEW-DATE                          PIC X(10).
           05 FILLER                               PIC X(12)
                                                VALUE "  PREVIOUS  ".
           05 RP-OLD-DATE                          PIC X(10).
           05 FILLER                               PIC X(27)
                         VALUE "  INTERMITTENT AFTER RUNS  ".
           05 RP-FLAP-RUNS                         PIC Z9.
           05 FILLER                               PIC X(64)
                                                   VALUE SPACE.
      *
       01 RPT-GEN-LINE.
           05 RG-LABEL                             PIC X(12).
           05 RG-GEN-NAME                          PIC X(100).
           05 FILLER                               PIC X(20)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-ROW                               PIC Z(6)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-STATUS                            PIC X(8).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-OLD-BITS                          PIC X(12).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-NEW-BITS                          PIC X(12).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-FLIP-MASK                         PIC X(12).
           05 RD-FLIPS                             PIC Z(6)9.
           05 RD-STREAK                            PIC Z(5)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-FLAG                              PIC X(20).
           05 FILLER                               PIC X(43)
                                                   VALUE SPACE.
      *
       01 RPT-POSITION-LINE.
           05 FILLER                               PIC X(13)
                                                VALUE "BIT POSITION ".
           05 RB-BIT                               PIC Z9.
           05 FILLER                               PIC X(8)
                                                VALUE "  FLIPS ".
           05 RB-FLIPS                             PIC Z(6)9.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RB-SUBSYSTEM                         PIC X(20)
                                                   VALUE SPACE.
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RB-CRITICALITY                       PIC X    VALUE SPACE.
           05 FILLER                               PIC X(78)
                                                   VALUE SPACE.
      *
       01 RPT-SUMMARY.
           05 RS-LABEL                             PIC X(30).
           05 RS-VALUE                             PIC Z(8)9.
           05 FILLER                               PIC X(93)
                                                   VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-SETTINGS.
           PERFORM 020-READ-PARAMETERS.
           PERFORM 030-LOAD-BIT-MAP.
           PERFORM 100-FIND-GENERATIONS.
           PERFORM 300-OPEN-REPORT.
           IF WS-OLD-DATE IS EQUAL TO SPACE
               MOVE SPACE TO RF-LINE
               MOVE "FEWER THAN TWO SBMIN2 GENERATIONS CATALOGED - "
                   TO RF-LINE
               MOVE "NOTHING TO COMPARE" TO RF-LINE(47:18)
               PERFORM 810-WRITE-REPORT-LINE
               MOVE 'C' TO RF-ACTION
               PERFORM 800-CALL-REPORT-FORMAT
               DISPLAY "**WARNING** FEWER THAN TWO SBMIN2 GENERATIONS "
      -            "CATALOGED FOR " WS-HULL-ID " - NOTHING COMPARED."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-COMPARE-TAPES.
           PERFORM 280-REPLACE-FLIP-HISTORY.
           PERFORM 500-WRITE-SUMMARY.
           DISPLAY "TAPE DIFFERENCE " WS-OLD-DATE " TO " WS-NEW-DATE
               " - " WS-CHANGED-ROWS " ROW(S) CHANGED, "
               WS-ADDED-ROWS " ADDED, " WS-DROPPED-ROWS " DROPPED.".
           IF WS-FLAPPING-ROWS IS GREATER THAN ZERO
               DISPLAY "**WARNING** " WS-FLAPPING-ROWS
                   " ROW(S) FLIPPING BACK AND FORTH FOR "
                   WS-FLAP-RUNS " OR MORE RUNS - SEE TAPEDIFFRPT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
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
           IF WS-HULL-ID NOT EQUAL TO "SUB1"
               MOVE SPACE TO FILENAME-FLIPHIST
               STRING "TAPEFLIP." WS-HULL-ID DELIMITED BY SPACE
                   INTO FILENAME-FLIPHIST
               MOVE SPACE TO FILENAME-FLIPWRK
               STRING "TAPEFLIP.WRK." WS-HULL-ID DELIMITED BY SPACE
                   INTO FILENAME-FLIPWRK
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "TAPEDATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-ENV-WORK(1:10) TO WS-TAPE-DATE.
      *
       020-READ-PARAMETERS.
           OPEN INPUT TDPARM.
           READ TDPARM NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF TD-FLAP-RUNS IS NUMERIC AND
                       TD-FLAP-RUNS IS GREATER THAN 1
                       MOVE TD-FLAP-RUNS TO WS-FLAP-RUNS
                   END-IF
           END-READ.
           CLOSE TDPARM.
      *
      ******************************************************************
      * 030-LOAD-BIT-MAP - PICK UP THIS HULL'S BIT-POSITION REFERENCE
      * MAP THROUGH THE SHARED LOADER. WITH NOTHING MAPPED THE NAME
      * COLUMNS STAY BLANK.
      ******************************************************************
       030-LOAD-BIT-MAP.
           MOVE WS-HULL-ID TO BP-HULL-ID.
           MOVE ZERO TO BP-MAPPED-COUNT.
           CALL "BITMAPLD" USING BITMAP-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
      ******************************************************************
      * 100-FIND-GENERATIONS - WALK THE CATALOG FOR THIS HULL'S
      * SBMRCD2/SBMIN2 ROWS (IN CATALOG, THAT IS RUN, ORDER) UP TO THE
      * TAPE DATE. EVERY TIME A NEW DATE TURNS UP, WHAT WAS "TODAY"
      * BECOMES "PREVIOUS"; A REPEATED DATE JUST REPLACES TODAY'S
      * GENERATION NAME.
      ******************************************************************
       100-FIND-GENERATIONS.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT INGENCAT.
           PERFORM 110-CHECK-ONE-CATALOG-ROW UNTIL SW-EOF = 'Y'.
           CLOSE INGENCAT.
           MOVE WS-NEW-GEN TO FILENAME-TAPENEW.
           MOVE WS-OLD-GEN TO FILENAME-TAPEOLD.
      *
       110-CHECK-ONE-CATALOG-ROW.
           READ INGENCAT NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF GC-PROGRAM IS EQUAL TO "SBMRCD2" AND
                       GC-FEED IS EQUAL TO "SBMIN2" AND
                       GC-HULL-ID IS EQUAL TO WS-HULL-ID AND
                       (WS-TAPE-DATE IS EQUAL TO SPACE OR
                        GC-RUN-DATE IS NOT GREATER THAN WS-TAPE-DATE)
                       IF GC-RUN-DATE NOT EQUAL TO WS-NEW-DATE
                           MOVE WS-NEW-DATE TO WS-OLD-DATE
                           MOVE WS-NEW-GEN TO WS-OLD-GEN
                       END-IF
                       MOVE GC-RUN-DATE TO WS-NEW-DATE
                       MOVE GC-GEN-NAME TO WS-NEW-GEN
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 200-COMPARE-TAPES - READ THE TWO TAPES IN STEP, DIAGNOSTIC ROW
      * AGAINST DIAGNOSTIC ROW (THE HDR/TRL CONTROL RECORDS ARE NOT
      * ROWS). WHEN ONE TAPE RUNS OUT FIRST, THE REST OF THE OTHER IS
      * ROWS ADDED OR ROWS DROPPED. THE OLD FLIP HISTORY IS READ IN
      * STEP TOO, SINCE IT IS IN ROW ORDER.
      ******************************************************************
       200-COMPARE-TAPES.
           MOVE 'N' TO SW-NEW-EOF.
           MOVE 'N' TO SW-OLD-EOF.
           MOVE 'N' TO SW-HIST-EOF.
           OPEN INPUT TAPENEW.
           OPEN INPUT TAPEOLD.
           OPEN INPUT FLIPHIST.
           OPEN OUTPUT FLIPWRK.
           PERFORM 210-READ-NEW-ROW.
           PERFORM 215-READ-OLD-ROW.
           PERFORM 240-READ-HISTORY-ROW.
           PERFORM 220-COMPARE-ONE-ROW
               UNTIL SW-NEW-EOF = 'Y' AND SW-OLD-EOF = 'Y'.
           CLOSE TAPENEW.
           CLOSE TAPEOLD.
           CLOSE FLIPHIST.
           CLOSE FLIPWRK.
      *
       210-READ-NEW-ROW.
           MOVE 'N' TO SW-EOF.
           PERFORM 212-READ-NEW-RECORD
               UNTIL SW-EOF = 'Y' OR SW-NEW-EOF = 'Y'.
      *
       212-READ-NEW-RECORD.
           READ TAPENEW NEXT
               AT END
                   MOVE 'Y' TO SW-NEW-EOF
               NOT AT END
                   IF TN-RECORD-TAG NOT EQUAL TO "HDR" AND
                       TN-RECORD-TAG NOT EQUAL TO "TRL"
                       ADD 1 TO WS-NEW-ROWS
                       MOVE TN-BITS TO WS-NEW-BITS
                       MOVE 'Y' TO SW-EOF
                   END-IF
           END-READ.
      *
       215-READ-OLD-ROW.
           MOVE 'N' TO SW-EOF.
           PERFORM 217-READ-OLD-RECORD
               UNTIL SW-EOF = 'Y' OR SW-OLD-EOF = 'Y'.
      *
       217-READ-OLD-RECORD.
           READ TAPEOLD NEXT
               AT END
                   MOVE 'Y' TO SW-OLD-EOF
               NOT AT END
                   IF TO-RECORD-TAG NOT EQUAL TO "HDR" AND
                       TO-RECORD-TAG NOT EQUAL TO "TRL"
                       ADD 1 TO WS-OLD-ROWS
                       MOVE TO-BITS TO WS-OLD-BITS
                       MOVE 'Y' TO SW-EOF
                   END-IF
           END-READ.
      *
       220-COMPARE-ONE-ROW.
           ADD 1 TO WS-ROW-NUMBER.
           MOVE SPACE TO RPT-DETAIL.
           MOVE WS-ROW-NUMBER TO RD-ROW.
           EVALUATE TRUE
               WHEN SW-OLD-EOF = 'Y'
                   ADD 1 TO WS-ADDED-ROWS
                   MOVE "ADDED" TO RD-STATUS
                   MOVE WS-NEW-BITS TO RD-NEW-BITS
                   PERFORM 290-WRITE-DETAIL-LINE
                   PERFORM 210-READ-NEW-ROW
               WHEN SW-NEW-EOF = 'Y'
                   ADD 1 TO WS-DROPPED-ROWS
                   MOVE "DROPPED" TO RD-STATUS
                   MOVE WS-OLD-BITS TO RD-OLD-BITS
                   PERFORM 290-WRITE-DETAIL-LINE
                   PERFORM 215-READ-OLD-ROW
               WHEN OTHER
                   ADD 1 TO WS-COMPARED-ROWS
                   IF WS-NEW-BITS NOT EQUAL TO WS-OLD-BITS
                       PERFORM 230-REPORT-CHANGED-ROW
                   END-IF
                   PERFORM 210-READ-NEW-ROW
                   PERFORM 215-READ-OLD-ROW
           END-EVALUATE.
      *
      ******************************************************************
      * 230-REPORT-CHANGED-ROW - MARK EACH FLIPPED POSITION, COUNT IT
      * AGAINST ITS BIT POSITION, AND CARRY THE ROW'S RUN OF FLIPPING
      * FORWARD FROM THE HISTORY: IF THE SAME ROW FLIPPED ON THE
      * PREVIOUS RUN AND AT LEAST ONE POSITION FLIPPED BOTH TIMES (IT
      * WENT ONE WAY AND CAME BACK), THE RUN GROWS BY ONE; OTHERWISE
      * A NEW RUN STARTS AT ONE. A HISTORY ROW ALREADY DATED TODAY IS
      * THIS SAME COMPARISON RUN AGAIN AND KEEPS ITS COUNT.
      ******************************************************************
       230-REPORT-CHANGED-ROW.
           ADD 1 TO WS-CHANGED-ROWS.
           MOVE ZERO TO WS-ROW-FLIPS.
           MOVE SPACE TO WS-FLIP-MASK.
           PERFORM 232-MARK-ONE-POSITION
               VARYING WS-BIT-SUBS FROM 1 BY 1
               UNTIL WS-BIT-SUBS > 12.
           PERFORM 245-SKIP-HISTORY-ROW
               UNTIL SW-HIST-EOF = 'Y'
               OR FH-ROW-NUMBER NOT LESS THAN WS-ROW-NUMBER.
           MOVE 1 TO WS-STREAK.
           IF SW-HIST-EOF = 'N' AND
               FH-ROW-NUMBER IS EQUAL TO WS-ROW-NUMBER
               IF FH-COMPARE-DATE IS EQUAL TO WS-NEW-DATE
                   MOVE FH-STREAK TO WS-STREAK
               ELSE
                   IF FH-COMPARE-DATE IS EQUAL TO WS-OLD-DATE
                       MOVE 'N' TO SW-BACK-AND-FORTH
                       PERFORM 234-MATCH-ONE-POSITION
                           VARYING WS-BIT-SUBS FROM 1 BY 1
                           UNTIL WS-BIT-SUBS > 12
                       IF SW-BACK-AND-FORTH = 'Y' AND
                           FH-STREAK IS LESS THAN 999
                           COMPUTE WS-STREAK = FH-STREAK + 1
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ROW-NUMBER TO FH-ROW-NUMBER.
           MOVE WS-NEW-DATE TO FH-COMPARE-DATE.
           MOVE WS-STREAK TO FH-STREAK.
           MOVE WS-FLIP-MASK TO FH-FLIP-MASK.
           WRITE FLIPWRK-RECORD FROM FLIPHIST-RECORD.
           PERFORM 240-READ-HISTORY-ROW.
           MOVE "CHANGED" TO RD-STATUS.
           MOVE WS-OLD-BITS TO RD-OLD-BITS.
           MOVE WS-NEW-BITS TO RD-NEW-BITS.
           MOVE WS-FLIP-MASK TO RD-FLIP-MASK.
           MOVE WS-ROW-FLIPS TO RD-FLIPS.
           MOVE WS-STREAK TO RD-STREAK.
           IF WS-STREAK IS NOT LESS THAN WS-FLAP-RUNS
               ADD 1 TO WS-FLAPPING-ROWS
               MOVE "** INTERMITTENT **" TO RD-FLAG
           END-IF.
           PERFORM 290-WRITE-DETAIL-LINE.
      *
       232-MARK-ONE-POSITION.
           IF WS-NEW-BITS(WS-BIT-SUBS:1) NOT EQUAL TO
               WS-OLD-BITS(WS-BIT-SUBS:1)
               MOVE "^" TO WS-FLIP-MASK(WS-BIT-SUBS:1)
               ADD 1 TO WS-ROW-FLIPS
               ADD 1 TO WS-TOTAL-FLIPS
               ADD 1 TO WS-POSITION-FLIPS(WS-BIT-SUBS)
           END-IF.
      *
       234-MATCH-ONE-POSITION.
           IF WS-FLIP-MASK(WS-BIT-SUBS:1) = "^" AND
               FH-FLIP-MASK(WS-BIT-SUBS:1) = "^"
               MOVE 'Y' TO SW-BACK-AND-FORTH
           END-IF.
      *
       240-READ-HISTORY-ROW.
           IF SW-HIST-EOF = 'N'
               READ FLIPHIST NEXT
                   AT END
                       MOVE 'Y' TO SW-HIST-EOF
               END-READ
           END-IF.
      *
       245-SKIP-HISTORY-ROW.
           PERFORM 240-READ-HISTORY-ROW.
      *
      ******************************************************************
      * 280-REPLACE-FLIP-HISTORY - COPY THE NEW HISTORY BACK OVER THE
      * OLD ONE, SO THE NEXT RUN CARRIES TONIGHT'S FLIPPING ROWS.
      ******************************************************************
       280-REPLACE-FLIP-HISTORY.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT FLIPWRK.
           OPEN OUTPUT FLIPHIST.
           PERFORM 285-COPY-ONE-HISTORY-ROW UNTIL SW-EOF = 'Y'.
           CLOSE FLIPWRK.
           CLOSE FLIPHIST.
      *
       285-COPY-ONE-HISTORY-ROW.
           READ FLIPWRK NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   WRITE FLIPHIST-RECORD FROM FLIPWRK-RECORD
           END-READ.
      *
       290-WRITE-DETAIL-LINE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 300-OPEN-REPORT - STANDARD HEADING THROUGH THE SHARED REPORT
      * LAYER, THEN THE TWO GENERATIONS BEING COMPARED.
      ******************************************************************
       300-OPEN-REPORT.
           MOVE 'O' TO RF-ACTION.
           MOVE "TAPEDIFFRPT" TO RF-REPORT-NAME.
           MOVE "TAPEDIFF" TO RF-PROGRAM.
           MOVE WS-HULL-ID TO RF-HULL-ID.
           MOVE WS-NEW-DATE TO RF-RUN-DATE.
           MOVE "DIAGNOSTIC TAPE DAY-OVER-DAY DIFFERENCE" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           MOVE WS-NEW-DATE TO RP-NEW-DATE.
           MOVE WS-OLD-DATE TO RP-OLD-DATE.
           MOVE WS-FLAP-RUNS TO RP-FLAP-RUNS.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-PARM-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "TODAY    : " TO RG-LABEL.
           MOVE WS-NEW-GEN TO RG-GEN-NAME.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-GEN-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "PREVIOUS : " TO RG-LABEL.
           MOVE WS-OLD-GEN TO RG-GEN-NAME.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-GEN-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 500-WRITE-SUMMARY - THE ROW COUNTS, THEN THE FLIPS PER BIT
      * POSITION WITH THE SUBSYSTEM EACH POSITION REPORTS ON.
      ******************************************************************
       500-WRITE-SUMMARY.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "ROWS ON TODAY'S TAPE     ==> " TO RS-LABEL.
           MOVE WS-NEW-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ROWS ON PREVIOUS TAPE    ==> " TO RS-LABEL.
           MOVE WS-OLD-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ROWS COMPARED            ==> " TO RS-LABEL.
           MOVE WS-COMPARED-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ROWS CHANGED             ==> " TO RS-LABEL.
           MOVE WS-CHANGED-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ROWS ADDED               ==> " TO RS-LABEL.
           MOVE WS-ADDED-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ROWS DROPPED             ==> " TO RS-LABEL.
           MOVE WS-DROPPED-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "ROWS FLAGGED INTERMITTENT==> " TO RS-LABEL.
           MOVE WS-FLAPPING-ROWS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "POSITIONS FLIPPED        ==> " TO RS-LABEL.
           MOVE WS-TOTAL-FLIPS TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           PERFORM 520-WRITE-POSITION-LINE
               VARYING WS-BIT-SUBS FROM 1 BY 1
               UNTIL WS-BIT-SUBS > 12.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
       510-WRITE-SUMMARY-LINE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-SUMMARY TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       520-WRITE-POSITION-LINE.
           MOVE WS-BIT-SUBS TO RB-BIT.
           MOVE WS-POSITION-FLIPS(WS-BIT-SUBS) TO RB-FLIPS.
           IF BP-MAPPED-COUNT IS GREATER THAN ZERO
               MOVE BP-SUBSYSTEM(WS-BIT-SUBS) TO RB-SUBSYSTEM
               MOVE BP-CRITICALITY(WS-BIT-SUBS) TO RB-CRITICALITY
           END-IF.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-POSITION-LINE TO RF-LINE.
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
