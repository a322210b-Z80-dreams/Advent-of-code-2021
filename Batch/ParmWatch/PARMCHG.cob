      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: NIGHTLY CHANGE DETECTION ON THE SHOP'S PARAMETER
      *          CARDS AND THE BATCH SCHEDULE. CALMAINT AUDITS THE
      *          SONAR CALIBRATION DECK, BUT THE STEERNAV LIMIT,
      *          POWER, SPEED AND DIVERGENCE CARDS, THE DIVE PLAN,
      *          THE LIFE-SUPPORT BANDS, THE COUNT PROGRAMS' WINDOW
      *          AND BAND CARDS, THE ENDURANCE CARD AND BATCHSCHED
      *          ARE ALL HAND-EDITED WITH NO RECORD OF IT. EACH RUN
      *          COMPARES EVERY CARD AGAINST THE PARMSNAP SNAPSHOT
      *          TAKEN BY THE RUN BEFORE, PRINTS EACH CARD ADDED,
      *          REMOVED OR CHANGED WITH ITS BEFORE AND AFTER IMAGES,
      *          APPENDS THE SAME TO THE PARMCHGAUD AUDIT TRAIL, AND
      *          TAKES A FRESH SNAPSHOT. ANY CHANGE ENDS THE STEP
      *          WITH CONDITION CODE 4 SO THE MORNING DIGEST PICKS IT
      *          UP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EACH DATASET IS OPENED THROUGH THE FD MATCHING ITS OWN
      * ORGANIZATION AND WIDTH - THE STEERNAV CARDS ARE FIXED-LENGTH
      * AND ONLY READ CLEANLY AT THEIR OWN WIDTH, THE REST ARE LINE
      * SEQUENTIAL - THE SAME SPLIT INGENWR USES. ALL SHARE THE ONE
      * DYNAMIC NAME; ONLY ONE IS EVER OPEN.
           SELECT OPTIONAL PARMLS ASSIGN TO DYNAMIC FILENAME-PARM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM05 ASSIGN TO DYNAMIC FILENAME-PARM
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM12 ASSIGN TO DYNAMIC FILENAME-PARM
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM14 ASSIGN TO DYNAMIC FILENAME-PARM
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM18 ASSIGN TO DYNAMIC FILENAME-PARM
           ORGANIZATION IS SEQUENTIAL.
      * PARMSNAP HOLDS THE LAST RUN'S IMAGE OF EVERY CARD. IT IS READ
      * WHOLE INTO STORAGE BEFORE BEING REWRITTEN FROM TONIGHT'S
      * CARDS.
           SELECT OPTIONAL PARMSNAP ASSIGN TO "PARMSNAP"
           ORGANIZATION IS SEQUENTIAL.
      * PARMCHGAUD IS THE CHANGE AUDIT TRAIL: ONE ROW PER CARD ADDED,
      * REMOVED OR CHANGED, WITH BOTH IMAGES.
           SELECT OPTIONAL AUDITFL ASSIGN TO "PARMCHGAUD"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PARMLS.
       01 PARMLS-RECORD                            PIC X(200).
       FD PARM05.
       01 PARM05-RECORD                            PIC X(5).
       FD PARM12.
       01 PARM12-RECORD                            PIC X(12).
       FD PARM14.
       01 PARM14-RECORD                            PIC X(14).
       FD PARM18.
       01 PARM18-RECORD                            PIC X(18).
      *
       FD PARMSNAP.
       01 PARMSNAP-RECORD.
           05 PS-SNAP-DATE                         PIC X(10).
           05 PS-DATASET                           PIC X(10).
           05 PS-CARD-NUMBER                       PIC 9(5).
           05 PS-IMAGE                             PIC X(200).
      *
       FD AUDITFL.
       01 AUDITFL-RECORD.
           05 PA-CHANGE-DATE                       PIC X(10).
           05 PA-CHANGE-TIME                       PIC X(8).
           05 PA-DATASET                           PIC X(10).
           05 PA-CARD-NUMBER                       PIC 9(5).
           05 PA-ACTION                            PIC X(8).
           05 PA-BEFORE                            PIC X(200).
           05 PA-AFTER                             PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-SNAP-FOUND                        PIC X VALUE 'N'.
           05 SW-CHANGED                           PIC X VALUE 'N'.
      *
       01 FILE-NAMES.
           05 FILENAME-PARM                        PIC X(100)
                                                VALUE SPACE.
      *
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
       01 WS-CHANGE-TIME                           PIC X(8)
                                                VALUE SPACE.
      *
      * THE DATASETS WATCHED: NAME, ORGANIZATION ('F' FIXED-LENGTH AT
      * THE GIVEN WIDTH, 'L' LINE SEQUENTIAL), RECORD LENGTH AND KEY
      * WIDTH. A CARD WITH A KEY (THE HULL ON A BAND CARD, THE STEP
      * NAME ON A SCHEDULE ROW) IS MATCHED TO LAST NIGHT'S CARD BY
      * THAT KEY, SO A ROW INSERTED MID-DECK SHOWS AS ONE ADDITION;
      * A KEY WIDTH OF ZERO MATCHES CARDS BY THEIR POSITION IN THE
      * DECK.
       01 DATASET-DATA.
           05 FILLER                               PIC X(16)
                                   VALUE "STEERLIM  F01400".
           05 FILLER                               PIC X(16)
                                   VALUE "STEERPWR  F01800".
           05 FILLER                               PIC X(16)
                                   VALUE "STEERSPD  F01200".
           05 FILLER                               PIC X(16)
                                   VALUE "STEERDIV  F00500".
           05 FILLER                               PIC X(16)
                                   VALUE "DIVEPLAN  L20000".
           05 FILLER                               PIC X(16)
                                   VALUE "LSBAND    L20004".
           05 FILLER                               PIC X(16)
                                   VALUE "CNT2WIN   L20000".
           05 FILLER                               PIC X(16)
                                   VALUE "CNT1BAND  L20000".
           05 FILLER                               PIC X(16)
                                   VALUE "ENDURPRM  L20000".
           05 FILLER                               PIC X(16)
                                   VALUE "BATCHSCHEDL20010".
       01 DATASET-TABLE REDEFINES DATASET-DATA.
           05 DS-ENTRY OCCURS 10 TIMES.
               10 DS-NAME                          PIC X(10).
               10 DS-ORGANIZATION                  PIC X.
               10 DS-RECORD-LENGTH                 PIC 9(3).
               10 DS-KEY-WIDTH                     PIC 9(2).
      *
      * LAST NIGHT'S SNAPSHOT, HELD WHOLE. OS-MATCHED MARKS A CARD
      * FOUND AGAIN TONIGHT; WHATEVER IS LEFT UNMATCHED AT THE END OF
      * ITS DATASET WAS REMOVED.
       01 SNAPSHOT-TABLE.
           05 WS-OS-COUNT                          PIC 9(4) VALUE ZERO.
           05 WS-OS-MAX                            PIC 9(4) VALUE 2000.
           05 WS-OS-SUBS                           PIC 9(4) VALUE ZERO.
           05 WS-HIT-SUBS                          PIC 9(4) VALUE ZERO.
           05 WS-SNAP-DATE                         PIC X(10)
                                                VALUE SPACE.
           05 OS-ENTRY OCCURS 2000 TIMES.
               10 OS-DATASET                       PIC X(10).
               10 OS-CARD-NUMBER                   PIC 9(5).
               10 OS-IMAGE                         PIC X(200).
               10 OS-MATCHED                       PIC X.
      *
      * THE CARD IN HAND AND THE COUNTS FOR ITS DATASET.
       01 CARD-WORK.
           05 WS-DS-SUBS                           PIC 9(2) VALUE ZERO.
           05 WS-KEY-WIDTH                         PIC 9(2) VALUE ZERO.
           05 WS-CARD-NUMBER                       PIC 9(5) VALUE ZERO.
           05 WS-CARD-IMAGE                        PIC X(200)
                                                VALUE SPACE.
           05 WS-ACTION                            PIC X(8) VALUE SPACE.
           05 WS-BEFORE-IMAGE                      PIC X(200)
                                                VALUE SPACE.
           05 WS-AFTER-IMAGE                       PIC X(200)
                                                VALUE SPACE.
           05 WS-REPORT-CARD                       PIC 9(5) VALUE ZERO.
       01 DATASET-COUNTS.
           05 WS-ADDED-COUNT                       PIC 9(5) VALUE ZERO.
           05 WS-REMOVED-COUNT                     PIC 9(5) VALUE ZERO.
           05 WS-CHANGED-COUNT                     PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-CHANGES                     PIC 9(5) VALUE ZERO.
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY). THE LAYER OWNS THE PRINT FILE AND
      * SUPPLIES THE STANDARD HEADING, PAGING AND TOTALS LINE.
           COPY RPTFMTPM.
      *
      * THE CHANGE LINE CARRIES THE "**PARM CARD" MARKER THE MORNING
      * DIGEST SWEEPS FOR; THE IMAGES FOLLOW ON THEIR OWN LINES.
       01 RPT-CHANGE-LINE.
           05 FILLER                               PIC X(12)
                                                VALUE "**PARM CARD ".
           05 RX-ACTION                        PIC X(8).
           05 FILLER                               PIC X(3)
                                                VALUE "** ".
           05 RX-DATASET                           PIC X(10).
           05 FILLER                               PIC X(6)
                                                VALUE " CARD ".
           05 RX-CARD-NUMBER                       PIC ZZZZ9.
           05 FILLER                               PIC X(88)
                                                   VALUE SPACE.
      *
       01 RPT-IMAGE-LINE.
           05 FILLER                               PIC X(4) VALUE SPACE.
           05 RI-LABEL                             PIC X(8).
           05 RI-IMAGE                             PIC X(120).
      *
       01 RPT-DATASET-LINE.
           05 RS-DATASET                           PIC X(10).
           05 FILLER                               PIC X(7)
                                                VALUE " CARDS ".
           05 RS-CARDS                             PIC ZZZZ9.
           05 FILLER                               PIC X(8)
                                                VALUE "  ADDED ".
           05 RS-ADDED                             PIC ZZZZ9.
           05 FILLER                               PIC X(10)
                                                VALUE "  REMOVED ".
           05 RS-REMOVED                           PIC ZZZZ9.
           05 FILLER                               PIC X(10)
                                                VALUE "  CHANGED ".
           05 RS-CHANGED                           PIC ZZZZ9.
           05 FILLER                               PIC X(67)
                                                   VALUE SPACE.
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
           PERFORM 010-GET-SETTINGS.
           PERFORM 100-LOAD-SNAPSHOT.
           MOVE 'O' TO RF-ACTION.
           MOVE "PARMCHGRPT" TO RF-REPORT-NAME.
           MOVE "PARMCHG" TO RF-PROGRAM.
           MOVE "ALL" TO RF-HULL-ID.
           MOVE WS-TODAY-DATE TO RF-RUN-DATE.
           MOVE "PARAMETER CARD CHANGE REPORT" TO RF-TITLE.
           MOVE SPACE TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           MOVE SPACE TO RF-LINE.
           IF SW-SNAP-FOUND = 'Y'
               STRING "CHANGES SINCE THE SNAPSHOT OF " WS-SNAP-DATE
                   DELIMITED BY SIZE INTO RF-LINE
           ELSE
               MOVE "NO PRIOR SNAPSHOT - THESE CARDS ARE THE BASELINE"
                   TO RF-LINE
           END-IF.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           OPEN OUTPUT PARMSNAP.
           PERFORM 200-CHECK-ONE-DATASET
               VARYING WS-DS-SUBS FROM 1 BY 1 UNTIL WS-DS-SUBS > 10.
           CLOSE PARMSNAP.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
           IF SW-CHANGED = 'Y'
               DISPLAY "**WARNING** " WS-TOTAL-CHANGES
                   " PARAMETER CARD CHANGE(S) SINCE " WS-SNAP-DATE
                   " - SEE PARMCHGRPT."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF SW-SNAP-FOUND = 'Y'
                   DISPLAY "NO PARAMETER CARD CHANGES SINCE "
                       WS-SNAP-DATE "."
               ELSE
                   DISPLAY "PARAMETER CARD BASELINE SNAPSHOT TAKEN."
               END-IF
           END-IF.
           STOP RUN.
      *
       010-GET-SETTINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO WS-CHANGE-TIME.
      *
      ******************************************************************
      * 100-LOAD-SNAPSHOT - LAST NIGHT'S CARDS INTO STORAGE. AN EMPTY
      * OR MISSING SNAPSHOT MEANS THIS IS THE FIRST RUN: NOTHING IS
      * REPORTED AND TONIGHT'S CARDS BECOME THE BASELINE.
      ******************************************************************
       100-LOAD-SNAPSHOT.
           MOVE ZERO TO WS-OS-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT PARMSNAP.
           PERFORM 110-LOAD-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE PARMSNAP.
           IF WS-OS-COUNT IS GREATER THAN ZERO
               MOVE 'Y' TO SW-SNAP-FOUND
           END-IF.
      *
       110-LOAD-ONE-CARD.
           READ PARMSNAP NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF WS-OS-COUNT IS LESS THAN WS-OS-MAX
                       ADD 1 TO WS-OS-COUNT
                       MOVE PS-DATASET TO OS-DATASET(WS-OS-COUNT)
                       MOVE PS-CARD-NUMBER
                           TO OS-CARD-NUMBER(WS-OS-COUNT)
                       MOVE PS-IMAGE TO OS-IMAGE(WS-OS-COUNT)
                       MOVE 'N' TO OS-MATCHED(WS-OS-COUNT)
                       MOVE PS-SNAP-DATE TO WS-SNAP-DATE
                   ELSE
                       DISPLAY "**WARNING** PARMSNAP HAS MORE THAN "
                           WS-OS-MAX " CARDS - THE REST ARE NOT "
                           "COMPARED."
                       MOVE 'Y' TO SW-EOF
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 200-CHECK-ONE-DATASET - READ EVERY CARD OF THE DATASET
      * THROUGH ITS OWN FD, COMPARING EACH AGAINST THE SNAPSHOT AND
      * WRITING IT TO THE NEW ONE, THEN REPORT THE SNAPSHOT CARDS NOT
      * SEEN TONIGHT AS REMOVED. A MISSING DATASET READS AS EMPTY, SO
      * A DELETED CARD FILE SHOWS EVERY CARD REMOVED.
      ******************************************************************
       200-CHECK-ONE-DATASET.
           MOVE DS-NAME(WS-DS-SUBS) TO FILENAME-PARM.
           MOVE DS-KEY-WIDTH(WS-DS-SUBS) TO WS-KEY-WIDTH.
           MOVE ZERO TO WS-CARD-NUMBER.
           MOVE ZERO TO WS-ADDED-COUNT.
           MOVE ZERO TO WS-REMOVED-COUNT.
           MOVE ZERO TO WS-CHANGED-COUNT.
           MOVE 'N' TO SW-EOF.
           EVALUATE TRUE
               WHEN DS-ORGANIZATION(WS-DS-SUBS) = 'F' AND
                   DS-RECORD-LENGTH(WS-DS-SUBS) = 5
                   OPEN INPUT PARM05
                   PERFORM 205-READ-ONE-05-CARD UNTIL SW-EOF = 'Y'
                   CLOSE PARM05
               WHEN DS-ORGANIZATION(WS-DS-SUBS) = 'F' AND
                   DS-RECORD-LENGTH(WS-DS-SUBS) = 12
                   OPEN INPUT PARM12
                   PERFORM 210-READ-ONE-12-CARD UNTIL SW-EOF = 'Y'
                   CLOSE PARM12
               WHEN DS-ORGANIZATION(WS-DS-SUBS) = 'F' AND
                   DS-RECORD-LENGTH(WS-DS-SUBS) = 14
                   OPEN INPUT PARM14
                   PERFORM 215-READ-ONE-14-CARD UNTIL SW-EOF = 'Y'
                   CLOSE PARM14
               WHEN DS-ORGANIZATION(WS-DS-SUBS) = 'F' AND
                   DS-RECORD-LENGTH(WS-DS-SUBS) = 18
                   OPEN INPUT PARM18
                   PERFORM 220-READ-ONE-18-CARD UNTIL SW-EOF = 'Y'
                   CLOSE PARM18
               WHEN OTHER
                   OPEN INPUT PARMLS
                   PERFORM 225-READ-ONE-LS-CARD UNTIL SW-EOF = 'Y'
                   CLOSE PARMLS
           END-EVALUATE.
           IF SW-SNAP-FOUND = 'Y'
               PERFORM 260-CHECK-ONE-REMOVED
                   VARYING WS-OS-SUBS FROM 1 BY 1
                   UNTIL WS-OS-SUBS > WS-OS-COUNT
           END-IF.
           MOVE DS-NAME(WS-DS-SUBS) TO RS-DATASET.
           MOVE WS-CARD-NUMBER TO RS-CARDS.
           MOVE WS-ADDED-COUNT TO RS-ADDED.
           MOVE WS-REMOVED-COUNT TO RS-REMOVED.
           MOVE WS-CHANGED-COUNT TO RS-CHANGED.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DATASET-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       205-READ-ONE-05-CARD.
           READ PARM05 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE SPACE TO WS-CARD-IMAGE
                   MOVE PARM05-RECORD TO WS-CARD-IMAGE
                   PERFORM 230-COMPARE-ONE-CARD
           END-READ.
      *
       210-READ-ONE-12-CARD.
           READ PARM12 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE SPACE TO WS-CARD-IMAGE
                   MOVE PARM12-RECORD TO WS-CARD-IMAGE
                   PERFORM 230-COMPARE-ONE-CARD
           END-READ.
      *
       215-READ-ONE-14-CARD.
           READ PARM14 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE SPACE TO WS-CARD-IMAGE
                   MOVE PARM14-RECORD TO WS-CARD-IMAGE
                   PERFORM 230-COMPARE-ONE-CARD
           END-READ.
      *
       220-READ-ONE-18-CARD.
           READ PARM18 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE SPACE TO WS-CARD-IMAGE
                   MOVE PARM18-RECORD TO WS-CARD-IMAGE
                   PERFORM 230-COMPARE-ONE-CARD
           END-READ.
      *
       225-READ-ONE-LS-CARD.
           READ PARMLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE SPACE TO WS-CARD-IMAGE
                   MOVE PARMLS-RECORD TO WS-CARD-IMAGE
                   PERFORM 230-COMPARE-ONE-CARD
           END-READ.
      *
      ******************************************************************
      * 230-COMPARE-ONE-CARD - INTO THE NEW SNAPSHOT, THEN AGAINST
      * THE OLD ONE: NO MATCHING CARD MEANS IT WAS ADDED, A MATCH
      * WITH A DIFFERENT IMAGE MEANS IT WAS CHANGED.
      ******************************************************************
       230-COMPARE-ONE-CARD.
           ADD 1 TO WS-CARD-NUMBER.
           MOVE WS-TODAY-DATE TO PS-SNAP-DATE.
           MOVE DS-NAME(WS-DS-SUBS) TO PS-DATASET.
           MOVE WS-CARD-NUMBER TO PS-CARD-NUMBER.
           MOVE WS-CARD-IMAGE TO PS-IMAGE.
           WRITE PARMSNAP-RECORD.
           IF SW-SNAP-FOUND = 'Y'
               MOVE ZERO TO WS-HIT-SUBS
               PERFORM 240-MATCH-ONE-OLD-CARD
                   VARYING WS-OS-SUBS FROM 1 BY 1
                   UNTIL WS-OS-SUBS > WS-OS-COUNT
                   OR WS-HIT-SUBS IS GREATER THAN ZERO
               IF WS-HIT-SUBS IS EQUAL TO ZERO
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO WS-ACTION
                   MOVE SPACE TO WS-BEFORE-IMAGE
                   MOVE WS-CARD-IMAGE TO WS-AFTER-IMAGE
                   MOVE WS-CARD-NUMBER TO WS-REPORT-CARD
                   PERFORM 400-REPORT-ONE-CHANGE
               ELSE
                   MOVE 'Y' TO OS-MATCHED(WS-HIT-SUBS)
                   IF OS-IMAGE(WS-HIT-SUBS) NOT EQUAL TO WS-CARD-IMAGE
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "CHANGED" TO WS-ACTION
                       MOVE OS-IMAGE(WS-HIT-SUBS) TO WS-BEFORE-IMAGE
                       MOVE WS-CARD-IMAGE TO WS-AFTER-IMAGE
                       MOVE WS-CARD-NUMBER TO WS-REPORT-CARD
                       PERFORM 400-REPORT-ONE-CHANGE
                   END-IF
               END-IF
           END-IF.
      *
       240-MATCH-ONE-OLD-CARD.
           IF OS-DATASET(WS-OS-SUBS) IS EQUAL TO DS-NAME(WS-DS-SUBS)
               AND OS-MATCHED(WS-OS-SUBS) IS EQUAL TO 'N'
               IF WS-KEY-WIDTH IS EQUAL TO ZERO
                   IF OS-CARD-NUMBER(WS-OS-SUBS) IS EQUAL TO
                       WS-CARD-NUMBER
                       MOVE WS-OS-SUBS TO WS-HIT-SUBS
                   END-IF
               ELSE
                   IF OS-IMAGE(WS-OS-SUBS)(1:WS-KEY-WIDTH) IS EQUAL TO
                       WS-CARD-IMAGE(1:WS-KEY-WIDTH)
                       MOVE WS-OS-SUBS TO WS-HIT-SUBS
                   END-IF
               END-IF
           END-IF.
      *
       260-CHECK-ONE-REMOVED.
           IF OS-DATASET(WS-OS-SUBS) IS EQUAL TO DS-NAME(WS-DS-SUBS)
               AND OS-MATCHED(WS-OS-SUBS) IS EQUAL TO 'N'
               ADD 1 TO WS-REMOVED-COUNT
               MOVE "REMOVED" TO WS-ACTION
               MOVE OS-IMAGE(WS-OS-SUBS) TO WS-BEFORE-IMAGE
               MOVE SPACE TO WS-AFTER-IMAGE
               MOVE OS-CARD-NUMBER(WS-OS-SUBS) TO WS-REPORT-CARD
               PERFORM 400-REPORT-ONE-CHANGE
           END-IF.
      *
      ******************************************************************
      * 400-REPORT-ONE-CHANGE - THE MARKED CHANGE LINE AND THE BEFORE
      * AND AFTER IMAGES (THE FIRST 120 COLUMNS - EVERY CARD IN THE
      * SHOP FITS), AND THE SAME CHANGE IN FULL ON THE AUDIT TRAIL.
      ******************************************************************
       400-REPORT-ONE-CHANGE.
           MOVE 'Y' TO SW-CHANGED.
           ADD 1 TO WS-TOTAL-CHANGES.
           MOVE WS-ACTION TO RX-ACTION.
           MOVE DS-NAME(WS-DS-SUBS) TO RX-DATASET.
           MOVE WS-REPORT-CARD TO RX-CARD-NUMBER.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-CHANGE-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "BEFORE: " TO RI-LABEL.
           MOVE WS-BEFORE-IMAGE TO RI-IMAGE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-IMAGE-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "AFTER:  " TO RI-LABEL.
           MOVE WS-AFTER-IMAGE TO RI-IMAGE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-IMAGE-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           OPEN EXTEND AUDITFL.
           MOVE WS-TODAY-DATE TO PA-CHANGE-DATE.
           MOVE WS-CHANGE-TIME TO PA-CHANGE-TIME.
           MOVE DS-NAME(WS-DS-SUBS) TO PA-DATASET.
           MOVE WS-REPORT-CARD TO PA-CARD-NUMBER.
           MOVE WS-ACTION TO PA-ACTION.
           MOVE WS-BEFORE-IMAGE TO PA-BEFORE.
           MOVE WS-AFTER-IMAGE TO PA-AFTER.
           WRITE AUDITFL-RECORD.
           CLOSE AUDITFL.
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
