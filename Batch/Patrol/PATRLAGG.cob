      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: SHARED TOTALS ROUTINE FOR THE PATROL REGISTER. GIVEN
      *          A HULL AND THE PATROL'S FIRST AND LAST DATE, IT WALKS
      *          TELEMIDX, THE ALARM MASTER, THE BATTERY LEDGER AND
      *          BATCHLOG ONCE EACH AND RETURNS THE WHOLE PATROL'S
      *          DISTANCE RUN, DEEPEST POINT, CAUTIONS AND BREACHES,
      *          BATTERY RECHARGED AND DRAWN, REJECTS AND WORST O2/CO2
      *          RATINGS - THE FIGURES COMMAND USED TO PULL BY HAND
      *          FROM A DAY'S WORTH OF REPORTS AT A TIME. PATROLMT
      *          CALLS IT TO LOCK A CLOSING PATROL; PATROLRPT CALLS IT
      *          FOR A PATROL STILL AT SEA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATRLAGG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE POSITION LOGS (STEERNPOS) ARE REWRITTEN EVERY COURSE AND
      * CARRY NO DATE, SO THE DATED RECORD OF EACH DAY'S POSITION LOG
      * IS THE STEERNAV TELEMETRY ROW - THE COURSE'S FINAL POSITION.
           SELECT OPTIONAL TELEMFL ASSIGN TO "TELEMIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TL-REC-KEY.
           SELECT OPTIONAL ALARMMST ASSIGN TO "ALARMMST"
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BATTLEDG ASSIGN TO "BATTLEDG"
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BATCHLOG ASSIGN TO "BATCHLOG"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY).
       FD TELEMFL.
           COPY TELEMREC.
      *
      * ALARMMST-RECORD IS THE SHARED ALARM MASTER RECORD (SEE
      * COPYBOOKS/ALRMMREC.CPY).
       FD ALARMMST.
           COPY ALRMMREC.
      *
      * BATLEDG-RECORD IS THE SHARED BATTERY LEDGER RECORD (SEE
      * COPYBOOKS/BATLREC.CPY).
       FD BATTLEDG.
           COPY BATLREC.
      *
      * RUNLOG-RECORD IS THE SHARED BATCH-RUN STATISTICS RECORD (SEE
      * COPYBOOKS/RUNLOG.CPY).
       FD BATCHLOG.
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
      *
      * ONE SLOT PER COURSE DAY. TELEMIDX COMES BACK IN KEY ORDER
      * (PROGRAM, THEN DATE), SO A DAY'S STEER1, STEER2 AND STEER3
      * ROWS ARRIVE APART; THE RANK KEEPS THE BEST OF THEM - STEER2
      * (3) OVER STEER3 (2) OVER STEER1 (1).
       01 DAY-TABLE.
           05 WS-DAY-COUNT                         PIC 9(3) VALUE ZERO.
           05 DT-ENTRY OCCURS 400 TIMES.
               10 DT-DATE                          PIC X(10).
               10 DT-RANK                          PIC 9.
               10 DT-LENGTH                        PIC S9(7).
               10 DT-DEPTH                         PIC S9(7).
      *
       01 WS-DT-SUBS                               PIC 9(3) VALUE ZERO.
       01 WS-HIT-SUBS                              PIC 9(3) VALUE ZERO.
       01 WS-ROW-RANK                              PIC 9    VALUE ZERO.
       01 WS-WORK-HULL                             PIC X(4)
                                                VALUE SPACE.
      *
       LINKAGE SECTION.
      * PATRLAGG-PARM IS THE SHARED PATROL TOTALS AREA (SEE
      * COPYBOOKS/PATRAGPM.CPY).
           COPY PATRAGPM.
      *
       PROCEDURE DIVISION USING PATRLAGG-PARM.
       000-MAIN-PROCEDURE.
           PERFORM 050-CLEAR-FIGURES.
           PERFORM 100-SCAN-TELEMETRY.
           PERFORM 150-TOTAL-ONE-DAY
               VARYING WS-DT-SUBS FROM 1 BY 1
               UNTIL WS-DT-SUBS > WS-DAY-COUNT.
           PERFORM 200-SCAN-ALARMS.
           PERFORM 300-SCAN-BATTERY-LEDGER.
           PERFORM 400-SCAN-BATCHLOG.
           GOBACK.
      *
       050-CLEAR-FIGURES.
           MOVE ZERO TO PA-COURSE-DAYS.
           MOVE ZERO TO PA-DISTANCE.
           MOVE ZERO TO PA-DEEPEST.
           MOVE SPACE TO PA-DEEPEST-DATE.
           MOVE ZERO TO PA-CAUTIONS.
           MOVE ZERO TO PA-BREACHES.
           MOVE ZERO TO PA-RECHARGED.
           MOVE ZERO TO PA-DRAWN.
           MOVE ZERO TO PA-RUNS.
           MOVE ZERO TO PA-RECORDS-READ.
           MOVE ZERO TO PA-REJECTS.
           MOVE ZERO TO PA-DIAG-DAYS.
           MOVE ZERO TO PA-WORST-O2.
           MOVE SPACE TO PA-WORST-O2-DATE.
           MOVE ZERO TO PA-WORST-CO2.
           MOVE SPACE TO PA-WORST-CO2-DATE.
           MOVE ZERO TO PA-DAY-OVERFLOW.
           MOVE ZERO TO WS-DAY-COUNT.
      *
      ******************************************************************
      * 100-SCAN-TELEMETRY - THE HULL'S ROWS DATED INSIDE THE PATROL:
      * STEERNAV ROWS GO TO THE DAY TABLE, SBMRCD2 ROWS ARE HELD
      * AGAINST THE WORST O2 AND CO2 RATINGS SO FAR. A PRE-FLEET ROW
      * WITH A BLANK HULL COUNTS AS SUB1.
      ******************************************************************
       100-SCAN-TELEMETRY.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TELEMFL.
           PERFORM 110-READ-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE TELEMFL.
      *
       110-READ-ONE-ROW.
           READ TELEMFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE TL-HULL-ID TO WS-WORK-HULL
                   IF WS-WORK-HULL IS EQUAL TO SPACE
                       MOVE "SUB1" TO WS-WORK-HULL
                   END-IF
                   IF WS-WORK-HULL IS EQUAL TO PA-HULL-ID AND
                       TL-RUN-DATE IS NOT LESS THAN PA-FROM-DATE AND
                       TL-RUN-DATE IS NOT GREATER THAN PA-TO-DATE
                       PERFORM 120-POST-ONE-ROW
                   END-IF
           END-READ.
      *
       120-POST-ONE-ROW.
           MOVE ZERO TO WS-ROW-RANK.
           EVALUATE TL-PROGRAM-NAME
               WHEN "STEER2"
                   MOVE 3 TO WS-ROW-RANK
               WHEN "STEER3"
                   MOVE 2 TO WS-ROW-RANK
               WHEN "STEER1"
                   MOVE 1 TO WS-ROW-RANK
               WHEN "SBMRCD2"
                   PERFORM 140-HOLD-WORST-RATINGS
           END-EVALUATE.
           IF WS-ROW-RANK IS GREATER THAN ZERO
               PERFORM 130-FIND-DAY-SLOT
               IF WS-HIT-SUBS IS GREATER THAN ZERO
                   IF WS-ROW-RANK IS GREATER THAN DT-RANK(WS-HIT-SUBS)
                       MOVE WS-ROW-RANK TO DT-RANK(WS-HIT-SUBS)
                       MOVE TL-NAV-LENGTH TO DT-LENGTH(WS-HIT-SUBS)
                       MOVE TL-NAV-DEPTH TO DT-DEPTH(WS-HIT-SUBS)
                   END-IF
               END-IF
           END-IF.
      *
       130-FIND-DAY-SLOT.
           MOVE ZERO TO WS-HIT-SUBS.
           PERFORM 135-MATCH-ONE-DAY
               VARYING WS-DT-SUBS FROM 1 BY 1
               UNTIL WS-DT-SUBS > WS-DAY-COUNT OR
                   WS-HIT-SUBS IS GREATER THAN ZERO.
           IF WS-HIT-SUBS IS EQUAL TO ZERO
               IF WS-DAY-COUNT IS LESS THAN 400
                   ADD 1 TO WS-DAY-COUNT
                   MOVE TL-RUN-DATE TO DT-DATE(WS-DAY-COUNT)
                   MOVE ZERO TO DT-RANK(WS-DAY-COUNT)
                   MOVE ZERO TO DT-LENGTH(WS-DAY-COUNT)
                   MOVE ZERO TO DT-DEPTH(WS-DAY-COUNT)
                   MOVE WS-DAY-COUNT TO WS-HIT-SUBS
               ELSE
                   ADD 1 TO PA-DAY-OVERFLOW
               END-IF
           END-IF.
      *
       135-MATCH-ONE-DAY.
           IF DT-DATE(WS-DT-SUBS) IS EQUAL TO TL-RUN-DATE
               MOVE WS-DT-SUBS TO WS-HIT-SUBS
           END-IF.
      *
      *    THE LOWEST RATING IS THE WORST: THE FIRST DIAGNOSTIC DAY
      *    SETS BOTH, LATER DAYS ONLY LOWER THEM.
       140-HOLD-WORST-RATINGS.
           ADD 1 TO PA-DIAG-DAYS.
           IF PA-DIAG-DAYS IS EQUAL TO 1 OR
               TL-DIAG-O2 IS LESS THAN PA-WORST-O2
               MOVE TL-DIAG-O2 TO PA-WORST-O2
               MOVE TL-RUN-DATE TO PA-WORST-O2-DATE
           END-IF.
           IF PA-DIAG-DAYS IS EQUAL TO 1 OR
               TL-DIAG-CO2 IS LESS THAN PA-WORST-CO2
               MOVE TL-DIAG-CO2 TO PA-WORST-CO2
               MOVE TL-RUN-DATE TO PA-WORST-CO2-DATE
           END-IF.
      *
       150-TOTAL-ONE-DAY.
           ADD 1 TO PA-COURSE-DAYS.
           ADD DT-LENGTH(WS-DT-SUBS) TO PA-DISTANCE.
           IF PA-DEEPEST-DATE IS EQUAL TO SPACE OR
               DT-DEPTH(WS-DT-SUBS) IS GREATER THAN PA-DEEPEST
               MOVE DT-DEPTH(WS-DT-SUBS) TO PA-DEEPEST
               MOVE DT-DATE(WS-DT-SUBS) TO PA-DEEPEST-DATE
           END-IF.
      *
      ******************************************************************
      * 200-SCAN-ALARMS - THE PATROL'S ENVELOPE CAUTIONS AND BREACHES.
      * AN ALARM'S DEPTH IS WHERE THE BOAT WAS WHEN IT FIRED, SO A
      * DIVE DEEPER THAN ANY DAY'S FINAL DEPTH STILL SHOWS AS THE
      * PATROL'S DEEPEST POINT.
      ******************************************************************
       200-SCAN-ALARMS.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT ALARMMST.
           PERFORM 210-READ-ONE-ALARM UNTIL SW-EOF = 'Y'.
           CLOSE ALARMMST.
      *
       210-READ-ONE-ALARM.
           READ ALARMMST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF AM-HULL-ID IS EQUAL TO PA-HULL-ID AND
                       AM-ORIG-DATE IS NOT LESS THAN PA-FROM-DATE AND
                       AM-ORIG-DATE IS NOT GREATER THAN PA-TO-DATE
                       IF AM-SEVERITY IS EQUAL TO 'B'
                           ADD 1 TO PA-BREACHES
                       ELSE
                           ADD 1 TO PA-CAUTIONS
                       END-IF
                       IF PA-DEEPEST-DATE IS EQUAL TO SPACE OR
                           AM-DEPTH IS GREATER THAN PA-DEEPEST
                           MOVE AM-DEPTH TO PA-DEEPEST
                           MOVE AM-ORIG-DATE TO PA-DEEPEST-DATE
                       END-IF
                   END-IF
           END-READ.
      *
       300-SCAN-BATTERY-LEDGER.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT BATTLEDG.
           PERFORM 310-READ-ONE-ENTRY UNTIL SW-EOF = 'Y'.
           CLOSE BATTLEDG.
      *
       310-READ-ONE-ENTRY.
           READ BATTLEDG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF BT-HULL-ID IS EQUAL TO PA-HULL-ID AND
                       BT-ENTRY-DATE IS NOT LESS THAN PA-FROM-DATE AND
                       BT-ENTRY-DATE IS NOT GREATER THAN PA-TO-DATE
                       IF BT-ENTRY-TYPE IS EQUAL TO 'R'
                           ADD BT-AMOUNT TO PA-RECHARGED
                       ELSE
                           ADD BT-AMOUNT TO PA-DRAWN
                       END-IF
                   END-IF
           END-READ.
      *
       400-SCAN-BATCHLOG.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT BATCHLOG.
           PERFORM 410-READ-ONE-LOG-ROW UNTIL SW-EOF = 'Y'.
           CLOSE BATCHLOG.
      *
       410-READ-ONE-LOG-ROW.
           READ BATCHLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE RL-HULL-ID TO WS-WORK-HULL
                   IF WS-WORK-HULL IS EQUAL TO SPACE
                       MOVE "SUB1" TO WS-WORK-HULL
                   END-IF
                   IF WS-WORK-HULL IS EQUAL TO PA-HULL-ID AND
                       RL-RUN-DATE IS NOT LESS THAN PA-FROM-DATE AND
                       RL-RUN-DATE IS NOT GREATER THAN PA-TO-DATE
                       ADD 1 TO PA-RUNS
                       ADD RL-RECORDS-READ TO PA-RECORDS-READ
                       ADD RL-RECORDS-REJECTED TO PA-REJECTS
                   END-IF
           END-READ.
