      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: END-OF-PATROL SUMMARY REPORT. FOR ONE PATROL ON THE
      *          PATROL REGISTER IT STATES THE DISTANCE RUN, DEEPEST
      *          POINT, ENVELOPE CAUTIONS AND BREACHES, BATTERY
      *          RECHARGED AND DRAWN, REJECTS AND WORST O2/CO2
      *          RATINGS ACROSS EVERY DAY OF THE PATROL. A CLOSED
      *          PATROL PRINTS THE FIGURES LOCKED ON PATROLSUM WHEN
      *          IT WAS CLOSED; A PATROL STILL AT SEA IS WORKED OUT
      *          THROUGH PATRLAGG TO TODAY AND MARKED PROVISIONAL.
      *          THE PATROL IS NAMED BY THE PATROLID ENVIRONMENT
      *          VARIABLE, OTHERWISE IT IS THE LATEST PATROL OF THE
      *          HULLID HULL (DEFAULT SUB1). THE REPORT IS A DATED
      *          GENERATION PER PATROL, PATROLRPT.<PATROL ID>.
      *          RETURN CODE 4 WHEN A CLOSED PATROL HAS NO LOCK ROW,
      *          8 WHEN THERE IS NO PATROL TO REPORT, 16 FOR A HULL
      *          THE REGISTRY REFUSES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATROLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PATROLS ASSIGN TO "PATROLS"
           ORGANIZATION IS LINE SEQUENTIAL.
      * PATROLSUM IS THE PATROL LOCK: ONE ROW PER CLOSED PATROL.
           SELECT OPTIONAL PATROLSUM ASSIGN TO "PATROLSUM"
           ORGANIZATION IS SEQUENTIAL.
      * THE REPORT IS ONE GENERATION PER PATROL, THE WAY MONTHEND
      * DATES ITS STATEMENT PER PERIOD, SO A PACKAGE ALREADY HANDED
      * TO COMMAND IS NEVER OVERWRITTEN BY THE NEXT PATROL'S.
           SELECT RPTFL ASSIGN TO DYNAMIC FILENAME-RPT
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE PATROL REGISTER CARD (SEE COPYBOOKS/PATRLREC.CPY).
       FD PATROLS.
           COPY PATRLREC.
      *
      * THE PATROL LOCK ROW (SEE COPYBOOKS/PATRSREC.CPY).
       FD PATROLSUM.
           COPY PATRSREC.
      *
       FD RPTFL.
       01 RPTFL-RECORD                             PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-PATROL-FOUND                      PIC X VALUE 'N'.
           05 SW-LOCK-FOUND                        PIC X VALUE 'N'.
      *
       01 WS-ENV-WORK                              PIC X(100)
                                                VALUE SPACE.
       01 WS-HULL-ID                               PIC X(4)
                                                VALUE "SUB1".
       01 WS-PATROL-ID                             PIC X(8)
                                                VALUE SPACE.
      * THE HULL'S MOST RECENTLY OPENED PATROL, WHEN NONE IS NAMED.
       01 WS-HULL-PATROL                           PIC X(8)
                                                VALUE SPACE.
      *
      * THE LATEST REGISTER CARD FOR THE PATROL BEING REPORTED.
       01 FOUND-PATROL.
           05 WS-FOUND-HULL                        PIC X(4) VALUE SPACE.
           05 WS-FOUND-SAIL-DATE                   PIC X(10)
                                                VALUE SPACE.
           05 WS-FOUND-RETURN-DATE                 PIC X(10)
                                                VALUE SPACE.
           05 WS-FOUND-OBJECTIVE                   PIC X(40)
                                                VALUE SPACE.
           05 WS-FOUND-STATUS                      PIC X    VALUE SPACE.
      *
      * HOW THE FIGURES WERE ARRIVED AT, FOR THE REPORT'S BASIS LINE.
       01 WS-BASIS                                 PIC X(60)
                                                VALUE SPACE.
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
      *
       01 FILE-NAMES.
           05 FILENAME-RPT                         PIC X(100)
                                                VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
      * PATRLAGG-PARM IS THE SHARED PATROL TOTALS AREA (SEE
      * COPYBOOKS/PATRAGPM.CPY).
           COPY PATRAGPM.
      *
       01 RPT-HEADER.
           05 FILLER                               PIC X(30)
                 VALUE "END-OF-PATROL REPORT          ".
           05 FILLER                               PIC X(8)
                                                VALUE "PATROL: ".
           05 RH-PATROL                            PIC X(8).
           05 FILLER                               PIC X(12)
                                                VALUE "  PREPARED: ".
           05 RH-PREPARED                          PIC X(10).
           05 FILLER                               PIC X(12)
                                                   VALUE SPACE.
      *
       01 RPT-PATROL-LINE.
           05 FILLER                               PIC X(6)
                                                VALUE "HULL  ".
           05 RP-HULL-ID                           PIC X(4).
           05 FILLER                               PIC X(9)
                                                VALUE "  SAILED ".
           05 RP-SAIL-DATE                         PIC X(10).
           05 FILLER                               PIC X(11)
                                                VALUE "  RETURNED ".
           05 RP-RETURN-DATE                       PIC X(10).
           05 FILLER                               PIC X(30)
                                                   VALUE SPACE.
      *
       01 RPT-LABEL-LINE.
           05 RL-LABEL                             PIC X(36)
                                                   VALUE SPACE.
           05 RL-VALUE                             PIC -(11)9.
           05 FILLER                               PIC X(4)
                                                   VALUE SPACE.
           05 RL-DATE-TAG                          PIC X(3)
                                                   VALUE SPACE.
           05 RL-DATE                              PIC X(10)
                                                   VALUE SPACE.
           05 FILLER                               PIC X(15)
                                                   VALUE SPACE.
      *
       01 RPT-TEXT-LINE                            PIC X(80)
                                                   VALUE SPACE.
       01 RPT-SEPARATOR                            PIC X(80)
                                                   VALUE ALL "-".
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           PERFORM 010-GET-SETTINGS.
           PERFORM 100-FIND-PATROL.
           IF SW-PATROL-FOUND = 'N'
               IF WS-PATROL-ID IS EQUAL TO SPACE
                   DISPLAY "PATROLRPT: HULL " WS-HULL-ID
                       " HAS NO PATROL ON THE REGISTER."
               ELSE
                   DISPLAY "PATROLRPT: PATROL " WS-PATROL-ID
                       " IS NOT ON THE REGISTER."
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-GET-FIGURES.
           PERFORM 500-WRITE-REPORT.
           DISPLAY "END-OF-PATROL REPORT WRITTEN TO " FILENAME-RPT.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-SETTINGS - PATROLID NAMES THE PATROL OUTRIGHT. WITHOUT
      * IT THE HULL COMES FROM HULLID, IS CHECKED AGAINST THE HULL
      * REGISTRY, AND ITS LATEST PATROL IS REPORTED.
      ******************************************************************
       010-GET-SETTINGS.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PATROLID"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:8) TO WS-PATROL-ID
               INSPECT WS-PATROL-ID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ELSE
               MOVE SPACE TO WS-ENV-WORK
               ACCEPT WS-ENV-WORK FROM ENVIRONMENT "HULLID"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF WS-ENV-WORK NOT EQUAL TO SPACE
                   MOVE WS-ENV-WORK(1:4) TO WS-HULL-ID
               END-IF
      *        A HULL THAT IS NOT IN THE HULLMST REGISTRY, OR IS
      *        RETIRED, ENDS THE RUN WITH CONDITION CODE 16 BEFORE ANY
      *        DATASET IS NAMED AFTER IT.
               MOVE WS-HULL-ID TO HK-HULL-ID
               MOVE 'V' TO HK-RESULT
               CALL "HULLCHK" USING HULLCHK-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF HK-REFUSED
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      ******************************************************************
      * 100-FIND-PATROL - THE FIRST PASS CONFIRMS THE NAMED PATROL IS
      * ON THE REGISTER, OR WITH ONLY A HULL TAKES THE HULL'S MOST
      * RECENTLY OPENED PATROL. THE SECOND PASS KEEPS THE LATEST CARD
      * FOR THAT PATROL, SO A CLOSED PATROL REPORTS AS CLOSED.
      ******************************************************************
       100-FIND-PATROL.
           MOVE 'N' TO SW-PATROL-FOUND.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT PATROLS.
           PERFORM 110-MATCH-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE PATROLS.
           IF SW-PATROL-FOUND = 'Y'
               IF WS-PATROL-ID IS EQUAL TO SPACE
                   MOVE WS-HULL-PATROL TO WS-PATROL-ID
               END-IF
               MOVE 'N' TO SW-EOF
               OPEN INPUT PATROLS
               PERFORM 120-TAKE-ONE-CARD UNTIL SW-EOF = 'Y'
               CLOSE PATROLS
           END-IF.
      *
       110-MATCH-ONE-CARD.
           READ PATROLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF WS-PATROL-ID NOT EQUAL TO SPACE
                       IF PT-PATROL-ID IS EQUAL TO WS-PATROL-ID
                           MOVE 'Y' TO SW-PATROL-FOUND
                       END-IF
                   ELSE
                       IF PT-HULL-ID IS EQUAL TO WS-HULL-ID AND
                           PT-OPEN
                           MOVE 'Y' TO SW-PATROL-FOUND
                           MOVE PT-PATROL-ID TO WS-HULL-PATROL
                       END-IF
                   END-IF
           END-READ.
      *
       120-TAKE-ONE-CARD.
           READ PATROLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF PT-PATROL-ID IS EQUAL TO WS-PATROL-ID
                       MOVE PT-HULL-ID TO WS-FOUND-HULL
                       MOVE PT-SAIL-DATE TO WS-FOUND-SAIL-DATE
                       MOVE PT-RETURN-DATE TO WS-FOUND-RETURN-DATE
                       MOVE PT-OBJECTIVE TO WS-FOUND-OBJECTIVE
                       MOVE PT-STATUS TO WS-FOUND-STATUS
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 200-GET-FIGURES - A CLOSED PATROL'S FIGURES COME FROM ITS LOCK
      * ROW AND ARE NEVER WORKED OUT AGAIN. A PATROL STILL AT SEA IS
      * TOTALLED FROM ITS SAILING DATE TO TODAY. A CLOSED PATROL WITH
      * NO LOCK ROW IS TOTALLED OVER ITS DATES AND FLAGGED.
      ******************************************************************
       200-GET-FIGURES.
           MOVE 'N' TO SW-LOCK-FOUND.
           IF WS-FOUND-STATUS IS EQUAL TO 'C'
               MOVE 'N' TO SW-EOF
               OPEN INPUT PATROLSUM
               PERFORM 210-READ-ONE-LOCK UNTIL SW-EOF = 'Y'
               CLOSE PATROLSUM
           END-IF.
           IF SW-LOCK-FOUND = 'Y'
               STRING "LOCKED ON " PS-CLOSED-DATE " BY " PS-CLOSED-BY
                   DELIMITED BY SIZE INTO WS-BASIS
           ELSE
               MOVE WS-FOUND-HULL TO PA-HULL-ID
               MOVE WS-FOUND-SAIL-DATE TO PA-FROM-DATE
               IF WS-FOUND-STATUS IS EQUAL TO 'C'
                   MOVE WS-FOUND-RETURN-DATE TO PA-TO-DATE
                   MOVE "RECOMPUTED - NO LOCK ROW ON PATROLSUM"
                       TO WS-BASIS
                   DISPLAY "PATROLRPT: **WARNING** CLOSED PATROL "
                       WS-PATROL-ID " HAS NO PATROLSUM ROW - FIGURES "
                       "RECOMPUTED."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE WS-TODAY-DATE TO PA-TO-DATE
                   MOVE "PROVISIONAL - PATROL STILL OPEN" TO WS-BASIS
               END-IF
               CALL "PATRLAGG" USING PATRLAGG-PARM
           END-IF.
      *
       210-READ-ONE-LOCK.
           READ PATROLSUM NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF PS-PATROL-ID IS EQUAL TO WS-PATROL-ID
                       MOVE 'Y' TO SW-LOCK-FOUND
                       MOVE PS-FIGURES TO PA-FIGURES
                       MOVE 'Y' TO SW-EOF
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 500-WRITE-REPORT - HEADER, THE PATROL'S HULL, DATES, OBJECTIVE
      * AND BASIS, THEN ONE LINE PER FIGURE.
      ******************************************************************
       500-WRITE-REPORT.
           MOVE SPACE TO FILENAME-RPT.
           STRING "PATROLRPT." WS-PATROL-ID DELIMITED BY SPACE
               INTO FILENAME-RPT.
           OPEN OUTPUT RPTFL.
           MOVE WS-PATROL-ID TO RH-PATROL.
           MOVE WS-TODAY-DATE TO RH-PREPARED.
           WRITE RPTFL-RECORD FROM RPT-HEADER.
           WRITE RPTFL-RECORD FROM RPT-SEPARATOR.
           MOVE WS-FOUND-HULL TO RP-HULL-ID.
           MOVE WS-FOUND-SAIL-DATE TO RP-SAIL-DATE.
           IF WS-FOUND-STATUS IS EQUAL TO 'C'
               MOVE WS-FOUND-RETURN-DATE TO RP-RETURN-DATE
           ELSE
               MOVE "AT SEA" TO RP-RETURN-DATE
           END-IF.
           WRITE RPTFL-RECORD FROM RPT-PATROL-LINE.
           MOVE SPACE TO RPT-TEXT-LINE.
           STRING "OBJECTIVE: " WS-FOUND-OBJECTIVE
               DELIMITED BY SIZE INTO RPT-TEXT-LINE.
           WRITE RPTFL-RECORD FROM RPT-TEXT-LINE.
           MOVE SPACE TO RPT-TEXT-LINE.
           STRING "FIGURES:   " WS-BASIS
               DELIMITED BY SIZE INTO RPT-TEXT-LINE.
           WRITE RPTFL-RECORD FROM RPT-TEXT-LINE.
           WRITE RPTFL-RECORD FROM RPT-SEPARATOR.
           MOVE "DAYS UNDER WAY (COURSE DAYS)        " TO RL-LABEL.
           MOVE PA-COURSE-DAYS TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           MOVE "DISTANCE RUN                        " TO RL-LABEL.
           MOVE PA-DISTANCE TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           MOVE "DEEPEST POINT                       " TO RL-LABEL.
           MOVE PA-DEEPEST TO RL-VALUE.
           MOVE PA-DEEPEST-DATE TO RL-DATE.
           PERFORM 520-WRITE-DATED-LINE.
           MOVE "ENVELOPE CAUTIONS                   " TO RL-LABEL.
           MOVE PA-CAUTIONS TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           MOVE "ENVELOPE BREACHES                   " TO RL-LABEL.
           MOVE PA-BREACHES TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           MOVE "BATTERY RECHARGED                   " TO RL-LABEL.
           MOVE PA-RECHARGED TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           MOVE "BATTERY DRAWN                       " TO RL-LABEL.
           MOVE PA-DRAWN TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           MOVE "BATCH RUNS                          " TO RL-LABEL.
           MOVE PA-RUNS TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           MOVE "RECORDS READ                        " TO RL-LABEL.
           MOVE PA-RECORDS-READ TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           MOVE "REJECTS                             " TO RL-LABEL.
           MOVE PA-REJECTS TO RL-VALUE.
           PERFORM 510-WRITE-PLAIN-LINE.
           IF PA-DIAG-DAYS IS EQUAL TO ZERO
               MOVE "NO DIAGNOSTIC (O2/CO2) RUNS IN THE PATROL"
                   TO RPT-TEXT-LINE
               WRITE RPTFL-RECORD FROM RPT-TEXT-LINE
           ELSE
               MOVE "WORST O2 GENERATOR RATING           " TO RL-LABEL
               MOVE PA-WORST-O2 TO RL-VALUE
               MOVE PA-WORST-O2-DATE TO RL-DATE
               PERFORM 520-WRITE-DATED-LINE
               MOVE "WORST CO2 SCRUBBER RATING           " TO RL-LABEL
               MOVE PA-WORST-CO2 TO RL-VALUE
               MOVE PA-WORST-CO2-DATE TO RL-DATE
               PERFORM 520-WRITE-DATED-LINE
           END-IF.
           IF PA-DAY-OVERFLOW IS GREATER THAN ZERO
               MOVE SPACE TO RPT-TEXT-LINE
               STRING "**WARNING** " PA-DAY-OVERFLOW
                   " COURSE DAY(S) BEYOND THE DAY TABLE - NOT IN THE "
                   "DISTANCE" DELIMITED BY SIZE INTO RPT-TEXT-LINE
               WRITE RPTFL-RECORD FROM RPT-TEXT-LINE
           END-IF.
           WRITE RPTFL-RECORD FROM RPT-SEPARATOR.
           CLOSE RPTFL.
      *
       510-WRITE-PLAIN-LINE.
           MOVE SPACE TO RL-DATE-TAG.
           MOVE SPACE TO RL-DATE.
           WRITE RPTFL-RECORD FROM RPT-LABEL-LINE.
      *
       520-WRITE-DATED-LINE.
           IF RL-DATE IS EQUAL TO SPACE
               MOVE SPACE TO RL-DATE-TAG
           ELSE
               MOVE "ON " TO RL-DATE-TAG
           END-IF.
           WRITE RPTFL-RECORD FROM RPT-LABEL-LINE.
