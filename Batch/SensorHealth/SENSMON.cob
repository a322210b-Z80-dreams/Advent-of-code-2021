      * <NAME>.D<YYYYMMDD> GENERATION SO IT SURVIVES THE NEXT RUN'S
      * OVERWRITE AND CAN BE PULLED BACK THROUGH THE MENU VIEWER.
           COPY RPTGENPM.
      *
      * WORKOPEN-PARM IS THE SHARED WORK-ORDER OPENER AREA (SEE
      * COPYBOOKS/WORKOPM.CPY): A RECALIBRATION RECOMMENDATION OPENS
      * A MAINTENANCE ORDER UNLESS THE HEAD ALREADY HAS ONE OPEN.
           COPY WORKOPM.
      *
       01 WS-WO-SENSOR                             PIC 99 VALUE ZERO.
       01 WS-WO-DRIFT                              PIC Z(6)9.
      *
      * OPSCAL-PARM IS THE SHARED OPERATING-CALENDAR LOOKUP AREA (SEE
      * COPYBOOKS/OPSCALPM.CPY). A HEAD SILENT ON A DAY THE HULL WAS
      * IN PORT, ON HOLIDAY OR STOOD DOWN IS NOT AN OUTAGE.
           COPY OPSCALPM.

       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 DT-DATE                              PIC X(10)
                                                   VALUE SPACE
                                                   OCCURS 31 TIMES.
      *
      * THE OPERATING-CALENDAR STATUS OF EACH WEEK COLUMN, LOOKED UP
      * ONCE AFTER THE LOAD, AND THE COLUMN OUTAGES ARE JUDGED ON -
      * THE LATEST RUN DATE THAT WAS AN OPERATING DAY (ZERO WHEN THE
      * WEEK HAS NONE).
       01 DATE-STATUS-TABLE.
           05 WS-JUDGE-SUBS                        PIC 99 VALUE ZERO.
           05 DS-ENTRY OCCURS 31 TIMES.
               10 DS-OPERATING                     PIC X  VALUE 'Y'.
               10 DS-STATUS-TEXT                   PIC X(10)
                                                   VALUE SPACE.
      *
       01 SENSOR-TABLE.
           05 SN-ROW OCCURS 99 TIMES.
      *
       01 RPT-TEXT-LINE                            PIC X(80)
                                                   VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
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
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SENSDRIFT"
               ON EXCEPTION
               WRITE RPTFL-RECORD FROM RPT-TEXT-LINE
           ELSE
               PERFORM 510-TOTAL-THE-WEEK
               PERFORM 505-FIND-JUDGE-DAY
               PERFORM 520-ANALYZE-ONE-SENSOR
                   VARYING WS-SN-SUBS FROM 1 BY 1
                   UNTIL WS-SN-SUBS > 99
                       TO WS-ALL-SUM
               END-PERFORM
           END-PERFORM.
      *
      ******************************************************************
      * 505-FIND-JUDGE-DAY - ASK THE SHOP OPERATING CALENDAR ABOUT
      * EACH RUN DATE IN THE WEEK. A SHORE-SIDE RUN ON AN IN-PORT,
      * HOLIDAY OR STAND-DOWN DAY READS NOTHING FROM SOME HEADS, SO
      * OUTAGES ARE JUDGED ON THE LATEST OPERATING DAY INSTEAD, AND
      * ONLY OPERATING DAYS BEFORE IT COUNT AS "REPORTED EARLIER".
      * WITHOUT THE ROUTINE EVERY DAY IS AN OPERATING DAY, AS BEFORE.
      ******************************************************************
       505-FIND-JUDGE-DAY.
           MOVE ZERO TO WS-JUDGE-SUBS.
           PERFORM 506-CHECK-ONE-DATE
               VARYING WS-DT-SUBS FROM WS-WEEK-START BY 1
               UNTIL WS-DT-SUBS > WS-DATE-COUNT.
           IF WS-JUDGE-SUBS IS EQUAL TO ZERO
               MOVE "NO OPERATING DAY IN THE WEEK - OUTAGES NOT JUDGED"
                   TO RPT-TEXT-LINE
               WRITE RPTFL-RECORD FROM RPT-TEXT-LINE
           ELSE
               IF WS-JUDGE-SUBS IS LESS THAN WS-DATE-COUNT
                   MOVE SPACE TO RPT-TEXT-LINE
                   STRING "LATEST RUN " DT-DATE(WS-DATE-COUNT)
                       " WAS " DS-STATUS-TEXT(WS-DATE-COUNT)
                       " - OUTAGES JUDGED ON " DT-DATE(WS-JUDGE-SUBS)
                       DELIMITED BY SIZE INTO RPT-TEXT-LINE
                   WRITE RPTFL-RECORD FROM RPT-TEXT-LINE
               END-IF
           END-IF.
      *
       506-CHECK-ONE-DATE.
           MOVE WS-HULL-ID TO CG-HULL-ID.
           MOVE DT-DATE(WS-DT-SUBS) TO CG-REQ-DATE.
           MOVE 'Y' TO CG-OPERATING.
           MOVE "OPERATING" TO CG-STATUS-TEXT.
           CALL "OPSCALGT" USING OPSCAL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE CG-OPERATING TO DS-OPERATING(WS-DT-SUBS).
           MOVE CG-STATUS-TEXT TO DS-STATUS-TEXT(WS-DT-SUBS).
           IF CG-OPERATING = 'Y'
               MOVE WS-DT-SUBS TO WS-JUDGE-SUBS
           END-IF.
      *
       520-ANALYZE-ONE-SENSOR.
           MOVE ZERO TO WS-OWN-READ.
               UNTIL WS-DT-SUBS > WS-DATE-COUNT
               ADD SN-READINGS(WS-SN-SUBS, WS-DT-SUBS) TO WS-OWN-READ
               ADD SN-DEPTH-SUM(WS-SN-SUBS, WS-DT-SUBS) TO WS-OWN-SUM
               IF WS-DT-SUBS IS LESS THAN WS-JUDGE-SUBS AND
                   DS-OPERATING(WS-DT-SUBS) = 'Y' AND
                   SN-READINGS(WS-SN-SUBS, WS-DT-SUBS)
                   IS GREATER THAN ZERO
                   MOVE 'Y' TO WS-SEEN-EARLIER
               CONTINUE
           ELSE
      *        A HEAD THAT REPORTED EARLIER IN THE WEEK BUT IS SILENT
      *        ON THE LATEST OPERATING-DAY RUN IS AN OUTAGE, HOWEVER
      *        GOOD ITS EARLIER FIGURES LOOK.
               IF WS-SEEN-EARLIER = 'Y'
                   IF SN-READINGS(WS-SN-SUBS, WS-JUDGE-SUBS)
                       IS EQUAL TO ZERO
                       MOVE WS-SN-SUBS TO RO-SENSOR
                       WRITE RPTFL-RECORD FROM RPT-OUTAGE-LINE
                       ADD 1 TO WS-OUTAGE-COUNT
                   END-IF
               END-IF
               PERFORM 530-CHECK-DRIFT
           END-IF.
               MOVE "   RECOMMEND A SONARCAL RECALIBRATION"
                   TO RPT-TEXT-LINE
               WRITE RPTFL-RECORD FROM RPT-TEXT-LINE
               PERFORM 540-OPEN-WORK-ORDER
           END-IF.
      *
      ******************************************************************
      * 540-OPEN-WORK-ORDER - THE RECOMMENDATION BECOMES A WORK ORDER
      * ON THE WORKORD MASTER, DATED THE LATEST RUN, FOR THE HEAD BY
      * NUMBER. WORKOPEN DECLINES A SECOND ORDER WHILE THE HEAD'S
      * FIRST IS STILL OPEN, AND A MISSING ROUTINE COSTS ONLY THE
      * ORDER.
      ******************************************************************
       540-OPEN-WORK-ORDER.
           MOVE WS-SN-SUBS TO WS-WO-SENSOR.
           MOVE WS-DRIFT TO WS-WO-DRIFT.
           MOVE WS-HULL-ID TO WP-HULL-ID.
           MOVE "SENSMON" TO WP-SOURCE.
           MOVE SPACE TO WP-FAULT-KEY.
           STRING "SENSOR " WS-WO-SENSOR
               DELIMITED BY SIZE INTO WP-FAULT-KEY.
           MOVE SPACE TO WP-DESCRIPTION.
           STRING "SONARCAL RECALIBRATION - HEAD " WS-WO-SENSOR
               " DRIFT" WS-WO-DRIFT
               DELIMITED BY SIZE INTO WP-DESCRIPTION.
           MOVE DT-DATE(WS-DATE-COUNT) TO WP-OPEN-DATE.
           MOVE SPACE TO WP-RESULT.
           CALL "WORKOPEN" USING WORKOPEN-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EVALUATE WP-RESULT
               WHEN 'N'
                   DISPLAY "WORK ORDER " WP-NUMBER " OPENED FOR SENSOR "
                       WS-WO-SENSOR "."
               WHEN 'D'
                   DISPLAY "SENSOR " WS-WO-SENSOR
                       " ALREADY HAS WORK ORDER " WP-NUMBER " OPEN."
           END-EVALUATE.
