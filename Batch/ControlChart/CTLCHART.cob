      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: STATISTICAL CONTROL CHART OVER THE TELEMETRY HISTORY
      *          FOR ONE HULL. THE DAILY REPORTS EACH LOOK AT ONE
      *          NIGHT, SO A FIGURE THAT DRIFTS A LITTLE EVERY DAY
      *          NEVER TRIPS ANYTHING UNTIL IT CROSSES A HARD LIMIT.
      *          THIS REPORT READS TELEMIDX ACROSS A WINDOW OF DAYS
      *          AND, FOR THE INCREASE COUNT, THE PLOTTED DEPTH AND
      *          THE O2 AND CO2 RATINGS, TAKES THE MEAN AND CONTROL
      *          LIMITS OVER A BASELINE PERIOD (THE OLDEST DAYS IN
      *          THE WINDOW) AND CHARTS EVERY DAY AGAINST THEM. A DAY
      *          OUTSIDE THE LIMITS IS FLAGGED OUT OF CONTROL, AND A
      *          RUN OF CONSECUTIVE DAYS ALL RISING OR ALL FALLING IS
      *          FLAGGED AS A TREND - SO A SLOW DECLINE IN THE O2
      *          RATING IS SEEN BEFORE IT REACHES THE LIFE-SUPPORT
      *          BAND. A FLAG ON THE LATEST DAY OF ANY SERIES SETS
      *          CONDITION CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCHART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TELEMFL ASSIGN TO "TELEMIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TL-REC-KEY.
      * THE SAME LIFE-SUPPORT BAND CARDS SBMRCD2 ALARMS AGAINST, SO
      * THE O2 AND CO2 CHARTS CAN SHOW HOW FAR THE LIMITS SIT FROM
      * THE BAND. NO CARD JUST LEAVES THE BAND OFF THE PAGE.
           SELECT OPTIONAL LSBAND ASSIGN TO "LSBAND"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY). THIS PROGRAM IS A READER ONLY.
       FD TELEMFL.
           COPY TELEMREC.
      *
       FD LSBAND.
       01 LSBAND-RECORD.
           05 LB-HULL-ID                           PIC X(4).
           05 LB-O2-LOW                            PIC 9(6).
           05 LB-O2-HIGH                           PIC 9(6).
           05 LB-CO2-LOW                           PIC 9(6).
           05 LB-CO2-HIGH                          PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-WARNING                           PIC X VALUE 'N'.
           05 SW-BANDS-LOADED                      PIC X VALUE 'N'.
           05 SW-PRIOR-FOUND                       PIC X VALUE 'N'.
           05 SW-LATEST-FLAGGED                    PIC X VALUE 'N'.
      *
      * WHICH BOAT TO CHART (HULLID ENVIRONMENT VARIABLE, DEFAULT
      * SUB1).
       01 WS-HULL-ID                               PIC X(4)
                                                VALUE "SUB1".
       01 WS-ENV-WORK                              PIC X(100)
                                                VALUE SPACE.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
      *
      * RUNCTL-PARM IS THE SHARED RUN-CONTROL LOOKUP AREA (SEE
      * COPYBOOKS/RUNCTLPM.CPY). FILLED PER KEYWORD AT STARTUP.
           COPY RUNCTLPM.
      *
      * THE CHART SETTINGS. THE WINDOW IS THE NUMBER OF DAYS CHARTED,
      * ENDING ON THE TO DATE (TODAY, OR THE CTLCHARTDT ENVIRONMENT
      * VARIABLE). THE BASELINE IS THE NUMBER OF DAYS WITH A READING,
      * TAKEN FROM THE OLDEST END OF THE WINDOW, THAT FIX EACH
      * SERIES' CENTRE LINE AND LIMITS. THE TREND RUN IS THE NUMBER
      * OF CONSECUTIVE DAYS, EACH ABOVE (OR BELOW) THE ONE BEFORE,
      * THAT COUNTS AS A TREND. RUN-CONTROL KEYWORDS WINDOW, BASEDAYS
      * AND TRENDRUN, ENVIRONMENT OVERRIDES CTLWINDOW, CTLBASEDAYS AND
      * CTLTRENDRUN.
       01 CHART-SETTINGS.
           05 WS-WINDOW-DAYS                       PIC 9(3) VALUE 90.
           05 WS-BASE-DAYS                         PIC 9(3) VALUE 20.
           05 WS-TREND-RUN                         PIC 9(2) VALUE 6.
           05 WS-FROM-DATE                         PIC X(10)
                                                VALUE SPACE.
           05 WS-TO-DATE                           PIC X(10)
                                                VALUE SPACE.
      *
      * THE DATE BEING WALKED BACK FROM THE TO DATE TO FIND THE
      * WINDOW'S FIRST DAY, THROUGH THE MONTH-LENGTH TABLE.
       01 WALK-DATE-DATA.
           05 WS-CUR-YYYY                          PIC 9(4) VALUE ZERO.
           05 WS-CUR-MM                            PIC 9(2) VALUE ZERO.
           05 WS-CUR-DD                            PIC 9(2) VALUE ZERO.
           05 WS-MONTH-LEN                         PIC 99   VALUE ZERO.
           05 WS-LEAP-QUOT                         PIC 9(4) VALUE ZERO.
           05 WS-LEAP-REM                          PIC 9(4) VALUE ZERO.
           05 WS-LEAP-SW                           PIC X    VALUE 'N'.
      *
       01 MONTH-DAYS-DATA                          PIC X(24)
                             VALUE "312831303130313130313031".
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DATA.
           05 MD-DAYS                              PIC 99
                                                   OCCURS 12 TIMES.
      *
      * THE FOUR CHARTED SERIES, IN REPORT ORDER. THE INCREASE COUNT
      * IS COUNT1'S; THE DEPTH IS STEER2'S, THEN STEER3'S, THEN
      * STEER1'S, THE SAME PRECEDENCE ENDUREST USES; THE RATINGS ARE
      * SBMRCD2'S.
       01 SERIES-NAME-DATA.
           05 FILLER                               PIC X(20)
                                        VALUE "INCREASE COUNT".
           05 FILLER                               PIC X(20)
                                        VALUE "NAV DEPTH".
           05 FILLER                               PIC X(20)
                                        VALUE "O2 RATING".
           05 FILLER                               PIC X(20)
                                        VALUE "CO2 RATING".
       01 SERIES-NAME-TABLE REDEFINES SERIES-NAME-DATA.
           05 SN-NAME                              PIC X(20)
                                                   OCCURS 4 TIMES.
      *
      * ONE SLOT PER DATE IN THE WINDOW THAT HAS ANY TELEMETRY FOR
      * THE HULL. THE FILE IS READ IN KEY ORDER (PROGRAM FIRST), SO
      * THE SLOTS ARE SORTED INTO DATE ORDER AFTER THE SCAN.
       01 DAY-TABLE.
           05 WS-DAY-COUNT                         PIC 9(3) VALUE ZERO.
           05 WS-DAY-SUBS                          PIC 9(3) VALUE ZERO.
           05 WS-DAY-JX                            PIC 9(3) VALUE ZERO.
           05 WS-HIT-SUBS                          PIC 9(3) VALUE ZERO.
           05 WS-DAY-SWAPPED                       PIC X    VALUE 'N'.
           05 DY-ENTRY OCCURS 366 TIMES.
               10 DY-DATE                          PIC X(10).
               10 DY-NAV-SOURCE                    PIC X.
               10 DY-SERIES OCCURS 4 TIMES.
                   15 DY-VALUE                     PIC S9(7).
                   15 DY-PRESENT                   PIC X.
           05 DY-SWAP-ENTRY.
               10 FILLER                           PIC X(43).
      *
      * TL-DIAG-O2/CO2 CARRY THE RAW 12-BIT PATTERNS, SO THEY ARE
      * CONVERTED TO THEIR DECIMAL RATINGS BEFORE CHARTING - THE
      * SAME CONVERSION THE MANIFEST CHECK APPLIES.
       01 BIT-CONVERT-DATA.
           05 WS-BITS-FLAT                         PIC 9(12) VALUE ZERO.
           05 WS-BITS-TABLE REDEFINES WS-BITS-FLAT
                                                   PIC 9
                                                   OCCURS 12 TIMES.
           05 WS-BIT-SUBS                          PIC 99    VALUE ZERO.
           05 WS-BIT-VALUE                         PIC 9(6)  VALUE ZERO.
           05 WS-DECIMAL-OUT                       PIC 9(6)  VALUE ZERO.
      *
      * THE LIFE-SUPPORT BAND FOR THE HULL (A HULL CARD WINS OVER THE
      * "ALL" CARD, AS IN SBMRCD2).
       01 BAND-DATA.
           05 WS-O2-LOW                            PIC 9(6) VALUE ZERO.
           05 WS-O2-HIGH                           PIC 9(6) VALUE ZERO.
           05 WS-CO2-LOW                           PIC 9(6) VALUE ZERO.
           05 WS-CO2-HIGH                          PIC 9(6) VALUE ZERO.
      *
      * ONE SERIES' LIMITS. THE LIMITS ARE THE INDIVIDUALS-CHART
      * LIMITS: THE BASELINE MEAN PLUS AND MINUS 2.66 TIMES THE
      * AVERAGE MOVING RANGE (THE MEAN DAY-TO-DAY CHANGE) OVER THE
      * SAME BASELINE DAYS.
       01 LIMIT-DATA.
           05 WS-SER-SUBS                          PIC 9    VALUE ZERO.
           05 WS-BASE-COUNT                        PIC 9(3) VALUE ZERO.
           05 WS-BASE-FIRST                        PIC X(10)
                                                VALUE SPACE.
           05 WS-BASE-LAST                         PIC X(10)
                                                VALUE SPACE.
           05 WS-BASE-SUM                          PIC S9(11)
                                                   VALUE ZERO.
           05 WS-MR-SUM                            PIC S9(11)
                                                   VALUE ZERO.
           05 WS-MEAN                              PIC S9(9)V99
                                                   VALUE ZERO.
           05 WS-MR-BAR                            PIC S9(9)V99
                                                   VALUE ZERO.
           05 WS-UCL                               PIC S9(9)V99
                                                   VALUE ZERO.
           05 WS-LCL                               PIC S9(9)V99
                                                   VALUE ZERO.
           05 WS-PRIOR-VALUE                       PIC S9(7) VALUE ZERO.
           05 WS-DIFF                              PIC S9(7) VALUE ZERO.
      *
      * ONE SERIES' CHARTING COUNTERS AND THE RUN LENGTHS SO FAR.
       01 SERIES-WORK.
           05 WS-POINT-COUNT                       PIC 9(3) VALUE ZERO.
           05 WS-OOC-COUNT                         PIC 9(3) VALUE ZERO.
           05 WS-TREND-COUNT                       PIC 9(3) VALUE ZERO.
           05 WS-UP-DAYS                           PIC 9(3) VALUE ZERO.
           05 WS-DOWN-DAYS                         PIC 9(3) VALUE ZERO.
           05 WS-LATEST-DATE                       PIC X(10)
                                                VALUE SPACE.
           05 WS-LATEST-VALUE                      PIC S9(7) VALUE ZERO.
           05 WS-LATEST-FLAG                       PIC X(30)
                                                VALUE SPACE.
      *
      * THE CHART COLUMN: 41 POSITIONS WITH THE LOWER LIMIT AT 6, THE
      * CENTRE LINE AT 21 AND THE UPPER LIMIT AT 36, SO A POINT
      * OUTSIDE THE LIMITS STILL LANDS ON THE PAGE.
       01 PLOT-DATA.
           05 WS-PLOT-LINE                         PIC X(41)
                                                VALUE SPACE.
           05 WS-PLOT-POS                          PIC S9(7) VALUE ZERO.
      *
       01 WS-EDIT-VALUE                            PIC Z(6)9-.
       01 WS-EDIT-BAND                             PIC Z(5)9.
       01 WS-MESSAGE                               PIC X(100)
                                                VALUE SPACE.
      *
      * DAYCTL-PARM IS THE SHARED BUSINESS-DAY STATUS LOOKUP AREA
      * (SEE COPYBOOKS/DAYCTLPM.CPY). A WINDOW WHOSE LATEST DAY THE
      * MANIFEST CHECK HAS NOT CLOSED IS WATERMARKED.
           COPY DAYCTLPM.
      *
       01 RPT-WATERMARK                            PIC X(80)
             VALUE "** DAY NOT CLOSED - FIGURES NOT FINAL **".
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY). THE LAYER OWNS THE PRINT FILE AND
      * SUPPLIES THE STANDARD HEADING, PAGING AND TOTALS LINE.
           COPY RPTFMTPM.
      *
       01 RPT-RANGE-LINE.
           05 FILLER                               PIC X(7)
                                                VALUE "WINDOW ".
           05 RH-FROM                              PIC X(10).
           05 FILLER                               PIC X(4)
                                                VALUE " TO ".
           05 RH-TO                                PIC X(10).
           05 FILLER                               PIC X(11)
                                                VALUE "  BASELINE ".
           05 RH-BASE-DAYS                         PIC ZZ9.
           05 FILLER                               PIC X(18)
                                   VALUE " DAYS  TREND RUN ".
           05 RH-TREND-RUN                         PIC Z9.
           05 FILLER                               PIC X(5)
                                                VALUE " DAYS".
           05 FILLER                               PIC X(30)
                                                   VALUE SPACE.
      *
       01 RPT-SERIES-HEAD.
           05 FILLER                               PIC X(8)
                                                VALUE "SERIES: ".
           05 RS-NAME                              PIC X(20).
           05 FILLER                               PIC X(72)
                                                   VALUE SPACE.
      *
       01 RPT-LIMIT-LINE.
           05 FILLER                               PIC X(9)
                                                VALUE "BASELINE ".
           05 RL-BASE-FIRST                        PIC X(10).
           05 FILLER                               PIC X(4)
                                                VALUE " TO ".
           05 RL-BASE-LAST                         PIC X(10).
           05 FILLER                               PIC X(2)
                                                VALUE " (".
           05 RL-BASE-COUNT                        PIC ZZ9.
           05 FILLER                               PIC X(8)
                                                VALUE " DAYS)  ".
           05 FILLER                               PIC X(4)
                                                VALUE "LCL ".
           05 RL-LCL                               PIC Z(6)9.99-.
           05 FILLER                               PIC X(5)
                                                VALUE "  CL ".
           05 RL-MEAN                              PIC Z(6)9.99-.
           05 FILLER                               PIC X(6)
                                                VALUE "  UCL ".
           05 RL-UCL                               PIC Z(6)9.99-.
           05 FILLER                               PIC X(6)
                                                VALUE "  MR  ".
           05 RL-MR-BAR                            PIC Z(6)9.99.
           05 FILLER                               PIC X(1)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-DATE                              PIC X(10).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-VALUE                             PIC Z(6)9-.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-PLOT                              PIC X(41).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-LIMIT-FLAG                        PIC X(9).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-TREND-FLAG                        PIC X(20).
           05 FILLER                               PIC X(6) VALUE SPACE.
      *
       01 RPT-MISSING.
           05 RM-DATE                              PIC X(10).
           05 FILLER                               PIC X(20)
                         VALUE "  ** NO READING **".
           05 FILLER                               PIC X(70)
                                                   VALUE SPACE.
      *
       01 RPT-SUMMARY.
           05 FILLER                               PIC X(8)
                                                VALUE "  POINTS".
           05 RT-POINTS                            PIC ZZZ9.
           05 FILLER                               PIC X(17)
                                   VALUE "  OUT OF CONTROL".
           05 RT-OOC                               PIC ZZZ9.
           05 FILLER                               PIC X(15)
                                                VALUE "  IN TREND RUN".
           05 RT-TREND                             PIC ZZZ9.
           05 FILLER                               PIC X(48)
                                                   VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 005-GET-HULL-ID.
           PERFORM 010-GET-SETTINGS.
           PERFORM 030-SET-WINDOW.
           PERFORM 040-READ-LIFE-BANDS.
           PERFORM 100-SCAN-TELEMETRY.
           IF WS-DAY-COUNT IS EQUAL TO ZERO
               DISPLAY "NO TELEMETRY ROWS FOR " WS-HULL-ID " FROM "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   " - NO CHART POSSIBLE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 250-SORT-DAYS.
           MOVE 'O' TO RF-ACTION.
           MOVE "CTLCHARTRPT" TO RF-REPORT-NAME.
           MOVE "CTLCHART" TO RF-PROGRAM.
           MOVE WS-HULL-ID TO RF-HULL-ID.
           MOVE WS-TO-DATE TO RF-RUN-DATE.
           MOVE "TELEMETRY CONTROL CHART" TO RF-TITLE.
           MOVE SPACE TO RF-COLUMN-HEAD.
           MOVE "DATE" TO RF-COLUMN-HEAD(1:4).
           MOVE "VALUE" TO RF-COLUMN-HEAD(14:5).
           MOVE "CHART (| LIMIT  + CENTRE LINE)"
               TO RF-COLUMN-HEAD(22:30).
           MOVE "LIMIT" TO RF-COLUMN-HEAD(65:5).
           MOVE "TREND" TO RF-COLUMN-HEAD(75:5).
           PERFORM 800-CALL-REPORT-FORMAT.
           MOVE WS-FROM-DATE TO RH-FROM.
           MOVE WS-TO-DATE TO RH-TO.
           MOVE WS-BASE-DAYS TO RH-BASE-DAYS.
           MOVE WS-TREND-RUN TO RH-TREND-RUN.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-RANGE-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           PERFORM 820-CHECK-DAY-STATUS.
           PERFORM 300-CHART-ONE-SERIES
               VARYING WS-SER-SUBS FROM 1 BY 1 UNTIL WS-SER-SUBS > 4.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
           DISPLAY "CONTROL CHART WRITTEN FOR " WS-HULL-ID " FROM "
               WS-FROM-DATE " TO " WS-TO-DATE.
           IF SW-WARNING = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       005-GET-HULL-ID.
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
      *
      ******************************************************************
      * 010-GET-SETTINGS - THE TO DATE, THEN THE WINDOW, BASELINE AND
      * TREND-RUN LENGTHS: RUN CONTROL FIRST, THE ENVIRONMENT AS THE
      * OVERRIDE, THE BUILT-IN DEFAULT WHEN NEITHER GIVES A USABLE
      * FIGURE. THE WINDOW IS HELD TO A YEAR AND A TREND NEEDS AT
      * LEAST THREE DAYS.
      ******************************************************************
       010-GET-SETTINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TO-DATE.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CTLCHARTDT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:10) TO WS-TO-DATE
           END-IF.
           MOVE "CTLCHART" TO RC-PROGRAM.
           MOVE "WINDOW" TO RC-KEYWORD.
           PERFORM 020-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:3) IS NUMERIC AND
               RC-VALUE(1:3) IS GREATER THAN "000"
               MOVE RC-VALUE(1:3) TO WS-WINDOW-DAYS
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CTLWINDOW"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:3) IS NUMERIC AND
               WS-ENV-WORK(1:3) IS GREATER THAN "000"
               MOVE WS-ENV-WORK(1:3) TO WS-WINDOW-DAYS
           END-IF.
           IF WS-WINDOW-DAYS IS GREATER THAN 366
               MOVE 366 TO WS-WINDOW-DAYS
           END-IF.
           MOVE "BASEDAYS" TO RC-KEYWORD.
           PERFORM 020-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:3) IS NUMERIC AND
               RC-VALUE(1:3) IS GREATER THAN "001"
               MOVE RC-VALUE(1:3) TO WS-BASE-DAYS
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CTLBASEDAYS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:3) IS NUMERIC AND
               WS-ENV-WORK(1:3) IS GREATER THAN "001"
               MOVE WS-ENV-WORK(1:3) TO WS-BASE-DAYS
           END-IF.
           MOVE "TRENDRUN" TO RC-KEYWORD.
           PERFORM 020-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:2) IS NUMERIC AND
               RC-VALUE(1:2) IS GREATER THAN "02"
               MOVE RC-VALUE(1:2) TO WS-TREND-RUN
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CTLTRENDRUN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:2) IS NUMERIC AND
               WS-ENV-WORK(1:2) IS GREATER THAN "02"
               MOVE WS-ENV-WORK(1:2) TO WS-TREND-RUN
           END-IF.
      *
      ******************************************************************
      * 020-LOOKUP-RUN-CONTROL - ONE LOOKUP AGAINST THE CENTRAL
      * RUN-CONTROL DATASET THROUGH THE SHARED ROUTINE. A MISSING
      * ROUTINE OR DATASET JUST LEAVES RC-FOUND AT 'N' SO THE BUILT-IN
      * DEFAULT AND THE ENVIRONMENT OVERRIDE STILL APPLY.
      ******************************************************************
       020-LOOKUP-RUN-CONTROL.
           MOVE 'N' TO RC-FOUND.
           MOVE SPACE TO RC-VALUE.
           CALL "RUNCTLGT" USING RUNCTL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
      ******************************************************************
      * 030-SET-WINDOW - THE WINDOW'S FIRST DAY IS THE TO DATE WALKED
      * BACK ONE DAY FEWER THAN THE WINDOW LENGTH.
      ******************************************************************
       030-SET-WINDOW.
           MOVE WS-TO-DATE(1:4) TO WS-CUR-YYYY.
           MOVE WS-TO-DATE(6:2) TO WS-CUR-MM.
           MOVE WS-TO-DATE(9:2) TO WS-CUR-DD.
           IF WS-WINDOW-DAYS IS GREATER THAN 1
               PERFORM 920-BACK-ONE-DAY
                   VARYING WS-DAY-SUBS FROM 2 BY 1
                   UNTIL WS-DAY-SUBS > WS-WINDOW-DAYS
           END-IF.
           MOVE SPACE TO WS-FROM-DATE.
           STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
               DELIMITED BY SIZE INTO WS-FROM-DATE.
      *
       040-READ-LIFE-BANDS.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT LSBAND.
           PERFORM 045-READ-ONE-BAND-CARD UNTIL SW-EOF = 'Y'.
           CLOSE LSBAND.
      *
       045-READ-ONE-BAND-CARD.
           READ LSBAND NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF LB-HULL-ID IS EQUAL TO WS-HULL-ID
                       MOVE LB-O2-LOW TO WS-O2-LOW
                       MOVE LB-O2-HIGH TO WS-O2-HIGH
                       MOVE LB-CO2-LOW TO WS-CO2-LOW
                       MOVE LB-CO2-HIGH TO WS-CO2-HIGH
                       MOVE 'Y' TO SW-BANDS-LOADED
                   ELSE
                       IF LB-HULL-ID IS EQUAL TO "ALL" AND
                           SW-BANDS-LOADED IS EQUAL TO 'N'
                           MOVE LB-O2-LOW TO WS-O2-LOW
                           MOVE LB-O2-HIGH TO WS-O2-HIGH
                           MOVE LB-CO2-LOW TO WS-CO2-LOW
                           MOVE LB-CO2-HIGH TO WS-CO2-HIGH
                           MOVE 'A' TO SW-BANDS-LOADED
                       END-IF
                   END-IF
           END-READ.
      *
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
                   IF TL-HULL-ID IS EQUAL TO WS-HULL-ID AND
                       TL-RUN-DATE IS NOT LESS THAN WS-FROM-DATE AND
                       TL-RUN-DATE IS NOT GREATER THAN WS-TO-DATE
                       PERFORM 200-POST-ONE-ROW
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 200-POST-ONE-ROW - POST THE ROW INTO ITS DATE'S SLOT. ROWS
      * FROM PROGRAMS THAT FEED NO CHARTED SERIES ARE PASSED OVER
      * WITHOUT OPENING A SLOT.
      ******************************************************************
       200-POST-ONE-ROW.
           IF TL-PROGRAM-NAME = "COUNT1" OR "STEER1" OR "STEER2" OR
               "STEER3" OR "SBMRCD2"
               PERFORM 210-FIND-DAY-SLOT
           ELSE
               MOVE ZERO TO WS-HIT-SUBS
           END-IF.
           IF WS-HIT-SUBS IS GREATER THAN ZERO
               EVALUATE TL-PROGRAM-NAME
                   WHEN "COUNT1"
                       MOVE TL-INCREASE-COUNT
                           TO DY-VALUE(WS-HIT-SUBS, 1)
                       MOVE 'Y' TO DY-PRESENT(WS-HIT-SUBS, 1)
                   WHEN "STEER2"
                       MOVE '2' TO DY-NAV-SOURCE(WS-HIT-SUBS)
                       MOVE TL-NAV-DEPTH TO DY-VALUE(WS-HIT-SUBS, 2)
                       MOVE 'Y' TO DY-PRESENT(WS-HIT-SUBS, 2)
                   WHEN "STEER3"
                       IF DY-NAV-SOURCE(WS-HIT-SUBS) NOT EQUAL TO '2'
                           MOVE '3' TO DY-NAV-SOURCE(WS-HIT-SUBS)
                           MOVE TL-NAV-DEPTH
                               TO DY-VALUE(WS-HIT-SUBS, 2)
                           MOVE 'Y' TO DY-PRESENT(WS-HIT-SUBS, 2)
                       END-IF
                   WHEN "STEER1"
                       IF DY-NAV-SOURCE(WS-HIT-SUBS) NOT EQUAL TO '2'
                           AND DY-NAV-SOURCE(WS-HIT-SUBS) NOT EQUAL
                           TO '3'
                           MOVE '1' TO DY-NAV-SOURCE(WS-HIT-SUBS)
                           MOVE TL-NAV-DEPTH
                               TO DY-VALUE(WS-HIT-SUBS, 2)
                           MOVE 'Y' TO DY-PRESENT(WS-HIT-SUBS, 2)
                       END-IF
                   WHEN "SBMRCD2"
                       MOVE TL-DIAG-O2 TO WS-BITS-FLAT
                       PERFORM 600-CONVERT-BITS-TO-DECIMAL
                       MOVE WS-DECIMAL-OUT TO DY-VALUE(WS-HIT-SUBS, 3)
                       MOVE 'Y' TO DY-PRESENT(WS-HIT-SUBS, 3)
                       MOVE TL-DIAG-CO2 TO WS-BITS-FLAT
                       PERFORM 600-CONVERT-BITS-TO-DECIMAL
                       MOVE WS-DECIMAL-OUT TO DY-VALUE(WS-HIT-SUBS, 4)
                       MOVE 'Y' TO DY-PRESENT(WS-HIT-SUBS, 4)
               END-EVALUATE
           END-IF.
      *
       210-FIND-DAY-SLOT.
           MOVE ZERO TO WS-HIT-SUBS.
           PERFORM 215-MATCH-ONE-SLOT
               VARYING WS-DAY-SUBS FROM 1 BY 1
               UNTIL WS-DAY-SUBS > WS-DAY-COUNT.
           IF WS-HIT-SUBS IS EQUAL TO ZERO
               IF WS-DAY-COUNT IS LESS THAN 366
                   ADD 1 TO WS-DAY-COUNT
                   MOVE TL-RUN-DATE TO DY-DATE(WS-DAY-COUNT)
                   MOVE SPACE TO DY-NAV-SOURCE(WS-DAY-COUNT)
                   PERFORM 220-CLEAR-ONE-SERIES
                       VARYING WS-SER-SUBS FROM 1 BY 1
                       UNTIL WS-SER-SUBS > 4
                   MOVE WS-DAY-COUNT TO WS-HIT-SUBS
               END-IF
           END-IF.
      *
       215-MATCH-ONE-SLOT.
           IF DY-DATE(WS-DAY-SUBS) IS EQUAL TO TL-RUN-DATE
               MOVE WS-DAY-SUBS TO WS-HIT-SUBS
           END-IF.
      *
       220-CLEAR-ONE-SERIES.
           MOVE ZERO TO DY-VALUE(WS-DAY-COUNT, WS-SER-SUBS).
           MOVE 'N' TO DY-PRESENT(WS-DAY-COUNT, WS-SER-SUBS).
      *
      ******************************************************************
      * 250-SORT-DAYS - EXCHANGE SORT OF THE SLOTS INTO DATE ORDER.
      * THE WINDOW IS A FEW MONTHS OF DAYS, SO THE SIMPLE SORT COUNT1
      * USES FOR ITS CONSENSUS GROUPS IS ENOUGH.
      ******************************************************************
       250-SORT-DAYS.
           MOVE 'Y' TO WS-DAY-SWAPPED.
           PERFORM 255-SORT-ONE-PASS UNTIL WS-DAY-SWAPPED = 'N'.
      *
       255-SORT-ONE-PASS.
           MOVE 'N' TO WS-DAY-SWAPPED.
           PERFORM 260-COMPARE-ONE-PAIR
               VARYING WS-DAY-SUBS FROM 1 BY 1
               UNTIL WS-DAY-SUBS >= WS-DAY-COUNT.
      *
       260-COMPARE-ONE-PAIR.
           COMPUTE WS-DAY-JX = WS-DAY-SUBS + 1.
           IF DY-DATE(WS-DAY-SUBS) IS GREATER THAN DY-DATE(WS-DAY-JX)
               MOVE DY-ENTRY(WS-DAY-SUBS) TO DY-SWAP-ENTRY
               MOVE DY-ENTRY(WS-DAY-JX) TO DY-ENTRY(WS-DAY-SUBS)
               MOVE DY-SWAP-ENTRY TO DY-ENTRY(WS-DAY-JX)
               MOVE 'Y' TO WS-DAY-SWAPPED
           END-IF.
      *
      ******************************************************************
      * 300-CHART-ONE-SERIES - THE SERIES HEADING, ITS BASELINE AND
      * LIMITS, THEN ONE CHART LINE PER DAY IN THE WINDOW AND THE
      * SERIES' COUNTS. FEWER THAN TWO BASELINE READINGS GIVE NO
      * MOVING RANGE AND SO NO LIMITS; THE SERIES IS NOTED AND
      * SKIPPED.
      ******************************************************************
       300-CHART-ONE-SERIES.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE SN-NAME(WS-SER-SUBS) TO RS-NAME.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-SERIES-HEAD TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           PERFORM 310-COMPUTE-LIMITS.
           IF WS-BASE-COUNT IS LESS THAN 2
               MOVE SPACE TO RF-LINE
               MOVE "  ** FEWER THAN TWO BASELINE READINGS **"
                   TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           ELSE
               PERFORM 330-WRITE-LIMIT-LINES
               MOVE ZERO TO WS-POINT-COUNT
               MOVE ZERO TO WS-OOC-COUNT
               MOVE ZERO TO WS-TREND-COUNT
               MOVE ZERO TO WS-UP-DAYS
               MOVE ZERO TO WS-DOWN-DAYS
               MOVE 'N' TO SW-PRIOR-FOUND
               MOVE 'N' TO SW-LATEST-FLAGGED
               PERFORM 400-CHART-ONE-DAY
                   VARYING WS-DAY-SUBS FROM 1 BY 1
                   UNTIL WS-DAY-SUBS > WS-DAY-COUNT
               MOVE WS-POINT-COUNT TO RT-POINTS
               MOVE WS-OOC-COUNT TO RT-OOC
               MOVE WS-TREND-COUNT TO RT-TREND
               MOVE SPACE TO RF-LINE
               MOVE RPT-SUMMARY TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
               IF SW-LATEST-FLAGGED = 'Y'
                   PERFORM 480-WARN-LATEST-DAY
               END-IF
           END-IF.
      *
      ******************************************************************
      * 310-COMPUTE-LIMITS - THE BASELINE IS THE FIRST WS-BASE-DAYS
      * DAYS OF THE WINDOW THAT HAVE A READING FOR THE SERIES. THE
      * MOVING RANGE IS THE SIZE OF EACH DAY'S CHANGE FROM THE
      * BASELINE READING BEFORE IT.
      ******************************************************************
       310-COMPUTE-LIMITS.
           MOVE ZERO TO WS-BASE-COUNT.
           MOVE ZERO TO WS-BASE-SUM.
           MOVE ZERO TO WS-MR-SUM.
           MOVE SPACE TO WS-BASE-FIRST.
           MOVE SPACE TO WS-BASE-LAST.
           PERFORM 315-ADD-BASELINE-DAY
               VARYING WS-DAY-SUBS FROM 1 BY 1
               UNTIL WS-DAY-SUBS > WS-DAY-COUNT
               OR WS-BASE-COUNT IS NOT LESS THAN WS-BASE-DAYS.
           IF WS-BASE-COUNT IS NOT LESS THAN 2
               COMPUTE WS-MEAN ROUNDED = WS-BASE-SUM / WS-BASE-COUNT
               COMPUTE WS-MR-BAR ROUNDED =
                   WS-MR-SUM / (WS-BASE-COUNT - 1)
               COMPUTE WS-UCL ROUNDED = WS-MEAN + (2.66 * WS-MR-BAR)
               COMPUTE WS-LCL ROUNDED = WS-MEAN - (2.66 * WS-MR-BAR)
           END-IF.
      *
       315-ADD-BASELINE-DAY.
           IF DY-PRESENT(WS-DAY-SUBS, WS-SER-SUBS) = 'Y'
               ADD 1 TO WS-BASE-COUNT
               ADD DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) TO WS-BASE-SUM
               IF WS-BASE-COUNT IS EQUAL TO 1
                   MOVE DY-DATE(WS-DAY-SUBS) TO WS-BASE-FIRST
               ELSE
                   COMPUTE WS-DIFF =
                       DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS)
                       - WS-PRIOR-VALUE
                   IF WS-DIFF IS LESS THAN ZERO
                       COMPUTE WS-DIFF = ZERO - WS-DIFF
                   END-IF
                   ADD WS-DIFF TO WS-MR-SUM
               END-IF
               MOVE DY-DATE(WS-DAY-SUBS) TO WS-BASE-LAST
               MOVE DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS)
                   TO WS-PRIOR-VALUE
           END-IF.
      *
      ******************************************************************
      * 330-WRITE-LIMIT-LINES - THE BASELINE AND LIMITS, AND FOR THE
      * O2 AND CO2 RATINGS THE LIFE-SUPPORT BAND WHEN A CARD GAVE ONE.
      ******************************************************************
       330-WRITE-LIMIT-LINES.
           MOVE WS-BASE-FIRST TO RL-BASE-FIRST.
           MOVE WS-BASE-LAST TO RL-BASE-LAST.
           MOVE WS-BASE-COUNT TO RL-BASE-COUNT.
           MOVE WS-LCL TO RL-LCL.
           MOVE WS-MEAN TO RL-MEAN.
           MOVE WS-UCL TO RL-UCL.
           MOVE WS-MR-BAR TO RL-MR-BAR.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-LIMIT-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           IF SW-BANDS-LOADED NOT EQUAL TO 'N' AND
               (WS-SER-SUBS = 3 OR WS-SER-SUBS = 4)
               MOVE SPACE TO WS-MESSAGE
               IF WS-SER-SUBS = 3
                   MOVE WS-O2-LOW TO WS-EDIT-BAND
                   STRING "LIFE-SUPPORT BAND " WS-EDIT-BAND " TO "
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   MOVE WS-O2-HIGH TO WS-EDIT-BAND
               ELSE
                   MOVE WS-CO2-LOW TO WS-EDIT-BAND
                   STRING "LIFE-SUPPORT BAND " WS-EDIT-BAND " TO "
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   MOVE WS-CO2-HIGH TO WS-EDIT-BAND
               END-IF
               MOVE WS-EDIT-BAND TO WS-MESSAGE(29:6)
               MOVE SPACE TO RF-LINE
               MOVE WS-MESSAGE TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           END-IF.
      *
      ******************************************************************
      * 400-CHART-ONE-DAY - PLOT THE DAY'S READING AGAINST THE LIMITS
      * AND CARRY THE RISING AND FALLING RUN LENGTHS FORWARD. A RUN
      * COUNTS THE DAYS IN IT, SO THE FIRST DAY OF A RISE MAKES A RUN
      * OF TWO; A DAY EQUAL TO THE ONE BEFORE ENDS BOTH RUNS.
      ******************************************************************
       400-CHART-ONE-DAY.
           IF DY-PRESENT(WS-DAY-SUBS, WS-SER-SUBS) NOT EQUAL TO 'Y'
               MOVE DY-DATE(WS-DAY-SUBS) TO RM-DATE
               MOVE SPACE TO RF-LINE
               MOVE RPT-MISSING TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-POINT-COUNT
               MOVE DY-DATE(WS-DAY-SUBS) TO RD-DATE
               MOVE DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) TO RD-VALUE
               MOVE SPACE TO RD-LIMIT-FLAG
               MOVE SPACE TO RD-TREND-FLAG
               PERFORM 410-CHECK-LIMITS
               PERFORM 420-CHECK-TREND
               PERFORM 450-PLOT-ONE-POINT
               MOVE WS-PLOT-LINE TO RD-PLOT
               MOVE SPACE TO RF-LINE
               MOVE RPT-DETAIL TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
               MOVE DY-DATE(WS-DAY-SUBS) TO WS-LATEST-DATE
               MOVE DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS)
                   TO WS-LATEST-VALUE
               MOVE SPACE TO WS-LATEST-FLAG
               STRING RD-LIMIT-FLAG " " RD-TREND-FLAG
                   DELIMITED BY SIZE INTO WS-LATEST-FLAG
               IF RD-LIMIT-FLAG NOT EQUAL TO SPACE OR
                   RD-TREND-FLAG NOT EQUAL TO SPACE
                   MOVE 'Y' TO SW-LATEST-FLAGGED
               ELSE
                   MOVE 'N' TO SW-LATEST-FLAGGED
               END-IF
               MOVE DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS)
                   TO WS-PRIOR-VALUE
               MOVE 'Y' TO SW-PRIOR-FOUND
           END-IF.
      *
       410-CHECK-LIMITS.
           IF DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) IS GREATER THAN
               WS-UCL
               MOVE "ABOVE UCL" TO RD-LIMIT-FLAG
               ADD 1 TO WS-OOC-COUNT
           END-IF.
           IF DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) IS LESS THAN WS-LCL
               MOVE "BELOW LCL" TO RD-LIMIT-FLAG
               ADD 1 TO WS-OOC-COUNT
           END-IF.
      *
       420-CHECK-TREND.
           IF SW-PRIOR-FOUND NOT EQUAL TO 'Y'
               MOVE 1 TO WS-UP-DAYS
               MOVE 1 TO WS-DOWN-DAYS
           ELSE
               IF DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) IS GREATER THAN
                   WS-PRIOR-VALUE
                   ADD 1 TO WS-UP-DAYS
                   MOVE 1 TO WS-DOWN-DAYS
               ELSE
                   IF DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) IS LESS THAN
                       WS-PRIOR-VALUE
                       ADD 1 TO WS-DOWN-DAYS
                       MOVE 1 TO WS-UP-DAYS
                   ELSE
                       MOVE 1 TO WS-UP-DAYS
                       MOVE 1 TO WS-DOWN-DAYS
                   END-IF
               END-IF
           END-IF.
           IF WS-UP-DAYS IS NOT LESS THAN WS-TREND-RUN
               MOVE WS-UP-DAYS TO WS-EDIT-VALUE
               STRING "RISING " WS-EDIT-VALUE(5:3) " DAYS"
                   DELIMITED BY SIZE INTO RD-TREND-FLAG
               ADD 1 TO WS-TREND-COUNT
           END-IF.
           IF WS-DOWN-DAYS IS NOT LESS THAN WS-TREND-RUN
               MOVE WS-DOWN-DAYS TO WS-EDIT-VALUE
               STRING "FALLING " WS-EDIT-VALUE(5:3) " DAYS"
                   DELIMITED BY SIZE INTO RD-TREND-FLAG
               ADD 1 TO WS-TREND-COUNT
           END-IF.
      *
      ******************************************************************
      * 450-PLOT-ONE-POINT - SCALE THE READING ONTO THE CHART COLUMN,
      * LOWER LIMIT AT 6 AND UPPER LIMIT AT 36. A SERIES WITH NO
      * BASELINE MOVEMENT HAS ITS LIMITS ON THE CENTRE LINE, SO ANY
      * OTHER READING GOES TO THE END OF THE COLUMN.
      ******************************************************************
       450-PLOT-ONE-POINT.
           MOVE SPACE TO WS-PLOT-LINE.
           MOVE "|" TO WS-PLOT-LINE(6:1).
           MOVE "+" TO WS-PLOT-LINE(21:1).
           MOVE "|" TO WS-PLOT-LINE(36:1).
           IF WS-UCL IS GREATER THAN WS-LCL
               COMPUTE WS-PLOT-POS ROUNDED = 6 +
                   ((DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) - WS-LCL) * 30)
                   / (WS-UCL - WS-LCL)
           ELSE
               IF DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) IS GREATER THAN
                   WS-MEAN
                   MOVE 41 TO WS-PLOT-POS
               ELSE
                   IF DY-VALUE(WS-DAY-SUBS, WS-SER-SUBS) IS LESS THAN
                       WS-MEAN
                       MOVE 1 TO WS-PLOT-POS
                   ELSE
                       MOVE 21 TO WS-PLOT-POS
                   END-IF
               END-IF
           END-IF.
           IF WS-PLOT-POS IS LESS THAN 1
               MOVE 1 TO WS-PLOT-POS
           END-IF.
           IF WS-PLOT-POS IS GREATER THAN 41
               MOVE 41 TO WS-PLOT-POS
           END-IF.
           MOVE "*" TO WS-PLOT-LINE(WS-PLOT-POS:1).
      *
      ******************************************************************
      * 480-WARN-LATEST-DAY - THE SERIES' NEWEST READING IS OUT OF
      * CONTROL OR ENDS A TREND RUN: SAY SO ON THE CONSOLE AND SET
      * THE CONDITION CODE. A FALLING O2 RATING IS CALLED OUT AGAINST
      * THE BAND'S LOWER EDGE, SINCE THAT IS THE LIMIT IT IS HEADING
      * FOR.
      ******************************************************************
       480-WARN-LATEST-DAY.
           MOVE 'Y' TO SW-WARNING.
           MOVE WS-LATEST-VALUE TO WS-EDIT-VALUE.
           DISPLAY "**WARNING** " WS-HULL-ID " "
               SN-NAME(WS-SER-SUBS) " " WS-LATEST-DATE " "
               WS-EDIT-VALUE " " WS-LATEST-FLAG.
           IF WS-SER-SUBS = 3 AND WS-DOWN-DAYS IS NOT LESS THAN
               WS-TREND-RUN AND SW-BANDS-LOADED NOT EQUAL TO 'N'
               MOVE WS-O2-LOW TO WS-EDIT-BAND
               DISPLAY "**WARNING** " WS-HULL-ID
                   " O2 RATING IS FALLING TOWARD THE LIFE-SUPPORT "
                   "BAND LOW OF " WS-EDIT-BAND "."
           END-IF.
      *
      ******************************************************************
      * 600-CONVERT-BITS-TO-DECIMAL - THE RAW 12-BIT PATTERN IN
      * WS-BITS-FLAT TO ITS DECIMAL RATING IN WS-DECIMAL-OUT, THE
      * SAME CONVERSION THE MANIFEST CHECK APPLIES.
      ******************************************************************
       600-CONVERT-BITS-TO-DECIMAL.
           MOVE ZERO TO WS-DECIMAL-OUT.
           MOVE 2048 TO WS-BIT-VALUE.
           PERFORM 610-ADD-ONE-BIT
               VARYING WS-BIT-SUBS FROM 1 BY 1 UNTIL WS-BIT-SUBS > 12.
      *
       610-ADD-ONE-BIT.
           IF WS-BITS-TABLE(WS-BIT-SUBS) IS EQUAL TO 1
               ADD WS-BIT-VALUE TO WS-DECIMAL-OUT
           END-IF.
           DIVIDE WS-BIT-VALUE BY 2 GIVING WS-BIT-VALUE.
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
      * 820-CHECK-DAY-STATUS - THE WINDOW'S LATEST DAY DECIDES THE
      * WATERMARK: IF THE MANIFEST CHECK HAS NOT CLOSED IT, THE
      * CHART'S NEWEST POINTS ARE NOT FINAL AND THE PAGE SAYS SO.
      ******************************************************************
       820-CHECK-DAY-STATUS.
           MOVE WS-TO-DATE TO DP-REQ-DATE.
           MOVE 'N' TO DP-REQ-STATUS.
           CALL "DAYCTLGT" USING DAYCTL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF DP-REQ-STATUS NOT EQUAL TO 'C'
               MOVE SPACE TO RF-LINE
               MOVE RPT-WATERMARK TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
               DISPLAY "**WARNING** BUSINESS DAY " WS-TO-DATE
                   " IS NOT CLOSED - REPORT IS WATERMARKED."
           END-IF.
      *
       920-BACK-ONE-DAY.
           IF WS-CUR-DD IS GREATER THAN 1
               SUBTRACT 1 FROM WS-CUR-DD
           ELSE
               IF WS-CUR-MM IS EQUAL TO 1
                   MOVE 12 TO WS-CUR-MM
                   SUBTRACT 1 FROM WS-CUR-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-CUR-MM
               END-IF
               PERFORM 950-GET-MONTH-LENGTH
               MOVE WS-MONTH-LEN TO WS-CUR-DD
           END-IF.
      *
       950-GET-MONTH-LENGTH.
           MOVE MD-DAYS(WS-CUR-MM) TO WS-MONTH-LEN.
           IF WS-CUR-MM IS EQUAL TO 2
               PERFORM 960-CHECK-LEAP-YEAR
               IF WS-LEAP-SW = 'Y'
                   MOVE 29 TO WS-MONTH-LEN
               END-IF
           END-IF.
      *
       960-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-CUR-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM IS EQUAL TO ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-CUR-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-CUR-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM IS EQUAL TO ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
