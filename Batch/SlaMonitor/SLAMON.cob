       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-OVERRUN                           PIC X VALUE 'N'.
           05 SW-NO-CHAIN                          PIC X VALUE 'N'.
      *
      * THE ALLOWANCE TABLE LOADED FROM SLAPARM. A STEP WITH NO CARD
      * IS REPORTED BUT NEVER FLAGGED - THERE IS NOTHING TO HOLD IT
                                                VALUE SPACE.
       01 WS-ENV-WORK                              PIC X(100)
                                                VALUE SPACE.
      * THE HULL WHOSE CHAIN THE WINDOW BELONGS TO (HULLID
      * ENVIRONMENT VARIABLE, DEFAULT SUB1), FOR THE CALENDAR CHECK.
       01 WS-HULL-ID                               PIC X(4)
                                                VALUE "SUB1".
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
      * COPYBOOKS/RPTFMTPM.CPY). THE LAYER OWNS THE PRINT FILE AND
      * SUPPLIES THE STANDARD HEADING, PAGING AND TOTALS LINE.
           COPY RPTFMTPM.
      *
      * OPSCAL-PARM IS THE SHARED OPERATING-CALENDAR LOOKUP AREA (SEE
      * COPYBOOKS/OPSCALPM.CPY). A TARGET DATE WITH NO STEP ROWS IS
      * ONLY A MISSED CHAIN WHEN THE HULL WAS OPERATING THAT DAY.
           COPY OPSCALPM.
      *
       01 RPT-DETAIL.
           05 RD-STEP                              PIC X(10).
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
           MOVE SPACE TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           PERFORM 100-SCAN-STEP-TIMINGS.
           IF WS-STEP-COUNT IS EQUAL TO ZERO
               PERFORM 150-CHECK-NO-STEPS
           END-IF.
           PERFORM 500-CHECK-TOTAL-WINDOW.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
               DISPLAY "SLA MONITOR - " WS-STEP-COUNT
                   " STEP(S) WITHIN ALLOWANCES."
           END-IF.
           IF SW-NO-CHAIN = 'Y'
               DISPLAY "**NO CHAIN RUN** NO STEP TIMINGS FOR "
                   "OPERATING DAY " WS-TARGET-DATE " - SEE SLARPT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       005-GET-TARGET-DATE.
               STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                   DELIMITED BY SIZE INTO WS-TARGET-DATE
           END-IF.
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
       010-LOAD-ALLOWANCES.
           OPEN INPUT SLAPARM.
                       PERFORM 300-REPORT-ONE-STEP
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 150-CHECK-NO-STEPS - NOTHING RAN ON THE TARGET DATE. ON AN
      * OPERATING DAY THAT IS A MISSED CHAIN AND IS FLAGGED; ON A DAY
      * THE SHOP OPERATING CALENDAR MARKS IN PORT, HOLIDAY OR STAND-
      * DOWN NO RUN WAS EXPECTED AND THE REPORT SAYS SO. WITHOUT THE
      * ROUTINE EVERY DAY IS AN OPERATING DAY.
      ******************************************************************
       150-CHECK-NO-STEPS.
           MOVE WS-HULL-ID TO CG-HULL-ID.
           MOVE WS-TARGET-DATE TO CG-REQ-DATE.
           MOVE 'Y' TO CG-OPERATING.
           CALL "OPSCALGT" USING OPSCAL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACE TO RPT-TEXT-LINE.
           IF CG-OPERATING = 'N'
               STRING "NO RUN EXPECTED - " CG-STATUS-TEXT
                   DELIMITED BY SIZE INTO RPT-TEXT-LINE
           ELSE
               MOVE "** NO CHAIN STEPS RECORDED ON AN OPERATING DAY **"
                   TO RPT-TEXT-LINE
               MOVE 'Y' TO SW-NO-CHAIN
           END-IF.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-TEXT-LINE TO RF-LINE.
           MOVE 'D' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
       200-COMPUTE-ELAPSED.
           MOVE TM-START-TIME(1:2) TO WS-HH.
