      * SUPPLIES THE STANDARD HEADING, PAGING AND TOTALS LINE.
           COPY RPTFMTPM.
      *
      * BITMAP-PARM IS THE SHARED BIT-MAP LOADER AREA (SEE
      * COPYBOOKS/BITMAPPM.CPY), LOADED FOR THIS HULL AT
      * 007-LOAD-BIT-MAP SO EACH POSITION LINE NAMES ITS SUBSYSTEM.
           COPY BITMAPPM.
      *
      * WORKOPEN-PARM IS THE SHARED WORK-ORDER OPENER AREA (SEE
      * COPYBOOKS/WORKOPM.CPY): A DRIFTING POSITION OPENS A
      * MAINTENANCE ORDER UNLESS IT ALREADY HAS ONE OPEN.
           COPY WORKOPM.
       01 WS-WO-BIT                                PIC 99 VALUE ZERO.
      *
      * THE ANALYSIS PARAMETERS, PRINTED UNDER THE STANDARD HEADING.
       01 RPT-PARM-LINE.
           05 FILLER                               PIC X(12)
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RB-FLAG                              PIC X(14)
                                                   VALUE SPACE.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RB-SUBSYSTEM                         PIC X(20)
                                                   VALUE SPACE.
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RB-CRITICALITY                       PIC X    VALUE SPACE.
           05 FILLER                               PIC X(1) VALUE SPACE.
      *
       01 RPT-HISTORY-LINE.
           05 FILLER                               PIC X(4)
      *
       01 RPT-TEXT-LINE                            PIC X(100)
                                                   VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 005-GET-HULL-ID.
           PERFORM 007-LOAD-BIT-MAP.
           PERFORM 010-READ-DRIFT-PARM.
           PERFORM 100-LOAD-TREND-FILE.
           PERFORM 500-WRITE-REPORT.
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
      * 007-LOAD-BIT-MAP - PICK UP THIS HULL'S BIT-POSITION REFERENCE
      * MAP THROUGH THE SHARED LOADER. WITH NOTHING MAPPED THE NAME
      * COLUMNS STAY BLANK AND THE REPORT READS AS IT ALWAYS DID.
      ******************************************************************
       007-LOAD-BIT-MAP.
           MOVE WS-HULL-ID TO BP-HULL-ID.
           MOVE ZERO TO BP-MAPPED-COUNT.
           CALL "BITMAPLD" USING BITMAP-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
      ******************************************************************
      * 010-READ-DRIFT-PARM - PICK UP THE RECENT-RUN WINDOW AND DRIFT
               MOVE WS-BASE-AVG TO RB-BASE
               MOVE WS-RECENT-AVG TO RB-RECENT
               MOVE WS-DRIFT TO RB-DRIFT
               IF BP-MAPPED-COUNT IS GREATER THAN ZERO
                   MOVE BP-SUBSYSTEM(WS-BIT-SUBS) TO RB-SUBSYSTEM
                   MOVE BP-CRITICALITY(WS-BIT-SUBS) TO RB-CRITICALITY
               END-IF
               IF WS-DRIFT IS LESS THAN ZERO
                   COMPUTE WS-DRIFT = ZERO - WS-DRIFT
               END-IF
               PERFORM 810-WRITE-REPORT-LINE
               IF RB-FLAG NOT EQUAL TO SPACE
                   PERFORM 520-PRINT-BIT-HISTORY
                   PERFORM 530-OPEN-WORK-ORDER
               END-IF
           END-IF.
      *
                   PERFORM 810-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
      *
      ******************************************************************
      * 530-OPEN-WORK-ORDER - A DRIFTING POSITION BECOMES A WORK ORDER
      * ON THE WORKORD MASTER, DATED THE LATEST RUN AND NAMING THE
      * SUBSYSTEM WHEN THE BIT MAP KNOWS IT. WORKOPEN DECLINES A
      * SECOND ORDER WHILE THE POSITION'S FIRST IS STILL OPEN.
      ******************************************************************
       530-OPEN-WORK-ORDER.
           MOVE WS-BIT-SUBS TO WS-WO-BIT.
           MOVE WS-HULL-ID TO WP-HULL-ID.
           MOVE "BITDRIFT" TO WP-SOURCE.
           MOVE SPACE TO WP-FAULT-KEY.
           STRING "BIT " WS-WO-BIT
               DELIMITED BY SIZE INTO WP-FAULT-KEY.
           MOVE SPACE TO WP-DESCRIPTION.
           IF BP-MAPPED-COUNT IS GREATER THAN ZERO AND
               BP-SUBSYSTEM(WS-BIT-SUBS) NOT EQUAL TO SPACE
               STRING "DIAGNOSTIC POSITION " WS-WO-BIT " DRIFTING - "
                   BP-SUBSYSTEM(WS-BIT-SUBS)
                   DELIMITED BY SIZE INTO WP-DESCRIPTION
           ELSE
               STRING "DIAGNOSTIC POSITION " WS-WO-BIT " DRIFTING"
                   DELIMITED BY SIZE INTO WP-DESCRIPTION
           END-IF.
           MOVE DT-DATE(WS-DATE-COUNT) TO WP-OPEN-DATE.
           MOVE SPACE TO WP-RESULT.
           CALL "WORKOPEN" USING WORKOPEN-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           EVALUATE WP-RESULT
               WHEN 'N'
                   DISPLAY "WORK ORDER " WP-NUMBER " OPENED FOR BIT "
                       WS-WO-BIT "."
               WHEN 'D'
                   DISPLAY "BIT " WS-WO-BIT " ALREADY HAS WORK ORDER "
                       WP-NUMBER " OPEN."
           END-EVALUATE.
