      * (SEE COPYBOOKS/DAYCTLPM.CPY). A WEEK WHOSE LATEST DAY THE
      * MANIFEST CHECK HAS NOT CLOSED IS WATERMARKED.
           COPY DAYCTLPM.
      *
      * OPSCAL-PARM IS THE SHARED OPERATING-CALENDAR LOOKUP AREA (SEE
      * COPYBOOKS/OPSCALPM.CPY). A PROGRAM WITH NO ROW ON A DAY THE
      * HULL WAS IN PORT, ON HOLIDAY OR STOOD DOWN IS NOT A GAP.
           COPY OPSCALPM.
      *
       01 RPT-WATERMARK                            PIC X(80)
             VALUE "** DAY NOT CLOSED - FIGURES NOT FINAL **".
                         VALUE "  ** NO ROW WRITTEN **".
           05 FILLER                               PIC X(42)
                                                   VALUE SPACE.
      *
       01 RPT-NOTEXP-LINE.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RX-DATE                              PIC X(10).
           05 FILLER                               PIC X(20)
                         VALUE "  NO RUN EXPECTED - ".
           05 RX-STATUS                            PIC X(10).
           05 FILLER                               PIC X(38)
                                                   VALUE SPACE.
      *
       01 RPT-DAY-LINE.
           05 FILLER                               PIC X(2) VALUE SPACE.
                                                   VALUE SPACE.
       01 RPT-SEPARATOR                            PIC X(80)
                                                   VALUE ALL "-".
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
      *
      ******************************************************************
      * 010-READ-SWING-PARM - PICK UP THE VOLUME-SWING THRESHOLD FROM
                       " IS NOT CLOSED - REPORT IS WATERMARKED."
               END-IF
           END-IF.
      *
      ******************************************************************
      * 850-CHECK-OPERATING-DAY - ASK THE SHOP OPERATING CALENDAR
      * WHETHER THE HULL WAS SAILING ON DT-DATE(WS-DT-SUBS). WITHOUT
      * THE ROUTINE EVERY DAY COUNTS AS AN OPERATING DAY, AS BEFORE.
      ******************************************************************
       850-CHECK-OPERATING-DAY.
           MOVE WS-HULL-ID TO CG-HULL-ID.
           MOVE DT-DATE(WS-DT-SUBS) TO CG-REQ-DATE.
           MOVE 'Y' TO CG-OPERATING.
           CALL "OPSCALGT" USING OPSCAL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
       510-WRITE-PROGRAM-BLOCK.
           MOVE EP-NAME(WS-EP-SUBS) TO RP-NAME.
               MOVE RPT-TREND-LINE TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           ELSE
               PERFORM 850-CHECK-OPERATING-DAY
               IF CG-OPERATING = 'N'
                   MOVE DT-DATE(WS-DT-SUBS) TO RX-DATE
                   MOVE CG-STATUS-TEXT TO RX-STATUS
                   MOVE SPACE TO RF-LINE
                   MOVE RPT-NOTEXP-LINE TO RF-LINE
                   PERFORM 810-WRITE-REPORT-LINE
               ELSE
                   MOVE DT-DATE(WS-DT-SUBS) TO RN-DATE
                   MOVE SPACE TO RF-LINE
                   MOVE RPT-NORUN-LINE TO RF-LINE
                   PERFORM 810-WRITE-REPORT-LINE
               END-IF
           END-IF.
      *
       530-WRITE-DAY-LINE.
