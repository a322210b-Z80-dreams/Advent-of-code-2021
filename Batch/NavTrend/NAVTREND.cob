           05 NL-AIM             COMP-3            PIC S9(7).
           05 NL-CODE            COMP-3            PIC S9(14).
           05 NL-HULL-ID                           PIC X(4).
      *
      * A RUN STEERED TOWARD A MISSION OBJECTIVE FOLLOWS ITS FIGURES
      * WITH THIS SECOND RECORD, TAGGED "OBJECTIVE": THE TARGET, THE
      * VERDICT (R REACHED, O OVERSHOT, S STOPPED SHORT), THE FINAL
      * MISS (FINAL LESS TARGET) AND THE MISSION TIME THE COURSE FIRST
      * CAME WITHIN TOLERANCE (ZERO IF IT NEVER DID OR RAN WITHOUT A
      * STEERSPD CARD).
       01 NAVOBJ-RECORD.
           05 NO-RECORD-TAG                        PIC X(10).
           05 NO-VERDICT                           PIC X.
           05 NO-TARGET-LENGTH   COMP-3            PIC S9(7).
           05 NO-TARGET-DEPTH    COMP-3            PIC S9(7).
           05 NO-MISS-LENGTH     COMP-3            PIC S9(7).
           05 NO-MISS-DEPTH      COMP-3            PIC S9(7).
           05 NO-ARRIVAL-TIME    COMP-3            PIC S9(9).
           05 FILLER                               PIC X(2).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-ROW-FOUND                         PIC X VALUE 'N'.
           05 SW-PRIOR-FOUND                       PIC X VALUE 'N'.
      *
      * DAYS IN THE RANGE THAT STEERED TOWARD AN OBJECTIVE, AND HOW
      * MANY OF THEM REACHED IT.
       01 OBJECTIVE-COUNTS.
           05 WS-OBJ-DAYS                          PIC 9(3) VALUE ZERO.
           05 WS-OBJ-REACHED                       PIC 9(3) VALUE ZERO.
      *
       01 FILE-NAMES.
           05 FILENAME-NAVLOG                      PIC X(100)
      * (SEE COPYBOOKS/DAYCTLPM.CPY). A RANGE WHOSE LATEST DAY THE
      * MANIFEST CHECK HAS NOT CLOSED IS WATERMARKED.
           COPY DAYCTLPM.
      *
      * OPSCAL-PARM IS THE SHARED OPERATING-CALENDAR LOOKUP AREA (SEE
      * COPYBOOKS/OPSCALPM.CPY). A DAY THE HULL WAS IN PORT, ON
      * HOLIDAY OR STOOD DOWN HAS NO GENERATION TO MISS.
           COPY OPSCALPM.
      *
       01 RPT-WATERMARK                            PIC X(80)
             VALUE "** DAY NOT CLOSED - FIGURES NOT FINAL **".
                         VALUE "  ** NO NAVLOG GENERATION **".
           05 FILLER                               PIC X(60)
                                                   VALUE SPACE.
      *
       01 RPT-NOT-EXPECTED.
           05 RX-DATE                              PIC X(10).
           05 FILLER                               PIC X(20)
                         VALUE "  NO RUN EXPECTED - ".
           05 RX-STATUS                            PIC X(10).
           05 FILLER                               PIC X(60)
                                                   VALUE SPACE.
      *
      * THE OBJECTIVE LINE PRINTED UNDER A DAY THAT STEERED TOWARD
      * ONE, AND THE RANGE'S ARRIVAL COUNT AT THE FOOT OF THE REPORT.
       01 RPT-OBJECTIVE.
           05 FILLER                               PIC X(10)
                                                   VALUE SPACE.
           05 FILLER                               PIC X(13)
                                                VALUE "  OBJECTIVE L".
           05 RO-TARGET-L                          PIC Z(6)9-.
           05 FILLER                               PIC X(2)
                                                VALUE " D".
           05 RO-TARGET-D                          PIC Z(6)9-.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RO-VERDICT                           PIC X(13).
           05 FILLER                               PIC X(8)
                                                VALUE " MISS L".
           05 RO-MISS-L                            PIC Z(6)9-.
           05 FILLER                               PIC X(2)
                                                VALUE " D".
           05 RO-MISS-D                            PIC Z(6)9-.
           05 FILLER                               PIC X(9)
                                                VALUE " ARRIVED ".
           05 RO-ARRIVAL                           PIC Z(8)9.
           05 FILLER                               PIC X(27)
                                                   VALUE SPACE.
      *
       01 RPT-OBJECTIVE-TOTAL.
           05 FILLER                               PIC X(27)
                         VALUE "OBJECTIVE ARRIVALS ==> ".
           05 RT-REACHED                           PIC ZZ9.
           05 FILLER                               PIC X(4)
                                                VALUE " OF ".
           05 RT-DAYS                              PIC ZZ9.
           05 FILLER                               PIC X(7)
                                                VALUE " DAY(S)".
           05 FILLER                               PIC X(56)
                                                   VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-REPORT-ONE-DAY
               UNTIL WS-CUR-DATE IS GREATER THAN WS-TO-DATE
               OR WS-DAY-LIMIT IS GREATER THAN 366.
           IF WS-OBJ-DAYS IS GREATER THAN ZERO
               MOVE WS-OBJ-REACHED TO RT-REACHED
               MOVE WS-OBJ-DAYS TO RT-DAYS
               MOVE SPACE TO RF-LINE
               MOVE RPT-OBJECTIVE-TOTAL TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           END-IF.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
           DISPLAY "NAVIGATION TREND REPORT WRITTEN FOR "
               DISPLAY "**WARNING** BUSINESS DAY " WS-TO-DATE
                   " IS NOT CLOSED - REPORT IS WATERMARKED."
           END-IF.
      *
      ******************************************************************
      * 840-CHECK-OPERATING-DAY - ASK THE SHOP OPERATING CALENDAR
      * WHETHER THE HULL WAS SAILING ON THE WALK DATE. WITHOUT THE
      * ROUTINE EVERY DAY COUNTS AS AN OPERATING DAY, AS BEFORE.
      ******************************************************************
       840-CHECK-OPERATING-DAY.
           MOVE WS-HULL-ID TO CG-HULL-ID.
           MOVE WS-CUR-DATE TO CG-REQ-DATE.
           MOVE 'Y' TO CG-OPERATING.
           CALL "OPSCALGT" USING OPSCAL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
       005-GET-HULL-ID.
           MOVE SPACE TO WS-ENV-WORK.
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
      * 010-READ-RANGE-PARM - PICK UP THE DATE RANGE AND TOLERANCE.
               NOT AT END
                   MOVE 'Y' TO SW-ROW-FOUND
           END-READ.
           IF SW-ROW-FOUND = 'Y'
               PERFORM 200-PRINT-TREND-LINE
               PERFORM 300-PRINT-OBJECTIVE-LINE
           ELSE
               PERFORM 840-CHECK-OPERATING-DAY
               IF CG-OPERATING = 'N'
                   MOVE WS-CUR-DATE TO RX-DATE
                   MOVE CG-STATUS-TEXT TO RX-STATUS
                   MOVE SPACE TO RF-LINE
                   MOVE RPT-NOT-EXPECTED TO RF-LINE
                   PERFORM 810-WRITE-REPORT-LINE
               ELSE
                   MOVE WS-CUR-DATE TO RM-DATE
                   MOVE SPACE TO RF-LINE
                   MOVE RPT-MISSING TO RF-LINE
                   PERFORM 810-WRITE-REPORT-LINE
               END-IF
           END-IF.
           CLOSE NAVLOG.
           PERFORM 930-STEP-ONE-DAY.
      *
       200-PRINT-TREND-LINE.
           END-IF.
      *
      ******************************************************************
      * 300-PRINT-OBJECTIVE-LINE - A GENERATION WHOSE RUN STEERED
      * TOWARD AN OBJECTIVE CARRIES A SECOND, "OBJECTIVE" RECORD;
      * PRINT IT UNDER THE DAY'S FIGURES AND COUNT THE ARRIVAL.
      ******************************************************************
       300-PRINT-OBJECTIVE-LINE.
           READ NAVLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF NO-RECORD-TAG = "OBJECTIVE"
                       ADD 1 TO WS-OBJ-DAYS
                       MOVE NO-TARGET-LENGTH TO RO-TARGET-L
                       MOVE NO-TARGET-DEPTH TO RO-TARGET-D
                       EVALUATE NO-VERDICT
                           WHEN 'R'
                               MOVE "ARRIVED" TO RO-VERDICT
                               ADD 1 TO WS-OBJ-REACHED
                           WHEN 'O'
                               MOVE "OVERSHOT" TO RO-VERDICT
                           WHEN OTHER
                               MOVE "STOPPED SHORT" TO RO-VERDICT
                       END-EVALUATE
                       MOVE NO-MISS-LENGTH TO RO-MISS-L
                       MOVE NO-MISS-DEPTH TO RO-MISS-D
                       MOVE NO-ARRIVAL-TIME TO RO-ARRIVAL
                       MOVE SPACE TO RF-LINE
                       MOVE RPT-OBJECTIVE TO RF-LINE
                       PERFORM 810-WRITE-REPORT-LINE
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 930-STEP-ONE-DAY - ADVANCE THE WALK DATE, ROLLING MONTH AND
      * YEAR THROUGH THE MONTH-LENGTH TABLE (FEBRUARY LEAP-CHECKED).
      ******************************************************************
