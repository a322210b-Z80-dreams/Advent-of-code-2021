      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: NIGHTLY EXPIRY OF UNAPPROVED CHANGE REQUESTS. A
      *          REQUEST RAISED AGAINST RUNCTL, SONARCAL, BATCHSCHED
      *          OR THE STEERLIM/STEERPWR CARDS THAT IS STILL PENDING
      *          WHEN THE NEXT NIGHT'S RUN COMES ROUND (RAISED ON AN
      *          EARLIER DAY THAN THE RUN DATE) IS EXPIRED THROUGH
      *          CHGREQWR - ITS PENDING ROW COMES OFF THE DECK AND THE
      *          EXPIRY GOES TO THE CHANGE LOG - AND LISTED ON
      *          CHGEXPRPT, WHERE THE MORNING DIGEST PICKS IT UP. A
      *          CHANGE NOBODY SIGNED OFF NEVER DRIFTS INTO EFFECT
      *          DAYS LATER, AND THE REQUESTER SEES IT HAS TO BE
      *          RAISED AGAIN. ANY EXPIRY ENDS THE RUN WITH CONDITION
      *          CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHGREQ ASSIGN TO "CHGREQ"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CHGREQ.
      * CHGREQ-RECORD IS THE SHARED CHANGE-REQUEST RECORD (SEE
      * COPYBOOKS/CHGRQREC.CPY).
           COPY CHGRQREC.
      *
       WORKING-STORAGE SECTION.
       01 WS-ENV-WORK                              PIC X(100)
                                                VALUE SPACE.
       01 WS-TARGET-DATE                           PIC X(10)
                                                VALUE SPACE.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 SWITCHES.
           05 SW-EOF                               PIC X    VALUE 'N'.
      *
      * THE REQUESTS DUE TO EXPIRE, COLLECTED FIRST SO CHGREQ IS NOT
      * OPEN HERE WHILE CHGREQWR REWRITES IT. ANY BEYOND THE TABLE
      * WAIT FOR THE NEXT NIGHT, AND ARE COUNTED.
       01 EXPIRY-TABLE.
           05 WS-EXPIRY-COUNT                      PIC 9(3) VALUE ZERO.
           05 WS-EXPIRY-MAX                        PIC 9(3) VALUE 100.
           05 WS-EXPIRY-SUBS                       PIC 9(3) VALUE ZERO.
           05 EX-ENTRY OCCURS 100 TIMES.
               10 EX-REQUEST-NUMBER                PIC 9(6).
               10 EX-DATASET                       PIC X(10).
               10 EX-KEY                           PIC X(20).
               10 EX-REQUESTED-BY                  PIC X(8).
               10 EX-REQUESTED-DATE                PIC X(10).
               10 EX-REQUESTED-TIME                PIC X(8).
      *
       01 RUN-COUNTS.
           05 WS-REQUESTS-READ                     PIC 9(7) VALUE ZERO.
           05 WS-STILL-PENDING                     PIC 9(7) VALUE ZERO.
           05 WS-EXPIRED                           PIC 9(7) VALUE ZERO.
           05 WS-EXPIRY-FAILED                     PIC 9(7) VALUE ZERO.
           05 WS-EXPIRY-DEFERRED                   PIC 9(7) VALUE ZERO.
      *
       01 RPT-COLUMN-HEAD.
           05 FILLER                               PIC X(12)
                                                VALUE SPACE.
           05 FILLER                               PIC X(7)
                                                VALUE "REQ NO".
           05 FILLER                               PIC X(11)
                                                VALUE "DATASET".
           05 FILLER                               PIC X(21)
                                                VALUE "KEY".
           05 FILLER                               PIC X(9)
                                                VALUE "RAISED BY".
           05 FILLER                               PIC X(72)
                                                VALUE "RAISED AT".
      *
      * THE MARKER LEADS THE LINE AND THE REQUEST FITS IN THE FIRST
      * 80 COLUMNS, SO THE MORNING DIGEST CAN ECHO IT WHOLE.
       01 RPT-DETAIL.
           05 RD-MARKER                            PIC X(12).
           05 RD-REQUEST-NUMBER                    PIC 9(6).
           05 FILLER                               PIC X VALUE SPACE.
           05 RD-DATASET                           PIC X(11).
           05 RD-KEY                               PIC X(21).
           05 RD-REQUESTED-BY                      PIC X(9).
           05 RD-REQUESTED-DATE                    PIC X(11).
           05 RD-REQUESTED-TIME                    PIC X(8).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-NOTE                              PIC X(51).
      *
       01 RPT-SUMMARY.
           05 RS-LABEL                             PIC X(30).
           05 RS-VALUE                             PIC Z(10)9.
           05 FILLER                               PIC X(91)
                                                   VALUE SPACE.
      *
      * CHGREQ-PARM IS THE SHARED CHANGE-REQUEST PARAMETER AREA (SEE
      * COPYBOOKS/CHGRQPM.CPY).
           COPY CHGRQPM.
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY).
           COPY RPTFMTPM.
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
           PERFORM 010-GET-TARGET-DATE.
           PERFORM 100-COLLECT-OVERDUE.
           PERFORM 300-OPEN-REPORT.
           PERFORM 200-EXPIRE-ONE-REQUEST
               VARYING WS-EXPIRY-SUBS FROM 1 BY 1
               UNTIL WS-EXPIRY-SUBS > WS-EXPIRY-COUNT.
           PERFORM 500-WRITE-SUMMARY.
           IF WS-EXPIRED IS GREATER THAN ZERO OR
               WS-EXPIRY-FAILED IS GREATER THAN ZERO
               DISPLAY "**WARNING** " WS-EXPIRED
                   " UNAPPROVED CHANGE REQUEST(S) EXPIRED FOR "
                   WS-TARGET-DATE " - SEE CHGEXPRPT."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "NO CHANGE REQUESTS EXPIRED FOR "
                   WS-TARGET-DATE " (" WS-STILL-PENDING
                   " STILL WITHIN THEIR APPROVAL NIGHT)."
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-TARGET-DATE - THE NIGHT BEING RUN COMES FROM CHGEXPDT
      * WHEN SET, OTHERWISE TODAY, IN THE YYYY-MM-DD FORM REQUESTS
      * ARE STAMPED WITH.
      ******************************************************************
       010-GET-TARGET-DATE.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CHGEXPDT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:10) TO WS-TARGET-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                   DELIMITED BY SIZE INTO WS-TARGET-DATE
           END-IF.
      *
      ******************************************************************
      * 100-COLLECT-OVERDUE - A PENDING REQUEST RAISED BEFORE THE RUN
      * DATE HAS HAD ITS NIGHT; ONE RAISED TODAY WAITS FOR TOMORROW.
      ******************************************************************
       100-COLLECT-OVERDUE.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT CHGREQ.
           PERFORM 110-CHECK-ONE-REQUEST UNTIL SW-EOF = 'Y'.
           CLOSE CHGREQ.
      *
       110-CHECK-ONE-REQUEST.
           READ CHGREQ NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   IF CR-PENDING
                       IF CR-REQUESTED-DATE IS LESS THAN WS-TARGET-DATE
                           PERFORM 120-TABLE-OVERDUE
                       ELSE
                           ADD 1 TO WS-STILL-PENDING
                       END-IF
                   END-IF
           END-READ.
      *
       120-TABLE-OVERDUE.
           IF WS-EXPIRY-COUNT IS EQUAL TO WS-EXPIRY-MAX
               ADD 1 TO WS-EXPIRY-DEFERRED
           ELSE
               ADD 1 TO WS-EXPIRY-COUNT
               MOVE CR-REQUEST-NUMBER
                   TO EX-REQUEST-NUMBER(WS-EXPIRY-COUNT)
               MOVE CR-DATASET TO EX-DATASET(WS-EXPIRY-COUNT)
               MOVE CR-KEY TO EX-KEY(WS-EXPIRY-COUNT)
               MOVE CR-REQUESTED-BY TO EX-REQUESTED-BY(WS-EXPIRY-COUNT)
               MOVE CR-REQUESTED-DATE
                   TO EX-REQUESTED-DATE(WS-EXPIRY-COUNT)
               MOVE CR-REQUESTED-TIME
                   TO EX-REQUESTED-TIME(WS-EXPIRY-COUNT)
           END-IF.
      *
      ******************************************************************
      * 200-EXPIRE-ONE-REQUEST - EXPIRE THROUGH CHGREQWR, WHICH TAKES
      * ANY PENDING ROW OFF ITS DECK AND LOGS THE EXPIRY, THEN LIST
      * IT. A REQUEST DECIDED AT THE CONSOLE SINCE IT WAS COLLECTED
      * COMES BACK REFUSED AND IS LISTED AS SUCH.
      ******************************************************************
       200-EXPIRE-ONE-REQUEST.
           MOVE 'X' TO CQ-ACTION.
           MOVE EX-REQUEST-NUMBER(WS-EXPIRY-SUBS) TO CQ-REQUEST-NUMBER.
           MOVE "CHGEXP" TO CQ-OPERATOR-ID.
           MOVE 'N' TO CQ-RESULT.
           MOVE "CHANGE-REQUEST ROUTINE IS NOT AVAILABLE" TO CQ-MESSAGE.
           CALL "CHGREQWR" USING CHGREQ-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACE TO RPT-DETAIL.
           MOVE EX-REQUEST-NUMBER(WS-EXPIRY-SUBS) TO RD-REQUEST-NUMBER.
           MOVE EX-DATASET(WS-EXPIRY-SUBS) TO RD-DATASET.
           MOVE EX-KEY(WS-EXPIRY-SUBS) TO RD-KEY.
           MOVE EX-REQUESTED-BY(WS-EXPIRY-SUBS) TO RD-REQUESTED-BY.
           MOVE EX-REQUESTED-DATE(WS-EXPIRY-SUBS) TO RD-REQUESTED-DATE.
           MOVE EX-REQUESTED-TIME(WS-EXPIRY-SUBS) TO RD-REQUESTED-TIME.
           IF CQ-DONE
               ADD 1 TO WS-EXPIRED
               MOVE "**EXPIRED** " TO RD-MARKER
               MOVE "NOT APPROVED IN TIME - RAISE AGAIN IF STILL NEEDED"
                   TO RD-NOTE
           ELSE
               ADD 1 TO WS-EXPIRY-FAILED
               MOVE "**NOT DONE* " TO RD-MARKER
               MOVE CQ-MESSAGE TO RD-NOTE
           END-IF.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       300-OPEN-REPORT.
           MOVE 'O' TO RF-ACTION.
           MOVE "CHGEXPRPT" TO RF-REPORT-NAME.
           MOVE "CHGEXP" TO RF-PROGRAM.
           MOVE "ALL" TO RF-HULL-ID.
           MOVE WS-TARGET-DATE TO RF-RUN-DATE.
           MOVE "EXPIRED CHANGE REQUESTS" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
       500-WRITE-SUMMARY.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "REQUESTS ON FILE" TO RS-LABEL.
           MOVE WS-REQUESTS-READ TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "EXPIRED" TO RS-LABEL.
           MOVE WS-EXPIRED TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "COULD NOT BE EXPIRED" TO RS-LABEL.
           MOVE WS-EXPIRY-FAILED TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "STILL PENDING (RAISED TODAY)" TO RS-LABEL.
           MOVE WS-STILL-PENDING TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           IF WS-EXPIRY-DEFERRED IS GREATER THAN ZERO
               DISPLAY "**WARNING** " WS-EXPIRY-DEFERRED
                   " OVERDUE REQUEST(S) BEYOND THE " WS-EXPIRY-MAX
                   "-ENTRY TABLE - LEFT FOR THE NEXT RUN."
               MOVE "OVERDUE, LEFT FOR NEXT RUN" TO RS-LABEL
               MOVE WS-EXPIRY-DEFERRED TO RS-VALUE
               PERFORM 510-WRITE-SUMMARY-LINE
           END-IF.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
       510-WRITE-SUMMARY-LINE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-SUMMARY TO RF-LINE.
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
