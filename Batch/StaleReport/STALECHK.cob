      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: STALE-REPORT CHECK. A SAME-DAY RERUN OF A TELEMETRY
      *          WRITER (COUNT1, SBMRCD2 AND THE REST) REWRITES ITS
      *          TELEMIDX ROW, AND TELEMJRNL KEEPS THE BEFORE AND
      *          AFTER IMAGES - BUT A DAYSTAT, FLEETSTAT, ENDUREST OR
      *          MORNDIG GENERATION ALREADY PRODUCED FROM THE OLD ROW
      *          STAYS IN THE BINDER AS IF NOTHING HAD HAPPENED. THIS
      *          READS THE DAY'S JOURNAL REWRITES, WORKS OUT WHICH
      *          DATED REPORT GENERATIONS WERE MADE BEFORE THE REWRITE
      *          FROM A FIGURE IT CHANGED, AND PRINTS A REISSUE LIST
      *          (STALERPT) NAMING EACH STALE GENERATION, THE FIELD
      *          THAT CHANGED AND ITS OLD AND NEW VALUES. THE REPORT
      *          PROGRAMS TO RE-RUN GO ON STALELIST (SEE COPYBOOKS/
      *          STALEREC.CPY), FROM WHICH THE OPERATOR MENU QUEUES
      *          THEM ON JOBQUEUE. ANY STALE GENERATION ENDS THE RUN
      *          WITH CONDITION CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALECHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TELJRNL ASSIGN TO "TELEMJRNL"
           ORGANIZATION IS SEQUENTIAL.
      * GENFL IS WHICHEVER DATED REPORT GENERATION IS BEING LOOKED AT;
      * ONLY ITS FIRST HEADING LINE IS LOOKED AT, FOR THE HULL IT
      * COVERS; THAT LINE IS WHOLLY INSIDE THE FIRST 132 BYTES WHATEVER
      * THE GENERATION'S RECORD WIDTH.
           SELECT OPTIONAL GENFL ASSIGN TO DYNAMIC FILENAME-GEN
           ORGANIZATION IS SEQUENTIAL.
           SELECT STALELIST ASSIGN TO "STALELIST"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * TELJRNL-RECORD IS THE SHARED TELEMETRY JOURNAL RECORD (SEE
      * COPYBOOKS/TELJREC.CPY).
       FD TELJRNL.
           COPY TELJREC.
       FD GENFL.
       01 GENFL-RECORD                             PIC X(132).
      * STALELIST-RECORD IS THE SHARED REISSUE-LIST ROW (SEE
      * COPYBOOKS/STALEREC.CPY).
       FD STALELIST.
           COPY STALEREC.
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
           05 SW-HULL-MATCH                        PIC X    VALUE 'N'.
           05 SW-FOUND                             PIC X    VALUE 'N'.
       01 FILE-NAMES.
           05 FILENAME-GEN                         PIC X(100)
                                                VALUE SPACE.
      *
      * THE REPORTS THAT ARE BUILT FROM TELEMIDX FIGURES. EACH ENTRY
      * CARRIES THE GENERATION'S BASE NAME, ITS PRODUCING PROGRAM, THE
      * COMMAND THAT RUNS IT AND THE ENVIRONMENT VARIABLE THAT POINTS
      * IT AT A RUN DATE, THE COLUMN OF THE HULL IN ITS FIRST HEADING
      * LINE (00 FOR A FLEET-WIDE REPORT), AND A MASK OF THE NINE
      * TELEMETRY FIGURES IT PRINTS OR WORKS FROM, IN TELEMREC ORDER.
      * MORNDIG PRINTS NO FIGURE ITSELF, BUT A RERUN ALSO REMAKES THE
      * REJECT FILES AND WARNINGS THE DIGEST COUNTS, SO ANY CHANGED
      * FIGURE MAKES ITS GENERATION FOR THAT HULL STALE.
       01 REPORT-VALUES.
           05 FILLER                               PIC X(30)
                 VALUE "DAYSTATRPTDAYSTAT   daystat   ".
           05 FILLER                               PIC X(21)
                 VALUE "DAYSTATDT 68NYYYYYYYY".
           05 FILLER                               PIC X(30)
                 VALUE "FLEETRPT  FLEETSTAT fleetstat ".
           05 FILLER                               PIC X(21)
                 VALUE "FLEETDT   00NYYYYYYYY".
           05 FILLER                               PIC X(30)
                 VALUE "ENDURRPT  ENDUREST  endurest  ".
           05 FILLER                               PIC X(21)
                 VALUE "ENDURDT   00NNNYNNNYY".
           05 FILLER                               PIC X(30)
                 VALUE "DIGESTRPT MORNDIG   morndig   ".
           05 FILLER                               PIC X(21)
                 VALUE "DIGESTDT  56YYYYYYYYY".
       01 REPORT-TABLE REDEFINES REPORT-VALUES.
           05 RT-ENTRY OCCURS 4 TIMES.
               10 RT-GEN-BASE                      PIC X(10).
               10 RT-PROGRAM                       PIC X(10).
               10 RT-COMMAND                       PIC X(10).
               10 RT-DATE-ENV                      PIC X(10).
               10 RT-HULL-COLUMN                   PIC 9(2).
               10 RT-FIELD-MASK                    PIC X(9).
       01 RT-ENTRY-COUNT                           PIC 9    VALUE 4.
      *
       01 FIELD-NAME-VALUES.
           05 FILLER                   PIC X(14) VALUE "FINAL DEPTH".
           05 FILLER                   PIC X(14) VALUE "INCREASE COUNT".
           05 FILLER                   PIC X(14) VALUE "NAV LENGTH".
           05 FILLER                   PIC X(14) VALUE "NAV DEPTH".
           05 FILLER                   PIC X(14) VALUE "NAV AIM".
           05 FILLER                   PIC X(14) VALUE "DIAG GAMMA".
           05 FILLER                   PIC X(14) VALUE "DIAG EPSILON".
           05 FILLER                   PIC X(14) VALUE "O2 RATING".
           05 FILLER                   PIC X(14) VALUE "CO2 RATING".
       01 FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
           05 FN-NAME OCCURS 9 TIMES               PIC X(14).
      *
      * THE JOURNAL'S BEFORE AND AFTER IMAGES, LAID OVER TELEMREC SO
      * THE FIVE SEVEN-DIGIT FIGURES AND THE FOUR DIAGNOSTIC RATINGS
      * CAN BE COMPARED ONE BY ONE.
       01 WS-BEFORE-ROW.
           05 WB-KEY                               PIC X(24).
           05 WB-SMALL OCCURS 5 TIMES              PIC S9(7).
           05 WB-LARGE OCCURS 4 TIMES              PIC 9(12).
       01 WS-AFTER-ROW.
           05 WA-KEY.
               10 WA-PROGRAM-NAME                  PIC X(10).
               10 WA-RUN-DATE                      PIC X(10).
               10 WA-HULL-ID                       PIC X(4).
           05 WA-SMALL OCCURS 5 TIMES              PIC S9(7).
           05 WA-LARGE OCCURS 4 TIMES              PIC 9(12).
      *
      * CBL_CHECK_FILE_EXIST HANDS BACK THE GENERATION'S SIZE AND THE
      * DATE AND TIME IT WAS LAST WRITTEN.
       01 GEN-DETAILS.
           05 GD-SIZE                              PIC X(8) COMP-X.
           05 GD-DAY                               PIC X COMP-X.
           05 GD-MONTH                             PIC X COMP-X.
           05 GD-YEAR                              PIC X(2) COMP-X.
           05 GD-HOURS                             PIC X COMP-X.
           05 GD-MINUTES                           PIC X COMP-X.
           05 GD-SECONDS                           PIC X COMP-X.
           05 GD-HUNDREDTHS                        PIC X COMP-X.
       01 STAMP-WORK.
           05 WS-STAMP-YYYY                        PIC 9(4).
           05 WS-STAMP-MM                          PIC 9(2).
           05 WS-STAMP-DD                          PIC 9(2).
           05 WS-STAMP-HH                          PIC 9(2).
           05 WS-STAMP-MIN                         PIC 9(2).
           05 WS-STAMP-SS                          PIC 9(2).
       01 WS-GEN-STAMP.
           05 WS-GEN-DATE                          PIC X(10).
           05 WS-GEN-TIME                          PIC X(8).
       01 WS-REWRITE-STAMP.
           05 WS-REWRITE-DATE                      PIC X(10).
           05 WS-REWRITE-TIME                      PIC X(8).
      *
       01 CHECK-DATA.
           05 WS-RPT-SUBS                          PIC 9    VALUE ZERO.
           05 WS-FLD-SUBS                          PIC 9(2) VALUE ZERO.
           05 WS-GEN-HULL                          PIC X(4) VALUE SPACE.
           05 WS-FIELD-HITS                        PIC 9(3) VALUE ZERO.
           05 WS-OLD-VALUE                         PIC S9(12)
                                                   VALUE ZERO.
           05 WS-NEW-VALUE                         PIC S9(12)
                                                   VALUE ZERO.
      *
      * THE REISSUE LIST, ONE ENTRY PER REPORT PROGRAM, HULL AND RUN
      * DATE HOWEVER MANY REWRITES MADE IT STALE.
       01 REISSUE-TABLE.
           05 WS-REISSUE-COUNT                     PIC 9(2) VALUE ZERO.
           05 WS-REISSUE-MAX                       PIC 9(2) VALUE 50.
           05 WS-REISSUE-SUBS                      PIC 9(2) VALUE ZERO.
           05 RI-ENTRY OCCURS 50 TIMES.
               10 RI-RUN-DATE                      PIC X(10).
               10 RI-HULL-ID                       PIC X(4).
               10 RI-PROGRAM                       PIC X(10).
               10 RI-GENERATION                    PIC X(30).
               10 RI-PRODUCED-DATE                 PIC X(10).
               10 RI-PRODUCED-TIME                 PIC X(8).
               10 RI-FIELD-COUNT                   PIC 9(3).
               10 RI-RPT-SUBS                      PIC 9.
      *
       01 RUN-COUNTS.
           05 WS-JOURNAL-READ                      PIC 9(7) VALUE ZERO.
           05 WS-REWRITES-SEEN                     PIC 9(7) VALUE ZERO.
           05 WS-STALE-LINES                       PIC 9(7) VALUE ZERO.
           05 WS-REISSUE-DROPPED                   PIC 9(5) VALUE ZERO.
      *
       01 RPT-COLUMN-HEAD.
           05 FILLER                               PIC X(22)
                                                VALUE "GENERATION".
           05 FILLER                               PIC X(21)
                                                VALUE "PRODUCED".
           05 FILLER                               PIC X(6)
                                                VALUE "HULL".
           05 FILLER                               PIC X(16)
                                                VALUE "FIELD".
           05 FILLER                               PIC X(15)
                                                VALUE "    OLD VALUE".
           05 FILLER                               PIC X(15)
                                                VALUE "    NEW VALUE".
           05 FILLER                               PIC X(11)
                                                VALUE "REWRITE BY".
           05 FILLER                               PIC X(26)
                                                VALUE "AT".
      *
       01 RPT-DETAIL.
           05 RD-GENERATION                        PIC X(22).
           05 RD-PRODUCED-DATE                     PIC X(11).
           05 RD-PRODUCED-TIME                     PIC X(10).
           05 RD-HULL                              PIC X(6).
           05 RD-FIELD                             PIC X(16).
           05 RD-OLD-VALUE                         PIC -(12)9.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-NEW-VALUE                         PIC -(12)9.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-REWRITE-BY                        PIC X(11).
           05 RD-REWRITE-TIME                      PIC X(8).
           05 FILLER                               PIC X(18)
                                                VALUE SPACE.
      *
       01 RPT-REISSUE-HEAD.
           05 FILLER                               PIC X(39)
                 VALUE "REISSUE LIST - QUEUE FROM THE OPERATOR ".
           05 FILLER                               PIC X(40)
                 VALUE "MENU (RUN REQUESTS, OPTION 3)".
           05 FILLER                               PIC X(53)
                                                VALUE SPACE.
      *
       01 RPT-REISSUE.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RR-PROGRAM                           PIC X(11).
           05 RR-HULL                              PIC X(6).
           05 RR-RUN-DATE                          PIC X(12).
           05 RR-FIELD-COUNT                       PIC ZZ9.
           05 FILLER                               PIC X(18)
                 VALUE " FIGURE(S) - RUN ".
           05 RR-COMMAND                           PIC X(80).
      *
       01 RPT-SUMMARY.
           05 RS-LABEL                             PIC X(30).
           05 RS-VALUE                             PIC Z(10)9.
           05 FILLER                               PIC X(91)
                                                   VALUE SPACE.
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
           PERFORM 300-OPEN-REPORT.
           PERFORM 100-SCAN-JOURNAL.
           PERFORM 400-WRITE-REISSUE-LIST.
           PERFORM 500-WRITE-SUMMARY.
           IF WS-REISSUE-COUNT IS GREATER THAN ZERO
               DISPLAY "**WARNING** " WS-REISSUE-COUNT
                   " REPORT GENERATION(S) FOR " WS-TARGET-DATE
                   " BUILT FROM SUPERSEDED TELEMETRY - SEE STALERPT."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "NO STALE REPORT GENERATIONS FOR "
                   WS-TARGET-DATE " (" WS-REWRITES-SEEN
                   " TELEMETRY REWRITE(S) CHECKED)."
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-TARGET-DATE - THE DAY WHOSE REWRITES ARE CHECKED COMES
      * FROM STALEDT WHEN SET, OTHERWISE TODAY, IN THE YYYY-MM-DD FORM
      * THE JOURNAL IS STAMPED WITH.
      ******************************************************************
       010-GET-TARGET-DATE.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "STALEDT"
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
      * 100-SCAN-JOURNAL - EVERY REWRITE ('R') STAMPED WITH THE TARGET
      * DATE IS CHECKED AGAINST EACH REPORT. A FIRST-TIME WRITE ('W')
      * REPLACES NO FIGURE, SO IT CANNOT LEAVE A REPORT STALE.
      ******************************************************************
       100-SCAN-JOURNAL.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TELJRNL.
           PERFORM 110-READ-ONE-ENTRY UNTIL SW-EOF = 'Y'.
           CLOSE TELJRNL.
      *
       110-READ-ONE-ENTRY.
           READ TELJRNL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   IF TJ-ACTION = 'R' AND
                       TJ-STAMP-DATE = WS-TARGET-DATE
                       PERFORM 200-CHECK-REWRITE
                   END-IF
           END-READ.
      *
       200-CHECK-REWRITE.
           ADD 1 TO WS-REWRITES-SEEN.
           MOVE TJ-BEFORE-IMAGE TO WS-BEFORE-ROW.
           MOVE TJ-AFTER-IMAGE TO WS-AFTER-ROW.
           MOVE TJ-STAMP-DATE TO WS-REWRITE-DATE.
           MOVE TJ-STAMP-TIME TO WS-REWRITE-TIME.
           PERFORM 210-CHECK-ONE-REPORT
               VARYING WS-RPT-SUBS FROM 1 BY 1
               UNTIL WS-RPT-SUBS > RT-ENTRY-COUNT.
      *
      ******************************************************************
      * 210-CHECK-ONE-REPORT - THE REPORT'S GENERATION FOR THE ROW'S
      * RUN DATE IS STALE WHEN IT EXISTS, WAS LAST WRITTEN BEFORE THE
      * REWRITE, COVERS THE ROW'S HULL, AND WORKS FROM AT LEAST ONE
      * FIGURE THE REWRITE CHANGED. A GENERATION MADE AFTER THE
      * REWRITE ALREADY CARRIES THE NEW FIGURES.
      ******************************************************************
       210-CHECK-ONE-REPORT.
           MOVE SPACE TO FILENAME-GEN.
           STRING RT-GEN-BASE(WS-RPT-SUBS) DELIMITED BY SPACE
                  ".D"            DELIMITED BY SIZE
                  WA-RUN-DATE(1:4) DELIMITED BY SIZE
                  WA-RUN-DATE(6:2) DELIMITED BY SIZE
                  WA-RUN-DATE(9:2) DELIMITED BY SIZE
               INTO FILENAME-GEN.
           CALL "CBL_CHECK_FILE_EXIST" USING FILENAME-GEN GEN-DETAILS.
           IF RETURN-CODE IS EQUAL TO ZERO
               PERFORM 220-FORMAT-GEN-STAMP
               IF WS-GEN-STAMP IS LESS THAN WS-REWRITE-STAMP
                   PERFORM 230-CHECK-GEN-HULL
                   IF SW-HULL-MATCH = 'Y'
                       MOVE ZERO TO WS-FIELD-HITS
                       PERFORM 240-CHECK-ONE-FIELD
                           VARYING WS-FLD-SUBS FROM 1 BY 1
                           UNTIL WS-FLD-SUBS > 9
                       IF WS-FIELD-HITS IS GREATER THAN ZERO
                           PERFORM 250-ADD-REISSUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      *
       220-FORMAT-GEN-STAMP.
           MOVE GD-YEAR TO WS-STAMP-YYYY.
           MOVE GD-MONTH TO WS-STAMP-MM.
           MOVE GD-DAY TO WS-STAMP-DD.
           MOVE GD-HOURS TO WS-STAMP-HH.
           MOVE GD-MINUTES TO WS-STAMP-MIN.
           MOVE GD-SECONDS TO WS-STAMP-SS.
           MOVE SPACE TO WS-GEN-STAMP.
           STRING WS-STAMP-YYYY "-" WS-STAMP-MM "-" WS-STAMP-DD
               DELIMITED BY SIZE INTO WS-GEN-DATE.
           STRING WS-STAMP-HH ":" WS-STAMP-MIN ":" WS-STAMP-SS
               DELIMITED BY SIZE INTO WS-GEN-TIME.
      *
      * A FLEET-WIDE REPORT COVERS EVERY HULL; A PER-HULL REPORT NAMES
      * ITS HULL IN THE FIRST HEADING LINE.
       230-CHECK-GEN-HULL.
           MOVE 'Y' TO SW-HULL-MATCH.
           IF RT-HULL-COLUMN(WS-RPT-SUBS) IS GREATER THAN ZERO
               MOVE SPACE TO WS-GEN-HULL
               OPEN INPUT GENFL
               READ GENFL NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GENFL-RECORD(RT-HULL-COLUMN(WS-RPT-SUBS):4)
                           TO WS-GEN-HULL
               END-READ
               CLOSE GENFL
               IF WS-GEN-HULL NOT EQUAL TO WA-HULL-ID
                   MOVE 'N' TO SW-HULL-MATCH
               END-IF
           END-IF.
      *
       240-CHECK-ONE-FIELD.
           IF RT-FIELD-MASK(WS-RPT-SUBS)(WS-FLD-SUBS:1) = 'Y'
               IF WS-FLD-SUBS IS LESS THAN 6
                   MOVE WB-SMALL(WS-FLD-SUBS) TO WS-OLD-VALUE
                   MOVE WA-SMALL(WS-FLD-SUBS) TO WS-NEW-VALUE
               ELSE
                   MOVE WB-LARGE(WS-FLD-SUBS - 5) TO WS-OLD-VALUE
                   MOVE WA-LARGE(WS-FLD-SUBS - 5) TO WS-NEW-VALUE
               END-IF
               IF WS-OLD-VALUE NOT EQUAL TO WS-NEW-VALUE
                   ADD 1 TO WS-FIELD-HITS
                   PERFORM 260-WRITE-STALE-LINE
               END-IF
           END-IF.
      *
       250-ADD-REISSUE.
           MOVE 'N' TO SW-FOUND.
           PERFORM 255-MATCH-ONE-REISSUE
               VARYING WS-REISSUE-SUBS FROM 1 BY 1
               UNTIL WS-REISSUE-SUBS > WS-REISSUE-COUNT
               OR SW-FOUND = 'Y'.
           IF SW-FOUND = 'N'
               IF WS-REISSUE-COUNT IS LESS THAN WS-REISSUE-MAX
                   ADD 1 TO WS-REISSUE-COUNT
                   MOVE WS-REISSUE-COUNT TO WS-REISSUE-SUBS
                   MOVE WA-RUN-DATE TO RI-RUN-DATE(WS-REISSUE-SUBS)
                   IF RT-HULL-COLUMN(WS-RPT-SUBS) IS GREATER THAN ZERO
                       MOVE WA-HULL-ID TO RI-HULL-ID(WS-REISSUE-SUBS)
                   ELSE
                       MOVE "ALL" TO RI-HULL-ID(WS-REISSUE-SUBS)
                   END-IF
                   MOVE RT-PROGRAM(WS-RPT-SUBS)
                       TO RI-PROGRAM(WS-REISSUE-SUBS)
                   MOVE FILENAME-GEN TO RI-GENERATION(WS-REISSUE-SUBS)
                   MOVE WS-GEN-DATE
                       TO RI-PRODUCED-DATE(WS-REISSUE-SUBS)
                   MOVE WS-GEN-TIME
                       TO RI-PRODUCED-TIME(WS-REISSUE-SUBS)
                   MOVE WS-FIELD-HITS TO RI-FIELD-COUNT(WS-REISSUE-SUBS)
                   MOVE WS-RPT-SUBS TO RI-RPT-SUBS(WS-REISSUE-SUBS)
               ELSE
                   ADD 1 TO WS-REISSUE-DROPPED
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-REISSUE-SUBS
               ADD WS-FIELD-HITS TO RI-FIELD-COUNT(WS-REISSUE-SUBS)
           END-IF.
      *
       255-MATCH-ONE-REISSUE.
           IF RI-PROGRAM(WS-REISSUE-SUBS) = RT-PROGRAM(WS-RPT-SUBS)
               AND RI-RUN-DATE(WS-REISSUE-SUBS) = WA-RUN-DATE
               AND (RT-HULL-COLUMN(WS-RPT-SUBS) IS EQUAL TO ZERO OR
               RI-HULL-ID(WS-REISSUE-SUBS) = WA-HULL-ID)
               MOVE 'Y' TO SW-FOUND
           END-IF.
      *
       260-WRITE-STALE-LINE.
           ADD 1 TO WS-STALE-LINES.
           MOVE FILENAME-GEN TO RD-GENERATION.
           MOVE WS-GEN-DATE TO RD-PRODUCED-DATE.
           MOVE WS-GEN-TIME TO RD-PRODUCED-TIME.
           MOVE WA-HULL-ID TO RD-HULL.
           MOVE FN-NAME(WS-FLD-SUBS) TO RD-FIELD.
           MOVE WS-OLD-VALUE TO RD-OLD-VALUE.
           MOVE WS-NEW-VALUE TO RD-NEW-VALUE.
           MOVE TJ-PROGRAM TO RD-REWRITE-BY.
           MOVE TJ-STAMP-TIME TO RD-REWRITE-TIME.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       300-OPEN-REPORT.
           MOVE 'O' TO RF-ACTION.
           MOVE "STALERPT" TO RF-REPORT-NAME.
           MOVE "STALECHK" TO RF-PROGRAM.
           MOVE "ALL" TO RF-HULL-ID.
           MOVE WS-TARGET-DATE TO RF-RUN-DATE.
           MOVE "STALE REPORT GENERATIONS - REISSUE LIST" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
      ******************************************************************
      * 400-WRITE-REISSUE-LIST - ONE LINE PER REPORT TO RE-RUN, WITH
      * THE COMMAND THAT REISSUES IT FOR THE RIGHT DATE AND HULL. THE
      * SAME ROWS GO ON STALELIST FOR THE OPERATOR MENU TO QUEUE.
      ******************************************************************
       400-WRITE-REISSUE-LIST.
           OPEN OUTPUT STALELIST.
           IF WS-REISSUE-COUNT IS GREATER THAN ZERO
               MOVE SPACE TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
               MOVE RPT-REISSUE-HEAD TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
               PERFORM 410-WRITE-ONE-REISSUE
                   VARYING WS-REISSUE-SUBS FROM 1 BY 1
                   UNTIL WS-REISSUE-SUBS > WS-REISSUE-COUNT
           END-IF.
           CLOSE STALELIST.
           IF WS-REISSUE-DROPPED IS GREATER THAN ZERO
               DISPLAY "**WARNING** " WS-REISSUE-DROPPED
                   " FURTHER STALE GENERATION(S) BEYOND THE LIST'S "
                   WS-REISSUE-MAX " ENTRIES - RERUN AFTER REISSUING."
           END-IF.
      *
       410-WRITE-ONE-REISSUE.
           MOVE RI-RPT-SUBS(WS-REISSUE-SUBS) TO WS-RPT-SUBS.
           MOVE SPACE TO STALELIST-RECORD.
           MOVE RI-RUN-DATE(WS-REISSUE-SUBS) TO SL-RUN-DATE.
           MOVE RI-HULL-ID(WS-REISSUE-SUBS) TO SL-HULL-ID.
           MOVE RI-PROGRAM(WS-REISSUE-SUBS) TO SL-PROGRAM.
           MOVE RI-GENERATION(WS-REISSUE-SUBS) TO SL-GENERATION.
           MOVE RI-PRODUCED-DATE(WS-REISSUE-SUBS) TO SL-PRODUCED-DATE.
           MOVE RI-PRODUCED-TIME(WS-REISSUE-SUBS) TO SL-PRODUCED-TIME.
           MOVE RI-FIELD-COUNT(WS-REISSUE-SUBS) TO SL-FIELD-COUNT.
           IF RT-HULL-COLUMN(WS-RPT-SUBS) IS GREATER THAN ZERO
               STRING RT-DATE-ENV(WS-RPT-SUBS) DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      SL-RUN-DATE DELIMITED BY SIZE
                      " HULLID=" DELIMITED BY SIZE
                      SL-HULL-ID DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RT-COMMAND(WS-RPT-SUBS) DELIMITED BY SPACE
                   INTO SL-COMMAND
           ELSE
               STRING RT-DATE-ENV(WS-RPT-SUBS) DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      SL-RUN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RT-COMMAND(WS-RPT-SUBS) DELIMITED BY SPACE
                   INTO SL-COMMAND
           END-IF.
           WRITE STALELIST-RECORD.
           MOVE SL-PROGRAM TO RR-PROGRAM.
           MOVE SL-HULL-ID TO RR-HULL.
           MOVE SL-RUN-DATE TO RR-RUN-DATE.
           MOVE SL-FIELD-COUNT TO RR-FIELD-COUNT.
           MOVE SL-COMMAND TO RR-COMMAND.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-REISSUE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       500-WRITE-SUMMARY.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "JOURNAL ROWS READ        ==> " TO RS-LABEL.
           MOVE WS-JOURNAL-READ TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "REWRITES FOR THE DAY     ==> " TO RS-LABEL.
           MOVE WS-REWRITES-SEEN TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "SUPERSEDED FIGURES       ==> " TO RS-LABEL.
           MOVE WS-STALE-LINES TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "REPORTS TO REISSUE       ==> " TO RS-LABEL.
           MOVE WS-REISSUE-COUNT TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
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
