      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: RECONCILE EXTERNAL POSITION FIXES AGAINST STEERNAV'S
      *          DEAD RECKONING. STEERNAV'S LENGTH AND DEPTH ARE BUILT
      *          PURELY FROM THE COMMAND LOG, SO ERROR GROWS OVER A
      *          LONG COURSE. EACH FIX ON THE FIX FILE (SEE
      *          COPYBOOKS/FIXREC.CPY) IS COMPARED WITH THE POSITION
      *          LOG AT THE SAME COURSE RECORD: THE REPORT GIVES THE
      *          ERROR, THE ERROR GROWTH PER UNIT OF DISTANCE RUN SINCE
      *          THE LAST FIX, AND FLAGS ANY FIX OUTSIDE TOLERANCE. ON
      *          REQUEST A CORRECTED POSITION LOG IS WRITTEN, RE-BASED
      *          ON EACH FIX IN TURN, IN THE SAME LAYOUT STEERNAV
      *          WRITES, FOR POSCHART (POSLOGIN) AND CPACHK (POSLOGA /
      *          POSLOGB) TO BE POINTED AT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONE PARAMETER CARD: THE FIX TOLERANCE (COLUMNS 1-7) AND 'Y'
      * IN COLUMN 8 TO WRITE THE CORRECTED POSITION LOG. NO CARD
      * MEANS A TOLERANCE OF 50 AND NO CORRECTED LOG.
           SELECT OPTIONAL FIXPARM ASSIGN TO "FIXPARM"
           ORGANIZATION IS SEQUENTIAL.
      * THE FIX FILE, KEYED BY COURSE RECORD NUMBER, AND THE POSITION
      * LOG IT IS RECONCILED AGAINST - BOTH NAMED PER HULL THE WAY
      * HAZCHK NAMES THE POSITION LOG.
           SELECT OPTIONAL POSFIX ASSIGN TO DYNAMIC FILENAME-POSFIX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSLOG ASSIGN TO DYNAMIC FILENAME-POSLOG
           ORGANIZATION IS SEQUENTIAL.
      * THE CORRECTED POSITION LOG, WRITTEN ONLY ON REQUEST.
           SELECT POSCORR ASSIGN TO DYNAMIC FILENAME-POSCORR
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FIXPARM.
       01 FIXPARM-RECORD.
           05 FP-TOLERANCE                         PIC 9(7).
           05 FP-WRITE-CORRECTED                   PIC X.
      *
      * POSFIX-RECORD IS THE SHARED POSITION FIX CARD (SEE
      * COPYBOOKS/FIXREC.CPY).
       FD POSFIX.
           COPY FIXREC.
      *
      * POSLOG-RECORD MATCHES THE LAYOUT STEERNAV WRITES FROM
      * 250-WRITE-POSITION-LOG - ONE RECORD PER COURSE COMMAND.
       FD POSLOG.
       01 POSLOG-RECORD.
           05 PL-RECORD-NUMBER              PIC 9(7).
           05 PL-CONTROL-WORD               PIC X(7).
           05 PL-AMOUNT                     PIC 9(3).
           05 PL-DEPTH           COMP-3     PIC S9(7).
           05 PL-LENGTH          COMP-3     PIC S9(7).
           05 PL-AIM             COMP-3     PIC S9(7).
           05 PL-BATTERY-LEFT    COMP-3     PIC S9(9).
           05 PL-ELAPSED-TIME    COMP-3     PIC S9(9).
      *
      * POSCORR-RECORD IS THE SAME LAYOUT AGAIN, SO EVERY READER OF A
      * POSITION LOG CAN READ THE CORRECTED ONE UNCHANGED.
       FD POSCORR.
       01 POSCORR-RECORD.
           05 PC-RECORD-NUMBER              PIC 9(7).
           05 PC-CONTROL-WORD               PIC X(7).
           05 PC-AMOUNT                     PIC 9(3).
           05 PC-DEPTH           COMP-3     PIC S9(7).
           05 PC-LENGTH          COMP-3     PIC S9(7).
           05 PC-AIM             COMP-3     PIC S9(7).
           05 PC-BATTERY-LEFT    COMP-3     PIC S9(9).
           05 PC-ELAPSED-TIME    COMP-3     PIC S9(9).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-WRITE-CORRECTED                   PIC X VALUE 'N'.
           05 SW-FIX-FOUND                         PIC X VALUE 'N'.
      *
      * FILENAME-POSLOG DEFAULTS TO THE MODE 2 POSITION LOG AND
      * FILENAME-POSFIX TO "POSFIX" (BOTH SUFFIXED FOR A HULL OTHER
      * THAN SUB1), OVERRIDDEN BY POSLOGIN AND POSFIXIN. THE
      * CORRECTED LOG IS THE POSITION LOG'S NAME WITH ".FIXED" ADDED,
      * OVERRIDDEN BY POSFIXOUT.
       01 FILE-NAMES.
           05 FILENAME-POSLOG                      PIC X(100)
                                                VALUE "STEER2POS".
           05 FILENAME-POSFIX                      PIC X(100)
                                                VALUE "POSFIX".
           05 FILENAME-POSCORR                     PIC X(100)
                                                VALUE SPACE.
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
       01 WS-HULL-ID                               PIC X(4)
                                                VALUE "SUB1".
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
      *
      * THE FIX FILE IS HELD IN THIS TABLE SO THE POSITION LOG CAN BE
      * WALKED ONCE AGAINST IT - THE SAME WHOLE-FILE TABLE SHAPE
      * CPACHK USES FOR ITS FIRST LOG. A STEP FIXED TWICE KEEPS THE
      * LATER CARD.
       01 FIX-TABLE.
           05 WS-FIX-COUNT                         PIC 9(5) VALUE ZERO.
           05 FT-ENTRY OCCURS 2000 TIMES.
               10 FT-RECORD-NUMBER                 PIC 9(7).
               10 FT-LENGTH                        PIC 9(7).
               10 FT-DEPTH                         PIC 9(7).
               10 FT-SOURCE                        PIC X(10).
               10 FT-MATCHED                       PIC X.
       01 WS-FIX-MAX                               PIC 9(5) VALUE 2000.
       01 WS-FIX-IX                                PIC 9(5) VALUE ZERO.
       01 WS-FIX-HIT                               PIC 9(5) VALUE ZERO.
       01 WS-FIND-RECORD                           PIC 9(7) VALUE ZERO.
      *
      * THE ERROR AT A FIX IS OBSERVED MINUS DEAD-RECKONED, LENGTH AND
      * DEPTH, AND ITS SIZE IS THE SUM OF THE TWO ABSOLUTE ERRORS - THE
      * SAME HAND-CHECKABLE MEASURE CPACHK USES FOR SEPARATION. THE
      * GROWTH IS THE ERROR PICKED UP SINCE THE LAST FIX (THE CHANGE
      * IN EACH ERROR, MEASURED THE SAME WAY) PER UNIT OF DEAD-RECKONED
      * DISTANCE RUN SINCE THE LAST FIX (OR SINCE THE START OF THE
      * COURSE FOR THE FIRST FIX).
       01 RECON-DATA.
           05 WS-TOLERANCE                         PIC 9(7) VALUE 50.
           05 WS-ERR-LENGTH                        PIC S9(8)
                                                   VALUE ZERO.
           05 WS-ERR-DEPTH                         PIC S9(8)
                                                   VALUE ZERO.
           05 WS-ERR-SIZE                          PIC 9(8) VALUE ZERO.
           05 WS-LAST-ERR-LENGTH                   PIC S9(8)
                                                   VALUE ZERO.
           05 WS-LAST-ERR-DEPTH                    PIC S9(8)
                                                   VALUE ZERO.
           05 WS-DRIFT-LENGTH                      PIC S9(8)
                                                   VALUE ZERO.
           05 WS-DRIFT-DEPTH                       PIC S9(8)
                                                   VALUE ZERO.
           05 WS-DRIFT-SIZE                        PIC 9(8) VALUE ZERO.
           05 WS-LAST-LENGTH                       PIC S9(8)
                                                   VALUE ZERO.
           05 WS-LAST-DEPTH                        PIC S9(8)
                                                   VALUE ZERO.
           05 WS-STEP-DIFF                         PIC S9(8)
                                                   VALUE ZERO.
           05 WS-DIST-RUN                          PIC 9(9) VALUE ZERO.
           05 WS-GROWTH                            PIC 9(5)V9(4)
                                                   VALUE ZERO.
           05 WS-MAX-ERR-SIZE                      PIC 9(8) VALUE ZERO.
           05 WS-MAX-ERR-RECORD                    PIC 9(7) VALUE ZERO.
           05 WS-MAX-GROWTH                        PIC 9(5)V9(4)
                                                   VALUE ZERO.
      *
      * THE OFFSET THE CORRECTED LOG CARRIES FROM THE LATEST FIX ON.
       01 CORRECTION-DATA.
           05 WS-OFFSET-LENGTH                     PIC S9(8)
                                                   VALUE ZERO.
           05 WS-OFFSET-DEPTH                      PIC S9(8)
                                                   VALUE ZERO.
      *
       01 CHECK-COUNTS.
           05 WS-STEP-COUNT                        PIC 9(7) VALUE ZERO.
           05 WS-CARDS-READ                        PIC 9(7) VALUE ZERO.
           05 WS-CARDS-REJECTED                    PIC 9(7) VALUE ZERO.
           05 WS-FIXES-MATCHED                     PIC 9(7) VALUE ZERO.
           05 WS-FIXES-UNMATCHED                   PIC 9(7) VALUE ZERO.
           05 WS-OUT-OF-TOLERANCE                  PIC 9(7) VALUE ZERO.
           05 WS-CORR-WRITTEN                      PIC 9(7) VALUE ZERO.
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY).
           COPY RPTFMTPM.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       01 RPT-COLUMN-HEAD.
           05 FILLER                               PIC X(54)
                 VALUE
               "    REC SOURCE       DR LEN  FIX LEN DR DEPTH FX DEPTH".
           05 FILLER                               PIC X(54)
                 VALUE
               "  LEN ERR  DEP ERR    ERROR DIST RUN     GROWTH REMARK".
           05 FILLER                               PIC X(24)
                                                   VALUE SPACE.
      *
       01 RPT-PARM-LINE.
           05 FILLER                               PIC X(14)
                                     VALUE "POSITION LOG  ".
           05 RP-FILE-NAME                         PIC X(30).
           05 FILLER                               PIC X(10)
                                     VALUE "FIX FILE  ".
           05 RP-FIX-NAME                          PIC X(30).
           05 FILLER                               PIC X(11)
                                     VALUE "TOLERANCE  ".
           05 RP-TOLERANCE                         PIC Z(6)9.
           05 FILLER                               PIC X(30)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-RECORD                            PIC Z(6)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-SOURCE                            PIC X(10).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-DR-LENGTH                         PIC Z(7)9-.
           05 RD-FIX-LENGTH                        PIC Z(7)9-.
           05 RD-DR-DEPTH                          PIC Z(7)9-.
           05 RD-FIX-DEPTH                         PIC Z(7)9-.
           05 RD-ERR-LENGTH                        PIC Z(7)9-.
           05 RD-ERR-DEPTH                         PIC Z(7)9-.
           05 RD-ERR-SIZE                          PIC Z(7)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-DIST-RUN                          PIC Z(7)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-GROWTH                            PIC Z(4)9.9999.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RD-REMARK                            PIC X(20).
           05 FILLER                               PIC X(10)
                                                   VALUE SPACE.
      *
      * A FIX WHOSE COURSE RECORD IS NOT ON THE POSITION LOG.
       01 RPT-UNMATCHED.
           05 RU-RECORD                            PIC Z(6)9.
           05 FILLER                               PIC X    VALUE SPACE.
           05 RU-SOURCE                            PIC X(10).
           05 FILLER                               PIC X(40)
                 VALUE " ** NO SUCH STEP ON THE POSITION LOG **".
           05 FILLER                               PIC X(74)
                                                   VALUE SPACE.
      *
       01 RPT-SUMMARY.
           05 RS-LABEL                             PIC X(30).
           05 RS-VALUE                             PIC Z(10)9.
           05 FILLER                               PIC X(91)
                                                   VALUE SPACE.
      *
       01 RPT-GROWTH-SUMMARY.
           05 RG-LABEL                             PIC X(30).
           05 RG-VALUE                             PIC Z(5)9.9999.
           05 FILLER                               PIC X(91)
                                                   VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-SETTINGS.
           PERFORM 020-READ-PARM-CARD.
           PERFORM 100-LOAD-FIXES.
           IF WS-FIX-COUNT IS EQUAL TO ZERO
               DISPLAY "**WARNING** NO USABLE FIXES ON "
                   FILENAME-POSFIX(1:30) " - NOTHING TO RECONCILE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-OPEN-REPORT.
           PERFORM 150-WALK-POSITION-LOG.
           PERFORM 400-REPORT-UNMATCHED.
           PERFORM 500-WRITE-SUMMARY.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT IS EQUAL TO ZERO
                   DISPLAY "**WARNING** POSITION LOG " FILENAME-POSLOG
                       (1:30) " IS EMPTY - NO RECONCILIATION POSSIBLE."
                   MOVE 4 TO RETURN-CODE
               WHEN WS-OUT-OF-TOLERANCE IS GREATER THAN ZERO
                   DISPLAY "**WARNING** " WS-OUT-OF-TOLERANCE
                       " FIX(ES) OUTSIDE TOLERANCE - SEE FIXRECONRPT."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ALL " WS-FIXES-MATCHED
                       " FIX(ES) WITHIN TOLERANCE."
           END-EVALUATE.
           IF WS-FIXES-UNMATCHED IS GREATER THAN ZERO
               DISPLAY "NOTE: " WS-FIXES-UNMATCHED " FIX(ES) NAME A "
                   "RECORD NOT ON THE POSITION LOG."
           END-IF.
           IF SW-WRITE-CORRECTED = 'Y' AND WS-STEP-COUNT > ZERO
               DISPLAY "CORRECTED POSITION LOG WRITTEN TO "
                   FILENAME-POSCORR(1:40)
               DISPLAY "  POINT POSLOGIN (POSCHART) OR POSLOGA/POSLOGB "
                   "(CPACHK) AT IT TO USE IT."
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-SETTINGS - HULL FIRST (THE RUN IS REFUSED FOR AN
      * UNREGISTERED OR RETIRED HULL), THEN THE DATASET NAMES.
      ******************************************************************
       010-GET-SETTINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
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
           IF WS-HULL-ID NOT EQUAL TO "SUB1"
               MOVE SPACE TO FILENAME-POSLOG
               STRING "STEER2POS." WS-HULL-ID DELIMITED BY SPACE
                   INTO FILENAME-POSLOG
               MOVE SPACE TO FILENAME-POSFIX
               STRING "POSFIX." WS-HULL-ID DELIMITED BY SPACE
                   INTO FILENAME-POSFIX
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "POSLOGIN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO FILENAME-POSLOG
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "POSFIXIN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO FILENAME-POSFIX
           END-IF.
           STRING FILENAME-POSLOG DELIMITED BY SPACE
               ".FIXED" DELIMITED BY SIZE
               INTO FILENAME-POSCORR.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "POSFIXOUT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO FILENAME-POSCORR
           END-IF.
      *
      ******************************************************************
      * 020-READ-PARM-CARD - TOLERANCE AND THE CORRECTED-LOG OPTION.
      * THE FIXCORR ENVIRONMENT VARIABLE (Y OR N) OVERRIDES THE CARD'S
      * OPTION FOR A ONE-OFF RUN.
      ******************************************************************
       020-READ-PARM-CARD.
           OPEN INPUT FIXPARM.
           READ FIXPARM NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF FP-TOLERANCE IS NUMERIC AND
                       FP-TOLERANCE IS GREATER THAN ZERO
                       MOVE FP-TOLERANCE TO WS-TOLERANCE
                   END-IF
                   IF FP-WRITE-CORRECTED = 'Y'
                       MOVE 'Y' TO SW-WRITE-CORRECTED
                   END-IF
           END-READ.
           CLOSE FIXPARM.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "FIXCORR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:1) = 'Y' OR WS-ENV-WORK(1:1) = 'N'
               MOVE WS-ENV-WORK(1:1) TO SW-WRITE-CORRECTED
           END-IF.
      *
      ******************************************************************
      * 100-LOAD-FIXES - EVERY USABLE FIX CARD INTO THE TABLE. A CARD
      * WITH A NON-NUMERIC OR ZERO RECORD NUMBER, OR A NON-NUMERIC
      * POSITION, IS REJECTED WITH A MESSAGE; A SECOND CARD FOR THE
      * SAME RECORD REPLACES THE FIRST.
      ******************************************************************
       100-LOAD-FIXES.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT POSFIX.
           PERFORM 110-LOAD-ONE-FIX UNTIL SW-EOF = 'Y'.
           CLOSE POSFIX.
      *
       110-LOAD-ONE-FIX.
           READ POSFIX NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 120-STORE-FIX
           END-READ.
      *
       120-STORE-FIX.
           IF FX-RECORD-NUMBER IS NOT NUMERIC OR
               FX-RECORD-NUMBER IS EQUAL TO ZERO OR
               FX-LENGTH IS NOT NUMERIC OR
               FX-DEPTH IS NOT NUMERIC
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "**FIXRECON** FIX CARD " WS-CARDS-READ
                   " REJECTED - RECORD, LENGTH AND DEPTH MUST BE "
                   "NUMERIC."
           ELSE
               MOVE FX-RECORD-NUMBER TO WS-FIND-RECORD
               PERFORM 200-FIND-FIX
               IF SW-FIX-FOUND = 'N'
                   IF WS-FIX-COUNT IS LESS THAN WS-FIX-MAX
                       ADD 1 TO WS-FIX-COUNT
                       MOVE WS-FIX-COUNT TO WS-FIX-HIT
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY "**FIXRECON** FIX TABLE FULL AT "
                           WS-FIX-MAX " - FIX CARD " WS-CARDS-READ
                           " IGNORED."
                       MOVE ZERO TO WS-FIX-HIT
                   END-IF
               END-IF
               IF WS-FIX-HIT IS GREATER THAN ZERO
                   MOVE FX-RECORD-NUMBER TO FT-RECORD-NUMBER
                       (WS-FIX-HIT)
                   MOVE FX-LENGTH TO FT-LENGTH(WS-FIX-HIT)
                   MOVE FX-DEPTH TO FT-DEPTH(WS-FIX-HIT)
                   MOVE FX-SOURCE TO FT-SOURCE(WS-FIX-HIT)
                   MOVE 'N' TO FT-MATCHED(WS-FIX-HIT)
               END-IF
           END-IF.
      *
      ******************************************************************
      * 200-FIND-FIX - LOOK UP WS-FIND-RECORD IN THE FIX TABLE.
      * SW-FIX-FOUND AND WS-FIX-HIT SAY WHETHER AND WHERE.
      ******************************************************************
       200-FIND-FIX.
           MOVE 'N' TO SW-FIX-FOUND.
           MOVE ZERO TO WS-FIX-HIT.
           PERFORM 210-MATCH-ONE-FIX
               VARYING WS-FIX-IX FROM 1 BY 1
               UNTIL WS-FIX-IX > WS-FIX-COUNT OR SW-FIX-FOUND = 'Y'.
      *
       210-MATCH-ONE-FIX.
           IF FT-RECORD-NUMBER(WS-FIX-IX) IS EQUAL TO WS-FIND-RECORD
               MOVE 'Y' TO SW-FIX-FOUND
               MOVE WS-FIX-IX TO WS-FIX-HIT
           END-IF.
      *
      ******************************************************************
      * 150-WALK-POSITION-LOG - ONE PASS OVER THE LOG. EVERY STEP RUNS
      * UP THE DEAD-RECKONED DISTANCE SINCE THE LAST FIX; A FIXED STEP
      * IS RECONCILED; AND, WHEN ASKED FOR, EVERY STEP IS WRITTEN TO
      * THE CORRECTED LOG CARRYING THE LATEST FIX'S OFFSET.
      ******************************************************************
       150-WALK-POSITION-LOG.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT POSLOG.
           IF SW-WRITE-CORRECTED = 'Y'
               OPEN OUTPUT POSCORR
           END-IF.
           PERFORM 160-READ-ONE-STEP UNTIL SW-EOF = 'Y'.
           CLOSE POSLOG.
           IF SW-WRITE-CORRECTED = 'Y'
               CLOSE POSCORR
           END-IF.
      *
       160-READ-ONE-STEP.
           READ POSLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-STEP-COUNT
                   PERFORM 170-ADD-DISTANCE-RUN
                   MOVE PL-RECORD-NUMBER TO WS-FIND-RECORD
                   PERFORM 200-FIND-FIX
                   IF SW-FIX-FOUND = 'Y'
                       PERFORM 250-RECONCILE-FIX
                   END-IF
                   IF SW-WRITE-CORRECTED = 'Y'
                       PERFORM 270-WRITE-CORRECTED-STEP
                   END-IF
           END-READ.
      *
      * THE DISTANCE RUN ON A STEP IS THE CHANGE IN LENGTH PLUS THE
      * CHANGE IN DEPTH, EACH TAKEN ABSOLUTE.
       170-ADD-DISTANCE-RUN.
           COMPUTE WS-STEP-DIFF = PL-LENGTH - WS-LAST-LENGTH.
           IF WS-STEP-DIFF IS LESS THAN ZERO
               COMPUTE WS-STEP-DIFF = 0 - WS-STEP-DIFF
           END-IF.
           ADD WS-STEP-DIFF TO WS-DIST-RUN.
           COMPUTE WS-STEP-DIFF = PL-DEPTH - WS-LAST-DEPTH.
           IF WS-STEP-DIFF IS LESS THAN ZERO
               COMPUTE WS-STEP-DIFF = 0 - WS-STEP-DIFF
           END-IF.
           ADD WS-STEP-DIFF TO WS-DIST-RUN.
           MOVE PL-LENGTH TO WS-LAST-LENGTH.
           MOVE PL-DEPTH TO WS-LAST-DEPTH.
      *
      ******************************************************************
      * 250-RECONCILE-FIX - ERROR, GROWTH SINCE THE LAST FIX, AND THE
      * TOLERANCE TEST FOR ONE FIX; THE FIX THEN BECOMES THE BASE THE
      * NEXT FIX'S GROWTH IS MEASURED FROM AND THE CORRECTED LOG IS
      * RE-BASED ON.
      ******************************************************************
       250-RECONCILE-FIX.
           ADD 1 TO WS-FIXES-MATCHED.
           MOVE 'Y' TO FT-MATCHED(WS-FIX-HIT).
           COMPUTE WS-ERR-LENGTH = FT-LENGTH(WS-FIX-HIT) - PL-LENGTH.
           COMPUTE WS-ERR-DEPTH = FT-DEPTH(WS-FIX-HIT) - PL-DEPTH.
           COMPUTE WS-DRIFT-LENGTH = WS-ERR-LENGTH - WS-LAST-ERR-LENGTH.
           COMPUTE WS-DRIFT-DEPTH = WS-ERR-DEPTH - WS-LAST-ERR-DEPTH.
           IF WS-ERR-LENGTH IS LESS THAN ZERO
               COMPUTE WS-ERR-SIZE = 0 - WS-ERR-LENGTH
           ELSE
               MOVE WS-ERR-LENGTH TO WS-ERR-SIZE
           END-IF.
           IF WS-ERR-DEPTH IS LESS THAN ZERO
               COMPUTE WS-ERR-SIZE = WS-ERR-SIZE - WS-ERR-DEPTH
           ELSE
               ADD WS-ERR-DEPTH TO WS-ERR-SIZE
           END-IF.
           IF WS-DRIFT-LENGTH IS LESS THAN ZERO
               COMPUTE WS-DRIFT-SIZE = 0 - WS-DRIFT-LENGTH
           ELSE
               MOVE WS-DRIFT-LENGTH TO WS-DRIFT-SIZE
           END-IF.
           IF WS-DRIFT-DEPTH IS LESS THAN ZERO
               COMPUTE WS-DRIFT-SIZE = WS-DRIFT-SIZE - WS-DRIFT-DEPTH
           ELSE
               ADD WS-DRIFT-DEPTH TO WS-DRIFT-SIZE
           END-IF.
           IF WS-DIST-RUN IS GREATER THAN ZERO
               COMPUTE WS-GROWTH ROUNDED =
                   WS-DRIFT-SIZE / WS-DIST-RUN
           ELSE
               MOVE ZERO TO WS-GROWTH
           END-IF.
           IF WS-ERR-SIZE IS GREATER THAN WS-MAX-ERR-SIZE
               MOVE WS-ERR-SIZE TO WS-MAX-ERR-SIZE
               MOVE PL-RECORD-NUMBER TO WS-MAX-ERR-RECORD
           END-IF.
           IF WS-GROWTH IS GREATER THAN WS-MAX-GROWTH
               MOVE WS-GROWTH TO WS-MAX-GROWTH
           END-IF.
           MOVE SPACE TO RD-REMARK.
           IF WS-ERR-SIZE IS GREATER THAN WS-TOLERANCE
               ADD 1 TO WS-OUT-OF-TOLERANCE
               MOVE "** OUT OF TOLERANCE" TO RD-REMARK
           END-IF.
           MOVE PL-RECORD-NUMBER TO RD-RECORD.
           MOVE FT-SOURCE(WS-FIX-HIT) TO RD-SOURCE.
           MOVE PL-LENGTH TO RD-DR-LENGTH.
           MOVE FT-LENGTH(WS-FIX-HIT) TO RD-FIX-LENGTH.
           MOVE PL-DEPTH TO RD-DR-DEPTH.
           MOVE FT-DEPTH(WS-FIX-HIT) TO RD-FIX-DEPTH.
           MOVE WS-ERR-LENGTH TO RD-ERR-LENGTH.
           MOVE WS-ERR-DEPTH TO RD-ERR-DEPTH.
           MOVE WS-ERR-SIZE TO RD-ERR-SIZE.
           MOVE WS-DIST-RUN TO RD-DIST-RUN.
           MOVE WS-GROWTH TO RD-GROWTH.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE WS-ERR-LENGTH TO WS-LAST-ERR-LENGTH.
           MOVE WS-ERR-DEPTH TO WS-LAST-ERR-DEPTH.
           MOVE WS-ERR-LENGTH TO WS-OFFSET-LENGTH.
           MOVE WS-ERR-DEPTH TO WS-OFFSET-DEPTH.
           MOVE ZERO TO WS-DIST-RUN.
      *
      ******************************************************************
      * 270-WRITE-CORRECTED-STEP - THE STEP AS LOGGED, WITH LENGTH AND
      * DEPTH MOVED BY THE LATEST FIX'S ERROR. STEPS BEFORE THE FIRST
      * FIX ARE COPIED UNCHANGED; A FIXED STEP COMES OUT AT THE FIX.
      ******************************************************************
       270-WRITE-CORRECTED-STEP.
           MOVE POSLOG-RECORD TO POSCORR-RECORD.
           COMPUTE PC-LENGTH = PL-LENGTH + WS-OFFSET-LENGTH.
           COMPUTE PC-DEPTH = PL-DEPTH + WS-OFFSET-DEPTH.
           WRITE POSCORR-RECORD.
           ADD 1 TO WS-CORR-WRITTEN.
      *
      ******************************************************************
      * 300-OPEN-REPORT - STANDARD HEADING THROUGH THE SHARED REPORT
      * LAYER, THEN ONE LINE NAMING THE LOG, THE FIX FILE AND THE
      * TOLERANCE IN FORCE.
      ******************************************************************
       300-OPEN-REPORT.
           MOVE 'O' TO RF-ACTION.
           MOVE "FIXRECONRPT" TO RF-REPORT-NAME.
           MOVE "FIXRECON" TO RF-PROGRAM.
           MOVE WS-HULL-ID TO RF-HULL-ID.
           MOVE WS-TODAY-DATE TO RF-RUN-DATE.
           MOVE "POSITION FIX RECONCILIATION" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           MOVE FILENAME-POSLOG TO RP-FILE-NAME.
           MOVE FILENAME-POSFIX TO RP-FIX-NAME.
           MOVE WS-TOLERANCE TO RP-TOLERANCE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-PARM-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 400-REPORT-UNMATCHED - ANY FIX WHOSE RECORD NEVER CAME UP ON
      * THE POSITION LOG (A MIS-KEYED RECORD NUMBER, OR THE WRONG LOG).
      ******************************************************************
       400-REPORT-UNMATCHED.
           PERFORM 410-CHECK-ONE-UNMATCHED
               VARYING WS-FIX-IX FROM 1 BY 1
               UNTIL WS-FIX-IX > WS-FIX-COUNT.
      *
       410-CHECK-ONE-UNMATCHED.
           IF FT-MATCHED(WS-FIX-IX) = 'N'
               ADD 1 TO WS-FIXES-UNMATCHED
               MOVE FT-RECORD-NUMBER(WS-FIX-IX) TO RU-RECORD
               MOVE FT-SOURCE(WS-FIX-IX) TO RU-SOURCE
               MOVE SPACE TO RF-LINE
               MOVE RPT-UNMATCHED TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           END-IF.
      *
       500-WRITE-SUMMARY.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE "STEPS ON POSITION LOG    ==> " TO RS-LABEL.
           MOVE WS-STEP-COUNT TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "FIX CARDS READ           ==> " TO RS-LABEL.
           MOVE WS-CARDS-READ TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "FIX CARDS REJECTED       ==> " TO RS-LABEL.
           MOVE WS-CARDS-REJECTED TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "FIXES RECONCILED         ==> " TO RS-LABEL.
           MOVE WS-FIXES-MATCHED TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "FIXES NOT ON THE LOG     ==> " TO RS-LABEL.
           MOVE WS-FIXES-UNMATCHED TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "FIXES OUT OF TOLERANCE   ==> " TO RS-LABEL.
           MOVE WS-OUT-OF-TOLERANCE TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "LARGEST ERROR            ==> " TO RS-LABEL.
           MOVE WS-MAX-ERR-SIZE TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "  AT RECORD              ==> " TO RS-LABEL.
           MOVE WS-MAX-ERR-RECORD TO RS-VALUE.
           PERFORM 510-WRITE-SUMMARY-LINE.
           MOVE "LARGEST GROWTH PER UNIT  ==> " TO RG-LABEL.
           MOVE WS-MAX-GROWTH TO RG-VALUE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-GROWTH-SUMMARY TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           IF SW-WRITE-CORRECTED = 'Y'
               MOVE "CORRECTED STEPS WRITTEN  ==> " TO RS-LABEL
               MOVE WS-CORR-WRITTEN TO RS-VALUE
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
