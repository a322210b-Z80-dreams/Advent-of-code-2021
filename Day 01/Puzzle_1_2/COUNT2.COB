      * FROM/TO SWEEP CARD BOTH READ CLEANLY WHATEVER THEIR LENGTH.
           SELECT OPTIONAL WINPARM ASSIGN TO "CNT2WIN"
           ORGANIZATION IS LINE SEQUENTIAL.
      * SONARCAL CARRIES ONE CALIBRATION CARD PER SENSOR HEAD: SENSOR
      * NUMBER AND A SIGNED OFFSET APPLIED TO EVERY READING FROM THAT
      * HEAD BEFORE THE COMPARE LOGIC RUNS. NO FILE MEANS NO
      * ALL THREE.
           SELECT OPTIONAL ADJFL ASSIGN TO "COUNT2ADJ"
           ORGANIZATION IS SEQUENTIAL.
      * CHKPT2 LETS A FAILED SWEEP PICK UP AFTER THE LAST SAVED
      * CHECKPOINT INSTEAD OF RE-READING THE WHOLE FEED, THE SAME
      * ARRANGEMENT STEERNAV'S CHKPT2 GIVES THE COURSE LOG.
           SELECT OPTIONAL CHKPT2 ASSIGN TO DYNAMIC FILENAME-C2CKPT
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * FOR AN OPTIONAL HDR OR TRL TAG - THE SAME SELF-DESCRIBING
      * WRAPPER SBMRCD1 ALREADY HONORS ON ITS OWN FEED. A DEPTH ROW
      * IS ALL DIGITS AND NEVER MATCHES EITHER TAG, SO AN UNWRAPPED
      * EXTRACT READS EXACTLY AS BEFORE. ON THE HDR RECORD
      * IC-UNITS-CODE DECLARES THE DEPTH UNIT OF EVERY READING IN THE
      * FEED (SEE COPYBOOKS/UNITSTAB.CPY); AN OLDER HEADER LEAVES IT
      * BLANK, WHICH MEANS METRES.
       01 INPUT-CTL-RECORD.
           05 IC-RECORD-TAG            PIC X(3).
           05 IC-RECORD-COUNT          PIC 9(7).
           05 IC-UNITS-CODE            PIC X(2).
           05 FILLER                   PIC X(9).

      * OUTFL2 ARCHIVES THE RUN'S RECORD COUNT AND FINAL INCREASE COUNT
      * SO OTHER PROGRAMS (AND OPERATIONS) HAVE SOMETHING TO READ BACK
      * CT-RECORD-COUNT/CT-DEPTH-SUM/CT-DEPTH-HIGH/CT-DEPTH-LOW LET
      * OPERATIONS RECONCILE THIS RUN AGAINST THE UPSTREAM SONAR
      * EXTRACT'S OWN MANIFEST OF RECORDS SENT.
      * CT-FEED-UNITS AND CT-UNITS-FACTOR RECORD THE UNIT THE FEED
      * ARRIVED IN AND THE FACTOR ITS READINGS WERE MULTIPLIED BY;
      * EVERY DEPTH FIGURE ON THE RECORD IS ALREADY IN METRES.
       FD CTLOUT2.
       01 CTLOUT-RESULT.
           05 CT-RECORD-COUNT          PIC 9(7).
           05 CT-DEPTH-SUM             PIC S9(12).
           05 CT-DEPTH-HIGH            PIC S9(5).
           05 CT-DEPTH-LOW             PIC S9(5).
           05 CT-FEED-UNITS            PIC X(2).
           05 CT-UNITS-FACTOR          PIC 9V9(4).

      * RECORDS WHOSE DEPTH IS NOT NUMERIC ARE LOGGED HERE INSTEAD OF
      * BEING MOVED INTO DD-DEPTH-1 AND SKEWING THE INCREASE COUNT.
      *    WITH SPACES HERE, WHICH COUNTS AS EFFECTIVE FROM THE
      *    BEGINNING OF TIME, SO EXISTING DECKS ARE UNAFFECTED.
           05 CB-EFFECTIVE-FROM        PIC X(10).
      *    A CARD STILL AWAITING SUPERVISOR APPROVAL (SEE CHGREQWR)
      *    CARRIES 'P' HERE AND IS NOT LOADED.
           05 CB-PENDING-FLAG          PIC X.
               88 CB-PENDING           VALUE 'P'.
           05 CB-REQUEST-NUMBER        PIC 9(6).

       FD SWPRPT.
       01 SWPRPT-RECORD                PIC X(80).
           05 AD-OLD-INCREASES         PIC 9(7).
           05 AD-NEW-INCREASES         PIC 9(7).

      * ONE CHECKPOINT RECORD: WHICH FEED AND HOW MANY OF ITS ROWS
      * (HEADER AND TRAILER INCLUDED) HAVE BEEN APPLIED, HOW MANY
      * ROWS EACH EXCEPTION FILE HAD BEEN GIVEN BY THEN, AND AN IMAGE
      * OF EVERY RUNNING-STATE GROUP - THE WINDOW SIZE AND SWEEP
      * TOTALS, THE WINDOW CONTENTS AND CONTROL TOTALS, THE PER-HEAD
      * COUNTERS AND THE FEED-QUALITY STATE. THE DEPTH-DATA IMAGE IS
      * SIZED FOR A FULL 20-WIDE WINDOW; THE OTHERS ARE SIZED TO
      * THEIR GROUPS EXACTLY AND MUST GROW WITH THEM.
       FD CHKPT2.
       01 CHKPT2-RECORD.
           05 CP2-FEED-NAME                PIC X(100).
           05 CP2-FEED-POSITION            PIC 9(9).
           05 CP2-REJ-ROWS                 PIC 9(9).
           05 CP2-FQ-ROWS                  PIC 9(9).
           05 CP2-WINDOW-PARMS             PIC X(4).
           05 CP2-SWEEP-DATA               PIC X(707).
           05 CP2-DEPTH-DATA               PIC X(171).
           05 CP2-SWITCHES                 PIC X(9).
           05 CP2-HDR-EXPECTED-COUNT       PIC 9(7).
           05 CP2-CTL-MISM-COUNT           PIC 9(5).
           05 CP2-SENSOR-DATA              PIC X(1396).
           05 CP2-FEED-QUALITY-DATA        PIC X(1453).

       WORKING-STORAGE SECTION.

                                        VALUE "COUNT2REJ".
           05 FILENAME-C2FQ                PIC X(100)
                                        VALUE "COUNT2FQRPT".
           05 FILENAME-C2CKPT              PIC X(100)
                                        VALUE "COUNT2CKPT".
           05 WS-ENV-WORK                  PIC X(100) VALUE SPACE.

      * WS-HULL-ID NAMES WHICH BOAT THIS RUN BELONGS TO. RESOLVED AT
       01 HULL-DATA.
           05 WS-HULL-ID                   PIC X(4) VALUE "SUB1".

      * THE DEPTH UNIT THE FEED DECLARES ON ITS HDR RECORD, THE UNIT
      * THE HULLMST REGISTRY CARRIES FOR THIS BOAT, AND THE FACTOR
      * EVERY READING IS MULTIPLIED BY TO BRING IT TO METRES, THE
      * SHOP'S STANDARD UNIT.
       01 UNITS-DATA.
           05 WS-FEED-UNITS                PIC X(2) VALUE SPACE.
           05 WS-HULL-UNITS                PIC X(2) VALUE SPACE.
           05 WS-UNITS-NAME                PIC X(11) VALUE SPACE.
           05 WS-UNITS-FACTOR              PIC 9V9(4) VALUE 1.
           05 WS-UT-IX                     PIC 9    VALUE ZERO.
           05 SW-UNITS-CONVERT             PIC X    VALUE 'N'.
           05 ED-UNITS-FACTOR              PIC 9.9999.

      * FEED-QUALITY STATE FOR THE EXTENDED LAYOUT: THE LAST OVERALL
      * TIMESTAMP (SEQUENCE AND GAP CHECKS) AND EACH HEAD'S LAST
      * TIMESTAMP (DUPLICATE CHECK). THE GAP LIMIT IN SECONDS COMES
           05 WS-FQ-THIS-SECONDS           PIC 9(7) VALUE ZERO.
           05 WS-FQ-GAP                    PIC 9(7) VALUE ZERO.

      * CHECKPOINT-DATA TRACKS HOW FAR INTO THE FEED THE RUN HAS GOT
      * AND HOW OFTEN TO SAVE A CHECKPOINT. THE INTERVAL COMES FROM
      * THE RUN-CONTROL KEYWORD CKPTINT WITH CNT2CKPT AS THE
      * ENVIRONMENT OVERRIDE; ZERO TURNS CHECKPOINTING OFF. THE
      * DEFAULT IS TEN TIMES STEERNAV'S, SINCE A SWEEP ROW COSTS FAR
      * LESS TO REPLAY THAN THIS CHECKPOINT RECORD COSTS TO WRITE.
      * THE -ROWS COUNTERS NUMBER THE ROWS HANDED TO EACH EXCEPTION
      * FILE; THE -ON-FILE COUNTS ARE THE ROWS A FAILED RUN HAD
      * ALREADY LEFT IN IT, SO A RESUMED RUN REPLAYING THE SAME
      * RECORDS DOES NOT WRITE THOSE ROWS A SECOND TIME.
       01 CHECKPOINT-DATA.
           05 CP-INTERVAL                  PIC 9(5) VALUE 10000.
           05 WS-FEED-POSITION             PIC 9(9) VALUE ZERO.
           05 WS-RECORDS-TO-SKIP           PIC 9(9) VALUE ZERO.
           05 WS-CP-QUOTIENT               PIC 9(9) VALUE ZERO.
           05 WS-CP-REMAINDER              PIC 9(5) VALUE ZERO.
           05 WS-RESTART-FOUND             PIC X    VALUE 'N'.
           05 WS-REJ-ROWS                  PIC 9(9) VALUE ZERO.
           05 WS-FQ-ROWS                   PIC 9(9) VALUE ZERO.
           05 WS-REJ-ON-FILE               PIC 9(9) VALUE ZERO.
           05 WS-FQ-ON-FILE                PIC 9(9) VALUE ZERO.

       01 FQ-HEADER.
           05 FILLER                       PIC X(34)
                 VALUE "FEED-QUALITY EXCEPTIONS REPORT    ".
      * COPYBOOKS/PROCREGP.CPY).
           COPY PROCREGP.

      * INGEN-PARM IS THE SHARED INPUT-GENERATION AREA (SEE
      * COPYBOOKS/INGENPM.CPY): A CLEAN RUN'S EXTRACT IS RETAINED AS A
      * DATED GENERATION, AND A RE-RUN DATE POINTS THE RUN BACK AT THE
      * GENERATION CATALOGED FOR THAT DATE AND HULL.
           COPY INGENPM.
       01 WS-RERUN-DATE                PIC X(10) VALUE SPACE.

      * FEEDQ-PARM IS THE SHARED FEED-QUALITY HISTORY AREA (SEE
      * COPYBOOKS/FEEDQPM.CPY). FILLED AND WRITTEN AT END OF RUN.
           COPY FEEDQPM.
           05 WS-RUN-SS                    PIC 99.
           05 WS-RUN-HS                    PIC 99.

      * THE TELEMETRY ROW AND THE RUN-LOG ROW ARE BUILT HERE AND
      * HANDED TO THE SHARED-DATASET WRITER, WHICH PUTS THEM DOWN (AND
      * JOURNALS THE TELEMETRY ROW) IN TURN WITH ANY OTHER LEG RUNNING
      * IN THE SAME WAVE.
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY).
           COPY TELEMREC.
      * RUNLOG-RECORD IS THE SHARED BATCH-RUN STATISTICS RECORD (SEE
      * COPYBOOKS/RUNLOG.CPY).
           COPY RUNLOG.
      * SHRDWR-PARM IS THE SHARED-DATASET WRITER AREA (SEE
      * COPYBOOKS/SHRDWRPM.CPY).
           COPY SHRDWRPM.

       01 PRINT-HEADER.
           05 FILLER                       PIC X(7)  VALUE "DEPTH  ".
           05 FILLER                       PIC X(6) VALUE SPACE.
           05 PA-INCREASES                 PIC X(7) VALUE SPACE.

      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.

      * UNITS-TABLE IS THE SHARED SONAR DEPTH-UNITS TABLE (SEE
      * COPYBOOKS/UNITSTAB.CPY).
           COPY UNITSTAB.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 002-CHECK-SUPPLEMENTARY.
           PERFORM 005-READ-WINDOW-PARM.
           PERFORM 007-LOAD-CALIBRATION.
           PERFORM 010-GET-FILE-NAMES.
           PERFORM 016-CHECK-RERUN.
           PERFORM 017-CHECK-FEED-UNITS.
           PERFORM 009-READ-GAP-LIMIT.
           PERFORM 014-READ-CHECKPOINT-INTERVAL.
           IF CP-INTERVAL IS GREATER THAN ZERO
               PERFORM 030-RESTART-CHECK
           END-IF.
           OPEN INPUT INPUTFL1.
           IF WS-RESTART-FOUND = 'Y'
               PERFORM 032-REOPEN-EXCEPTION-FILES
               PERFORM 038-SKIP-ONE-RECORD
                   UNTIL WS-RECORDS-TO-SKIP = ZERO OR SW-EOF = 'Y'
           ELSE
               OPEN OUTPUT REJFL1
               OPEN OUTPUT FQRPT
               MOVE WS-GAP-LIMIT TO FQH-GAP-LIMIT
               MOVE FQ-HEADER TO FQRPT-RECORD
               PERFORM 219-WRITE-FQ-ROW
           END-IF.
           DISPLAY PRINT-HEADER.
           PERFORM 100-READ-NEXT UNTIL SW-EOF = 'Y'.
           CLOSE INPUTFL1.
           CLOSE REJFL1.
           PERFORM 692-CLOSE-FEED-QUALITY.
           IF CP-INTERVAL IS GREATER THAN ZERO
               PERFORM 295-CLEAR-CHECKPOINT
           END-IF.
           PERFORM 020-CHECK-PROCESSED-INPUT.
           DISPLAY BLANK-LINE.
           DISPLAY "NUMBER OF INCREASES ==> " ED-INCREASES.
           PERFORM 780-WRITE-TELEMETRY.
           PERFORM 790-WRITE-RUN-LOG.
           PERFORM 792-WRITE-FEED-QUALITY.
           IF WS-HDR-SEEN = 'Y' AND WS-TRL-SEEN = 'N'
               DISPLAY "**WARNING** " FILENAME-CNT2IN
      -           " HAS A HEADER RECORD BUT NO TRAILER RECORD."
               MOVE 'Y' TO SW-CTL-MISMATCH
           END-IF.
      *    ONLY AN EXTRACT THAT PASSED ITS CONTROL TOTALS IS REGISTERED
      *    AND KEPT, SO A CORRECTED RE-SEND IS NOT REFUSED AS ALREADY
      *    PROCESSED.
           IF SW-CTL-MISMATCH = 'N' AND RETURN-CODE < 8
               PERFORM 795-REGISTER-INPUT
           END-IF.
           IF SW-CTL-MISMATCH = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
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
           MOVE HK-SONAR-UNITS TO WS-HULL-UNITS.

      ******************************************************************
      * 004-BUILD-OUTPUT-NAMES - A NON-DEFAULT HULL GETS ITS OWN
               MOVE SPACE TO FILENAME-C2FQ
               STRING "COUNT2FQRPT." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-C2FQ
               MOVE SPACE TO FILENAME-C2CKPT
               STRING "COUNT2CKPT." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-C2CKPT
           END-IF.
      *
      ******************************************************************
               NOT AT END
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE CO-DEPTH TO WS-SUPP-DEPTH
      *    A REPAIRED ROW IS KEYED IN THE FEED'S OWN UNIT AND
      *    IS BROUGHT TO METRES BY THE FACTOR THE MAIN RUN
      *    RECORDED ON THE CONTROL TOTAL.
                   IF CT-UNITS-FACTOR IS NUMERIC AND
                       CT-UNITS-FACTOR IS GREATER THAN ZERO
                       COMPUTE WS-SUPP-DEPTH ROUNDED =
                           CO-DEPTH * CT-UNITS-FACTOR
                   END-IF
                   ADD WS-SUPP-DEPTH TO CT-DEPTH-SUM
                   IF WS-SUPP-DEPTH IS GREATER THAN CT-DEPTH-HIGH
                       MOVE WS-SUPP-DEPTH TO CT-DEPTH-HIGH
               NOT AT END
                   IF CB-SENSOR-ID IS NUMERIC AND
                       CB-SENSOR-ID IS GREATER THAN ZERO AND
                       NOT CB-PENDING AND
                       WS-CAL-COUNT IS LESS THAN 200
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CB-SENSOR-ID
                   CONTINUE
           END-CALL.

      ******************************************************************
      * 016-CHECK-RERUN - A RE-RUN DATE (RUN-CONTROL KEYWORD RERUNDATE
      * OR THE RERUNDATE ENVIRONMENT VARIABLE, YYYY-MM-DD) POINTS THE
      * RUN AT THE CNT2IN GENERATION CATALOGED FOR THAT DATE AND
      * THIS HULL INSTEAD OF TONIGHT'S EXTRACT. NO SUCH GENERATION
      * REFUSES THE RUN RATHER THAN PROCESS THE WRONG DAY'S DATA.
      ******************************************************************
       016-CHECK-RERUN.
           MOVE SPACE TO WS-ENV-WORK.
           MOVE "COUNT2" TO RC-PROGRAM.
           MOVE "RERUNDATE" TO RC-KEYWORD.
           PERFORM 015-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N'
               MOVE RC-VALUE TO WS-ENV-WORK
           END-IF.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "RERUNDATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-ENV-WORK(1:10) TO WS-RERUN-DATE.
           IF WS-RERUN-DATE NOT EQUAL TO SPACE
               MOVE "COUNT2" TO IG-PROGRAM
               MOVE "CNT2IN" TO IG-FEED
               MOVE WS-HULL-ID TO IG-HULL-ID
               MOVE WS-RERUN-DATE TO IG-RUN-DATE
               MOVE 'N' TO IG-FOUND
               CALL "INGENGT" USING INGEN-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF IG-FOUND = 'Y'
                   MOVE IG-GEN-NAME TO FILENAME-CNT2IN
                   DISPLAY "RE-RUN OF " WS-RERUN-DATE " - READING "
                       "CATALOGED INPUT " IG-GEN-NAME(1:40)
               ELSE
                   DISPLAY "**REFUSED** NO " IG-FEED " INPUT CATALOGED "
                       "FOR " WS-HULL-ID " ON " WS-RERUN-DATE "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * 020-CHECK-PROCESSED-INPUT - AFTER THE READ PASS, BEFORE ANY
      * RUN RESULTS ARE WRITTEN: REFUSE (OR, UNDER THE PROCREGOVR
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF PR-FOUND = 'Y' AND WS-RERUN-DATE NOT EQUAL TO SPACE
               DISPLAY "RE-RUN OF A CATALOGED INPUT FIRST PROCESSED ON "
                   PR-MATCH-DATE " - ALREADY-PROCESSED CHECK WAIVED."
               MOVE 'N' TO PR-FOUND
           END-IF.
           IF PR-FOUND = 'Y'
               MOVE SPACE TO WS-ENV-WORK
               ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PROCREGOVR"
               DISPLAY "**WARNING** THIS INPUT'S CONTENT FINGERPRINT "
      -            "MATCHES A FEED ALREADY PROCESSED ON " PR-MATCH-DATE
           END-IF.
           PERFORM 796-RETAIN-INPUT.

      ******************************************************************
      * 796-RETAIN-INPUT - COPY THIS CLEAN RUN'S EXTRACT TO A DATED
      * GENERATION AND CATALOG IT UNDER THE COUNT AND FINGERPRINT JUST
      * REGISTERED. A RE-RUN IS ALREADY READING A GENERATION AND
      * RETAINS NOTHING; A MISSING ROUTINE COSTS ONLY THE COPY.
      ******************************************************************
       796-RETAIN-INPUT.
           IF WS-RERUN-DATE IS EQUAL TO SPACE
               MOVE "COUNT2" TO IG-PROGRAM
               MOVE "CNT2IN" TO IG-FEED
               MOVE WS-HULL-ID TO IG-HULL-ID
               MOVE FILENAME-CNT2IN TO IG-FILE-NAME
               MOVE 'L' TO IG-ORGANIZATION
               MOVE 21 TO IG-RECORD-LENGTH
               MOVE DD-RECORD-COUNT TO IG-RECORD-COUNT
               MOVE DD-DEPTH-SUM TO IG-FINGERPRINT
               MOVE SPACE TO IG-RUN-DATE
               CALL "INGENWR" USING INGEN-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

      ******************************************************************
      * 017-CHECK-FEED-UNITS - THE FEED'S HDR RECORD DECLARES THE
      * DEPTH UNIT ITS READINGS ARE IN. A FEED WITH NO HEADER, OR AN
      * OLDER HEADER WITH THE CODE BLANK, IS IN METRES. AN UNKNOWN
      * CODE, OR A UNIT OTHER THAN THE ONE THE HULLMST REGISTRY
      * CARRIES FOR THIS BOAT, IS REFUSED BEFORE ANYTHING IS COUNTED
      * OR WRITTEN - A FEED IN FEET ADDED TO ONE IN METRES WOULD
      * POISON EVERY FIGURE DOWNSTREAM. WITH AN EMPTY REGISTRY THERE
      * IS NOTHING TO MATCH AGAINST AND ONLY THE CODE IS CHECKED.
      ******************************************************************
       017-CHECK-FEED-UNITS.
           MOVE SPACE TO WS-FEED-UNITS.
           OPEN INPUT INPUTFL1.
           READ INPUTFL1 NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF IC-RECORD-TAG IS EQUAL TO "HDR"
                       MOVE IC-UNITS-CODE TO WS-FEED-UNITS
                   END-IF
           END-READ.
           CLOSE INPUTFL1.
           IF WS-FEED-UNITS IS EQUAL TO SPACE
               MOVE "MT" TO WS-FEED-UNITS
           END-IF.
           IF WS-HULL-UNITS IS EQUAL TO SPACE
               MOVE "MT" TO WS-HULL-UNITS
           END-IF.
           MOVE ZERO TO WS-UNITS-FACTOR.
           PERFORM 018-MATCH-ONE-UNIT
               VARYING WS-UT-IX FROM 1 BY 1
               UNTIL WS-UT-IX > UT-ENTRY-COUNT.
           IF WS-UNITS-FACTOR IS EQUAL TO ZERO
               DISPLAY "**REFUSED** INPUT " FILENAME-CNT2IN(1:40)
                   " DECLARES UNKNOWN DEPTH UNITS '" WS-FEED-UNITS
                   "'."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF HK-RESULT NOT EQUAL TO 'E' AND
               WS-FEED-UNITS NOT EQUAL TO WS-HULL-UNITS
               DISPLAY "**REFUSED** INPUT " FILENAME-CNT2IN(1:40)
                   " IS IN " WS-UNITS-NAME " BUT HULLMST HAS "
                   WS-HULL-ID " EXPORTING " WS-HULL-UNITS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-UNITS-FACTOR TO ED-UNITS-FACTOR.
           IF WS-UNITS-FACTOR NOT EQUAL TO 1
               MOVE 'Y' TO SW-UNITS-CONVERT
               DISPLAY "FEED DEPTHS ARE IN " WS-UNITS-NAME
                   " - CONVERTED TO METRES AT " ED-UNITS-FACTOR "."
           END-IF.

       018-MATCH-ONE-UNIT.
           IF UT-CODE(WS-UT-IX) IS EQUAL TO WS-FEED-UNITS
               MOVE UT-FACTOR(WS-UT-IX) TO WS-UNITS-FACTOR
               MOVE UT-NAME(WS-UT-IX) TO WS-UNITS-NAME
           END-IF.

      ******************************************************************
      * 030-RESTART-CHECK - IF A PRIOR RUN AGAINST THIS SAME FEED
      * FAILED AFTER SAVING A CHECKPOINT, RELOAD EVERY RUNNING-STATE
      * GROUP FROM IT SO 038-SKIP-ONE-RECORD KNOWS HOW FAR TO
      * FAST-FORWARD BEFORE PROCESSING RESUMES. THE WINDOW SIZE AND
      * SWEEP RANGE COME BACK WITH THE WINDOW CONTENTS, SO A CHANGED
      * WINDOW CARD CANNOT RESIZE THE TABLE HALF WAY THROUGH THE FEED.
      * A CHECKPOINT LEFT BEHIND BY A DIFFERENT FEED IS NOT APPLIED.
      ******************************************************************
       030-RESTART-CHECK.
           OPEN INPUT CHKPT2.
           READ CHKPT2 NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF CP2-FEED-NAME IS EQUAL TO FILENAME-CNT2IN
                       PERFORM 031-RESTORE-CHECKPOINT
                   ELSE
                       DISPLAY "**WARNING** CHECKPOINT BELONGS TO "
                           CP2-FEED-NAME(1:40)
                       DISPLAY "**WARNING** NOT RESUMED - READING "
                           FILENAME-CNT2IN(1:40) " FROM THE START."
                   END-IF
           END-READ.
           CLOSE CHKPT2.
      *
      * WINDOW-PARMS GOES BACK FIRST: IT HOLDS THE DEPENDING-ON COUNT
      * THAT SIZES DD-DEPTH-TABLE, SO IT MUST BE RIGHT BEFORE THE
      * DEPTH-DATA IMAGE IS MOVED IN.
       031-RESTORE-CHECKPOINT.
           MOVE 'Y' TO WS-RESTART-FOUND.
           MOVE CP2-FEED-POSITION TO WS-FEED-POSITION.
           MOVE CP2-FEED-POSITION TO WS-RECORDS-TO-SKIP.
           MOVE CP2-REJ-ROWS TO WS-REJ-ROWS.
           MOVE CP2-FQ-ROWS TO WS-FQ-ROWS.
           MOVE CP2-WINDOW-PARMS TO WINDOW-PARMS.
           MOVE CP2-SWEEP-DATA TO SWEEP-DATA.
           MOVE CP2-DEPTH-DATA TO DEPTH-DATA.
           MOVE CP2-SWITCHES TO SWITCHES.
           MOVE CP2-HDR-EXPECTED-COUNT TO WS-HDR-EXPECTED-COUNT.
           MOVE CP2-CTL-MISM-COUNT TO WS-CTL-MISM-COUNT.
           MOVE CP2-SENSOR-DATA TO SENSOR-DATA.
           MOVE CP2-FEED-QUALITY-DATA TO FEED-QUALITY-DATA.
           MOVE DD-INCREASES TO ED-INCREASES.
           DISPLAY "RESUMING FROM CHECKPOINT AT RECORD "
      -        WS-FEED-POSITION.
      *
      ******************************************************************
      * 032-REOPEN-EXCEPTION-FILES - ON A RESUMED RUN THE EXCEPTION
      * FILES ALREADY HOLD THE FAILED RUN'S ROWS. COUNT WHAT IS
      * THERE, THEN REOPEN EACH FOR EXTEND SO THE RUN CARRIES ON
      * WHERE IT LEFT OFF. FEWER ROWS THAN THE CHECKPOINT RECORDED
      * MEANS THE FILE WAS TAMPERED WITH OR LOST SINCE, AND IS
      * FLAGGED - ITS MISSING ROWS CANNOT BE RECREATED FROM HERE.
      ******************************************************************
       032-REOPEN-EXCEPTION-FILES.
           OPEN INPUT REJFL1.
           PERFORM 033-COUNT-REJECT-ROW UNTIL SW-EOF = 'Y'.
           CLOSE REJFL1.
           MOVE 'N' TO SW-EOF.
           OPEN EXTEND REJFL1.
           IF WS-REJ-ON-FILE IS LESS THAN WS-REJ-ROWS
               DISPLAY "**WARNING** " FILENAME-C2REJ(1:40)
                   " IS SHORT OF ITS CHECKPOINTED ROWS."
           END-IF.
           OPEN INPUT FQRPT.
           PERFORM 034-COUNT-FQ-ROW UNTIL SW-EOF = 'Y'.
           CLOSE FQRPT.
           MOVE 'N' TO SW-EOF.
           OPEN EXTEND FQRPT.
           IF WS-FQ-ON-FILE IS LESS THAN WS-FQ-ROWS
               DISPLAY "**WARNING** " FILENAME-C2FQ(1:40)
                   " IS SHORT OF ITS CHECKPOINTED ROWS."
           END-IF.
      *
       033-COUNT-REJECT-ROW.
           READ REJFL1 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-REJ-ON-FILE
           END-READ.
      *
       034-COUNT-FQ-ROW.
           READ FQRPT NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-FQ-ON-FILE
           END-READ.
      *
      ******************************************************************
      * 038-SKIP-ONE-RECORD - FAST-FORWARD ONE FEED ROW THE FAILED RUN
      * HAD ALREADY APPLIED. ITS EFFECT IS IN THE RESTORED GROUPS AND
      * MUST NOT BE APPLIED A SECOND TIME.
      ******************************************************************
       038-SKIP-ONE-RECORD.
           READ INPUTFL1 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   SUBTRACT 1 FROM WS-RECORDS-TO-SKIP
           END-READ.

       100-READ-NEXT.
           READ INPUTFL1 NEXT
               AT END MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-FEED-POSITION
                   PERFORM 200-COMPARE
                   IF CP-INTERVAL IS GREATER THAN ZERO
                       DIVIDE WS-FEED-POSITION BY CP-INTERVAL
                           GIVING WS-CP-QUOTIENT
                           REMAINDER WS-CP-REMAINDER
                       IF WS-CP-REMAINDER = ZERO
                           PERFORM 290-WRITE-CHECKPOINT
                       END-IF
                   END-IF
           END-READ.

       200-COMPARE.
           IF IC-RECORD-TAG IS EQUAL TO "HDR" AND
                   MOVE 'N' TO SW-INPUT-VALID
               END-IF
           END-IF.
      *    THE READING IS BROUGHT TO METRES BEFORE ANYTHING ELSE
      *    TOUCHES IT, SO THE CALIBRATION OFFSETS (AND THE DEPTH-BAND
      *    CORRECTIONS), ALL KEPT IN METRES, APPLY UNCHANGED.
           IF SW-INPUT-VALID = 'Y' AND SW-UNITS-CONVERT = 'Y'
               PERFORM 211-CONVERT-UNITS
           END-IF.
           IF SW-INPUT-VALID = 'Y' AND WS-SENSOR-ID IS GREATER THAN ZERO
               PERFORM 212-FIND-CAL-OFFSET
               ADD WS-ACTIVE-OFFSET TO WS-DEPTH-NEW
               END-IF
           END-IF.

      ******************************************************************
      * 211-CONVERT-UNITS - ONE READING FROM THE FEED'S DECLARED UNIT
      * TO METRES, ROUNDED TO THE WHOLE METRE. A READING TOO DEEP TO
      * HOLD ONCE CONVERTED IS REJECTED LIKE ANY OTHER BAD ROW.
      ******************************************************************
       211-CONVERT-UNITS.
           COMPUTE WS-DEPTH-NEW ROUNDED = WS-DEPTH-NEW * WS-UNITS-FACTOR
               ON SIZE ERROR
                   MOVE 'N' TO SW-INPUT-VALID
           END-COMPUTE.
      *
      ******************************************************************
      * 212-FIND-CAL-OFFSET - PICK THE CALIBRATION CARD IN EFFECT ON
      * THE READING'S OWN TIMESTAMP DATE: THE LATEST CAL-EFF-FROM AT
           MOVE DD-RECORD-COUNT TO FQD-RECORD.
           MOVE WS-SENSOR-ID TO FQD-SENSOR.
           MOVE IX-TIMESTAMP TO FQD-TIMESTAMP.
           MOVE FQ-DETAIL TO FQRPT-RECORD.
           PERFORM 219-WRITE-FQ-ROW.
      *
       219-WRITE-FQ-ROW.
           ADD 1 TO WS-FQ-ROWS.
           IF WS-FQ-ROWS IS GREATER THAN WS-FQ-ON-FILE
               WRITE FQRPT-RECORD
           END-IF.
      *
      ******************************************************************
      * 009-READ-GAP-LIMIT - THE ALLOWED INTERVAL BETWEEN CONSECUTIVE
           END-IF.
      *
      ******************************************************************
      * 014-READ-CHECKPOINT-INTERVAL - HOW MANY FEED ROWS BETWEEN
      * CHECKPOINTS: RUN-CONTROL KEYWORD CKPTINT, CNT2CKPT AS THE
      * ENVIRONMENT OVERRIDE. NEITHER SET LEAVES THE 10000 DEFAULT;
      * ZERO TURNS CHECKPOINTING (AND RESTART) OFF FOR THE RUN.
      ******************************************************************
       014-READ-CHECKPOINT-INTERVAL.
           MOVE "COUNT2" TO RC-PROGRAM.
           MOVE "CKPTINT" TO RC-KEYWORD.
           PERFORM 015-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:5) IS NUMERIC
               MOVE RC-VALUE(1:5) TO CP-INTERVAL
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CNT2CKPT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:5) IS NUMERIC
               MOVE WS-ENV-WORK(1:5) TO CP-INTERVAL
           END-IF.
      *
      ******************************************************************
      * 692-CLOSE-FEED-QUALITY - THE EXCEPTION TOTALS UNDER THE
      * DETAIL LINES, SO A TRUNCATED OR CLEAN REPORT IS OBVIOUS AT A
      * GLANCE.
       692-CLOSE-FEED-QUALITY.
           MOVE "OUT-OF-ORDER TIMESTAMPS  ==> " TO FQS-LABEL.
           MOVE WS-SEQ-ERR-COUNT TO FQS-VALUE.
           MOVE FQ-SUMMARY TO FQRPT-RECORD.
           PERFORM 219-WRITE-FQ-ROW.
           MOVE "FEED GAPS OVER THE LIMIT ==> " TO FQS-LABEL.
           MOVE WS-GAP-COUNT TO FQS-VALUE.
           MOVE FQ-SUMMARY TO FQRPT-RECORD.
           PERFORM 219-WRITE-FQ-ROW.
           MOVE "DUPLICATES DROPPED       ==> " TO FQS-LABEL.
           MOVE WS-DUP-COUNT TO FQS-VALUE.
           MOVE FQ-SUMMARY TO FQRPT-RECORD.
           PERFORM 219-WRITE-FQ-ROW.
           CLOSE FQRPT.
           IF WS-DUP-COUNT IS GREATER THAN ZERO
               DISPLAY "FEED QUALITY: " WS-DUP-COUNT
           ADD 1 TO DD-REJECT-COUNT.
           MOVE DD-RECORD-COUNT TO RJ-RECORD-NUMBER.
           MOVE INPUTFL TO RJ-RAW-DATA.
           PERFORM 251-WRITE-REJECT-ROW.
           DISPLAY "**REJECTED** RECORD " DD-RECORD-COUNT
      -         " NON-NUMERIC DEPTH ==> " INPFL-DEPTH.
      *
      ******************************************************************
      * 251-WRITE-REJECT-ROW AND 219-WRITE-FQ-ROW - EVERY EXCEPTION-
      * FILE ROW IS NUMBERED AS IT IS HANDED OVER. ON A RESUMED RUN THE
      * ROWS THE FAILED RUN HAD ALREADY WRITTEN PAST ITS LAST
      * CHECKPOINT COME ROUND AGAIN AS THE SAME RECORDS ARE REPLAYED,
      * AND ARE NOT WRITTEN TWICE.
      ******************************************************************
       251-WRITE-REJECT-ROW.
           ADD 1 TO WS-REJ-ROWS.
           IF WS-REJ-ROWS IS GREATER THAN WS-REJ-ON-FILE
               WRITE REJFL-RECORD
           END-IF.

      *    THE WINDOW TOTAL IS A RUNNING SUM - THE READING ABOUT TO
      *    AGE OUT OF THE LAST SLOT IS SUBTRACTED AND THE NEW READING
           MOVE DD-DEPTH-TABLE(WS-WINDOW-SUBS - 1)
               TO DD-DEPTH-TABLE(WS-WINDOW-SUBS).

      ******************************************************************
      * 290-WRITE-CHECKPOINT - SAVE THE FEED POSITION AND EVERY
      * RUNNING-STATE GROUP EVERY CP-INTERVAL FEED ROWS SO A FAILURE
      * LATER IN THE SWEEP ONLY COSTS REPLAYING BACK TO HERE. THE
      * EXCEPTION FILES ARE CLOSED AND REOPENED FIRST SO EVERY ROW
      * THE CHECKPOINT COUNTS IS SAFELY ON DISK BEFORE IT IS SAVED.
      ******************************************************************
       290-WRITE-CHECKPOINT.
           CLOSE REJFL1.
           OPEN EXTEND REJFL1.
           CLOSE FQRPT.
           OPEN EXTEND FQRPT.
           OPEN OUTPUT CHKPT2.
           MOVE FILENAME-CNT2IN TO CP2-FEED-NAME.
           MOVE WS-FEED-POSITION TO CP2-FEED-POSITION.
           MOVE WS-REJ-ROWS TO CP2-REJ-ROWS.
           MOVE WS-FQ-ROWS TO CP2-FQ-ROWS.
           MOVE WINDOW-PARMS TO CP2-WINDOW-PARMS.
           MOVE SWEEP-DATA TO CP2-SWEEP-DATA.
           MOVE DEPTH-DATA TO CP2-DEPTH-DATA.
           MOVE SWITCHES TO CP2-SWITCHES.
           MOVE WS-HDR-EXPECTED-COUNT TO CP2-HDR-EXPECTED-COUNT.
           MOVE WS-CTL-MISM-COUNT TO CP2-CTL-MISM-COUNT.
           MOVE SENSOR-DATA TO CP2-SENSOR-DATA.
           MOVE FEED-QUALITY-DATA TO CP2-FEED-QUALITY-DATA.
           WRITE CHKPT2-RECORD.
           CLOSE CHKPT2.
      *
      ******************************************************************
      * 295-CLEAR-CHECKPOINT - ONCE THE WHOLE FEED HAS BEEN READ AND
      * THE EXCEPTION FILES CLOSED THE CHECKPOINT IS NO LONGER NEEDED,
      * SO THE FILE IS EMPTIED AND THE NEXT RUN STARTS FROM RECORD ONE.
      ******************************************************************
       295-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHKPT2.
           CLOSE CHKPT2.

      ******************************************************************
      * 680-DISPLAY-SENSOR-COUNTS - WHEN ANY EXTENDED ROW WAS SEEN,
      * BREAK THE READING AND INCREASE COUNTS DOWN BY SENSOR HEAD
           MOVE DD-DEPTH-SUM TO CT-DEPTH-SUM.
           MOVE DD-DEPTH-HIGH TO CT-DEPTH-HIGH.
           MOVE DD-DEPTH-LOW TO CT-DEPTH-LOW.
           MOVE WS-FEED-UNITS TO CT-FEED-UNITS.
           MOVE WS-UNITS-FACTOR TO CT-UNITS-FACTOR.
           WRITE CTLOUT-RESULT.
           CLOSE CTLOUT2.

      * AND DIAGNOSTIC RESULTS FROM THE SAME DAY'S RUN.
      ******************************************************************
       780-WRITE-TELEMETRY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "COUNT2" TO TL-PROGRAM-NAME.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
           MOVE ZERO TO TL-DIAG-EPSILON.
           MOVE ZERO TO TL-DIAG-O2.
           MOVE ZERO TO TL-DIAG-CO2.
      *    THE WRITER CAPTURES THE BEFORE IMAGE OF THE ROW THIS WRITE
      *    REPLACES AND JOURNALS BOTH IMAGES.
           MOVE 'T' TO SWP-ACTION.
           MOVE TL-PROGRAM-NAME TO SWP-PROGRAM.
           MOVE TELEM-RECORD TO SWP-RECORD.
           PERFORM 785-CALL-SHARED-WRITER.

      ******************************************************************
      * 785-CALL-SHARED-WRITER - HAND A BUILT TELEMETRY OR RUN-LOG
      * ROW TO THE SHARED-DATASET WRITER (SHRDWR), WHICH TAKES ITS TURN
      * AT THE FILE UNDER THE SHARED-DATASET LOCK AND JOURNALS A
      * TELEMETRY ROW WITH BOTH IMAGES FOR THE REBUILD UTILITY.
      ******************************************************************
       785-CALL-SHARED-WRITER.
           CALL "SHRDWR" USING SHRDWR-PARM
               ON EXCEPTION
                   DISPLAY "**WARNING** SHRDWR NOT AVAILABLE - "
                       "SHARED-DATASET ROW NOT WRITTEN."
           END-CALL.

      ******************************************************************
      * 790-WRITE-RUN-LOG - APPEND A ONE-LINE RUN SUMMARY TO THE
      * SHARED BATCH-RUN STATISTICS LOG.
      ******************************************************************
       790-WRITE-RUN-LOG.
           MOVE "COUNT2" TO RL-PROGRAM-NAME.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO RL-RUN-DATE.
           MOVE DD-RECORD-COUNT TO RL-RECORDS-READ.
           MOVE DD-REJECT-COUNT TO RL-RECORDS-REJECTED.
           MOVE WS-HULL-ID TO RL-HULL-ID.
           MOVE 'L' TO SWP-ACTION.
           MOVE RL-PROGRAM-NAME TO SWP-PROGRAM.
           MOVE RUNLOG-RECORD TO SWP-RECORD.
           PERFORM 785-CALL-SHARED-WRITER.

      ******************************************************************
      * 999-WRITE-ABEND - CUT THE SHOP'S COMMON ABEND DIAGNOSTIC
