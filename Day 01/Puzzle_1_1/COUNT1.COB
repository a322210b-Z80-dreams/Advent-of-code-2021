           ORGANIZATION IS SEQUENTIAL.
           SELECT REJFL1 ASSIGN TO DYNAMIC FILENAME-C1REJ
           ORGANIZATION IS SEQUENTIAL.
      * SONARCAL CARRIES ONE CALIBRATION CARD PER SENSOR HEAD: SENSOR
      * NUMBER AND A SIGNED OFFSET APPLIED TO EVERY READING FROM THAT
      * HEAD BEFORE THE COMPARE LOGIC RUNS. NO FILE MEANS NO
      * HAS A HISTORY TO WORK FROM.
           SELECT OPTIONAL SENSHIST ASSIGN TO "SENSHIST"
           ORGANIZATION IS SEQUENTIAL.
      * SPIKEFL IS THE SUSPECT-PING FILE, WRITTEN ONLY IN DESPIKING
      * MODE: ONE ROW PER READING HELD BACK BECAUSE IT JUMPED AWAY
      * FROM BOTH ITS NEIGHBOURS BY MORE THAN THE CONFIGURED LIMIT,
      * WITH THE TWO NEIGHBOURS BESIDE IT SO THE CALL CAN BE CHECKED.
           SELECT SPIKEFL ASSIGN TO DYNAMIC FILENAME-C1SPK
           ORGANIZATION IS SEQUENTIAL.
      * DISAGFL IS THE HEAD-DISAGREEMENT FILE, WRITTEN ONLY IN
      * CONSENSUS MODE: ONE ROW PER HEAD WHOSE READING SAT MORE THAN
      * THE CONFIGURED TOLERANCE AWAY FROM THE AGREED (MEDIAN) DEPTH
      * FOR ITS TIMESTAMP - THE PER-PING DRIFT SENSMON'S DAILY
      * AVERAGES CANNOT SEE.
           SELECT DISAGFL ASSIGN TO DYNAMIC FILENAME-C1DIS
           ORGANIZATION IS SEQUENTIAL.
      * CHKPT1 LETS A FAILED SWEEP PICK UP AFTER THE LAST SAVED
      * CHECKPOINT INSTEAD OF RE-READING THE WHOLE FEED, THE SAME
      * ARRANGEMENT STEERNAV'S CHKPT2 GIVES THE COURSE LOG.
           SELECT OPTIONAL CHKPT1 ASSIGN TO DYNAMIC FILENAME-C1CKPT
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

       FD OUTFL1.
      * SIZED FOR SEVEN-DIGIT VOLUMES - THE LONG-RANGE SWEEPS PUSH
      * THE SUM BEFORE THE VELOCITY-PROFILE CORRECTION, SO THE
      * CORRECTED-MINUS-RAW DIFFERENCE SHOWS EXACTLY HOW MUCH
      * CORRECTION THE RUN APPLIED.
      * CT-FEED-UNITS AND CT-UNITS-FACTOR RECORD THE UNIT THE FEED
      * ARRIVED IN AND THE FACTOR ITS READINGS WERE MULTIPLIED BY;
      * EVERY DEPTH FIGURE ON THE RECORD IS ALREADY IN METRES.
       FD CTLOUT1.
       01 CTLOUT-RESULT.
           05 CT-RECORD-COUNT          PIC 9(7).
           05 CT-DEPTH-HIGH            PIC S9(5).
           05 CT-DEPTH-LOW             PIC S9(5).
           05 CT-RAW-DEPTH-SUM         PIC S9(12).
           05 CT-FEED-UNITS            PIC X(2).
           05 CT-UNITS-FACTOR          PIC 9V9(4).

      * RECORDS WHOSE DEPTH IS NOT NUMERIC ARE LOGGED HERE INSTEAD OF
      * BEING MOVED INTO DD-DEPTH AND SKEWING THE INCREASE COUNT.
      *    WITH SPACES HERE, WHICH COUNTS AS EFFECTIVE FROM THE
      *    BEGINNING OF TIME, SO EXISTING DECKS ARE UNAFFECTED.
           05 CB-EFFECTIVE-FROM        PIC X(10).
      *    A CARD STILL AWAITING SUPERVISOR APPROVAL (SEE CHGREQWR)
      *    CARRIES 'P' HERE AND IS NOT LOADED.
           05 CB-PENDING-FLAG          PIC X.
               88 CB-PENDING           VALUE 'P'.
           05 CB-REQUEST-NUMBER        PIC 9(6).

      * ONE VELOCITY-PROFILE CARD PER DEPTH BAND. THE ADJUSTMENT IS
      * SIGNED AND SEPARATE (E.G. 00000000001999+005) SO THE CARDS
           05 AD-OLD-INCREASES         PIC 9(7).
           05 AD-NEW-INCREASES         PIC 9(7).

      * SENSHIST-RECORD IS THE PER-HEAD DAILY STATISTICS RECORD (SEE
      * COPYBOOKS/SENSHREC.CPY).
       FD SENSHIST.
       FD FQRPT.
       01 FQRPT-RECORD                 PIC X(80).

      * ONE HELD-BACK READING. SP-DEPTH IS THE CORRECTED READING AS
      * IT WOULD HAVE BEEN COUNTED; SP-PREV-DEPTH IS THE LAST READING
      * COUNTED BEFORE IT AND SP-NEXT-DEPTH THE READING AFTER IT.
       FD SPIKEFL.
       01 SPIKEFL-RECORD.
           05 SP-RECORD-NUMBER         PIC 9(7).
           05 SP-SENSOR-ID             PIC 9(2).
           05 SP-TIMESTAMP             PIC X(14).
           05 SP-DEPTH                 PIC S9(5).
           05 SP-PREV-DEPTH            PIC S9(5).
           05 SP-NEXT-DEPTH            PIC S9(5).
           05 SP-SPIKE-LIMIT           PIC 9(5).

      * ONE DISAGREEING HEAD. DG-CONSENSUS IS THE MEDIAN OF ALL THE
      * HEADS THAT PINGED AT DG-TIMESTAMP AND DG-HEAD-COUNT HOW MANY
      * THERE WERE.
       FD DISAGFL.
       01 DISAGFL-RECORD.
           05 DG-TIMESTAMP             PIC X(14).
           05 DG-SENSOR-ID             PIC 9(2).
           05 DG-RECORD-NUMBER         PIC 9(7).
           05 DG-DEPTH                 PIC S9(5).
           05 DG-CONSENSUS             PIC S9(5).
           05 DG-DEVIATION             PIC S9(5).
           05 DG-HEAD-COUNT            PIC 9(2).
           05 DG-TOLERANCE             PIC 9(5).

      * BANDHIST-RECORD IS THE DEPTH-BAND PROFILE HISTORY RECORD (SEE
      * COPYBOOKS/BANDHREC.CPY).
       FD BANDHIST.
           COPY BANDHREC.

      * ONE CHECKPOINT RECORD: WHICH FEED AND HOW MANY OF ITS ROWS
      * (HEADER AND TRAILER INCLUDED) HAVE BEEN APPLIED, HOW MANY
      * ROWS EACH EXCEPTION FILE HAD BEEN GIVEN BY THEN, AND AN IMAGE
      * OF EVERY RUNNING-STATE GROUP - TOTALS, TOP-INCREASES TABLE,
      * PER-HEAD COUNTERS, HISTOGRAM, FEED-QUALITY, DESPIKING AND
      * CONSENSUS STATE. EACH IMAGE IS SIZED TO ITS GROUP EXACTLY;
      * A GROUP THAT GROWS MUST GROW ITS IMAGE HERE WITH IT.
       FD CHKPT1.
       01 CHKPT1-RECORD.
           05 CP1-FEED-NAME            PIC X(100).
           05 CP1-FEED-POSITION        PIC 9(9).
           05 CP1-REJ-ROWS             PIC 9(9).
           05 CP1-FQ-ROWS              PIC 9(9).
           05 CP1-SPK-ROWS             PIC 9(9).
           05 CP1-DIS-ROWS             PIC 9(9).
           05 CP1-DEPTH-DATA           PIC X(65).
           05 CP1-TOP-INCREASES        PIC X(75).
           05 CP1-SWITCHES             PIC X(9).
           05 CP1-HDR-EXPECTED-COUNT   PIC 9(7).
           05 CP1-CTL-MISM-COUNT       PIC 9(5).
           05 CP1-SENSOR-DATA          PIC X(2579).
           05 CP1-HISTOGRAM-DATA       PIC X(777).
           05 CP1-FEED-QUALITY-DATA    PIC X(1453).
           05 CP1-DESPIKE-DATA         PIC X(131).
           05 CP1-CONSENSUS-DATA       PIC X(2005).

       WORKING-STORAGE SECTION.

       01 DEPTH-DATA.
                                        VALUE "COUNT1REJ".
           05 FILENAME-C1FQ                PIC X(100)
                                        VALUE "COUNT1FQRPT".
           05 FILENAME-C1SPK               PIC X(100)
                                        VALUE "COUNT1SPK".
           05 FILENAME-C1DIS               PIC X(100)
                                        VALUE "COUNT1DIS".
           05 FILENAME-C1CKPT              PIC X(100)
                                        VALUE "COUNT1CKPT".
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

      * DESPIKING STATE. WS-SPIKE-LIMIT COMES FROM THE RUN-CONTROL
      * KEYWORD SPIKELIM WITH CNT1SPIKE AS THE ENVIRONMENT OVERRIDE;
      * ZERO (THE DEFAULT) LEAVES THE MODE OFF AND EVERY READING IS
      * COUNTED THE MOMENT IT IS READ, AS BEFORE. WITH THE MODE ON,
      * EACH ACCEPTED READING WAITS IN THE PENDING SLOT UNTIL THE
      * NEXT ONE ARRIVES, SINCE A SPIKE CAN ONLY BE CALLED ONCE BOTH
      * NEIGHBOURS ARE KNOWN. THE RAW INCREASE COUNT IS KEPT OVER
      * EVERY ACCEPTED READING SO THE RUN CAN SHOW HOW MUCH THE
      * FILTER CHANGED THE ANSWER.
       01 DESPIKE-DATA.
           05 WS-SPIKE-LIMIT               PIC 9(5) VALUE ZERO.
           05 SW-DESPIKE-MODE              PIC X    VALUE 'N'.
           05 SW-PEND-HELD                 PIC X    VALUE 'N'.
           05 SW-LEFT-SEEN                 PIC X    VALUE 'N'.
           05 WS-SPIKE-COUNT               PIC 9(7) VALUE ZERO.
           05 WS-RAW-INCREASES             PIC 9(7) VALUE ZERO.
           05 WS-RAW-DEPTH-P               PIC S9(5) VALUE 99999.
           05 WS-LEFT-JUMP                 PIC S9(6) VALUE ZERO.
           05 WS-RIGHT-JUMP                PIC S9(6) VALUE ZERO.
      *    THE DEPTH BEFORE THE VELOCITY-PROFILE CORRECTION, CARRIED
      *    WITH THE READING SO THE RAW CONTROL SUM IS POSTED WHEN THE
      *    READING ITSELF IS.
           05 WS-PRE-VEL-DEPTH             PIC S9(5) VALUE ZERO.
           05 PEND-DEPTH                   PIC S9(5) VALUE ZERO.
           05 PEND-PRE-VEL-DEPTH           PIC S9(5) VALUE ZERO.
           05 PEND-SENSOR-ID               PIC 9(2)  VALUE ZERO.
           05 PEND-RECORD-NUMBER           PIC 9(7)  VALUE ZERO.
           05 PEND-TIMESTAMP               PIC X(14) VALUE SPACE.
           05 CUR-DEPTH                    PIC S9(5) VALUE ZERO.
           05 CUR-PRE-VEL-DEPTH            PIC S9(5) VALUE ZERO.
           05 CUR-SENSOR-ID                PIC 9(2)  VALUE ZERO.
           05 CUR-RECORD-NUMBER            PIC 9(7)  VALUE ZERO.
           05 CUR-TIMESTAMP                PIC X(14) VALUE SPACE.
      *    THE RECORD NUMBER AND TIMESTAMP OF THE READING BEING
      *    PASSED ON FOR COUNTING - THE ROW JUST READ, OR A WHOLE
      *    TIMESTAMP'S HEADS WHEN A CONSENSUS IS PASSED ON.
           05 WS-POST-RECORD               PIC 9(7)  VALUE ZERO.
           05 WS-POST-TIMESTAMP            PIC X(14) VALUE SPACE.

      * CONSENSUS STATE. WS-CONS-TOLERANCE COMES FROM THE RUN-CONTROL
      * KEYWORD CONSTOL WITH CNT1CONS AS THE ENVIRONMENT OVERRIDE;
      * ZERO (THE DEFAULT) LEAVES THE MODE OFF AND EVERY HEAD'S PING
      * IS COUNTED AS ITS OWN READING, AS BEFORE. WITH THE MODE ON,
      * THE EXTENDED ROWS SHARING ONE TIMESTAMP ARE GATHERED IN THE
      * GROUP TABLE (ONE SLOT PER HEAD - THE DUPLICATE CHECK ALREADY
      * KEEPS A HEAD FROM PINGING TWICE AT ONE TIMESTAMP) AND THEIR
      * MEDIAN IS COUNTED AS THE SINGLE DEPTH FOR THAT MOMENT.
       01 CONSENSUS-DATA.
           05 WS-CONS-TOLERANCE            PIC 9(5) VALUE ZERO.
           05 SW-CONSENSUS-MODE            PIC X    VALUE 'N'.
           05 WS-GRP-COUNT                 PIC 9(2) VALUE ZERO.
           05 WS-GRP-TIMESTAMP             PIC X(14) VALUE SPACE.
           05 WS-GRP-RECORD                PIC 9(7) VALUE ZERO.
           05 WS-GRP-IX                    PIC 9(2) VALUE ZERO.
           05 WS-GRP-JX                    PIC 9(2) VALUE ZERO.
           05 WS-GRP-MID                   PIC 9(2) VALUE ZERO.
           05 WS-GRP-SWAPPED               PIC X    VALUE 'N'.
           05 WS-CONSENSUS-DEPTH           PIC S9(5) VALUE ZERO.
           05 WS-CONSENSUS-PRE-VEL         PIC S9(5) VALUE ZERO.
           05 WS-CONS-DEVIATION            PIC S9(5) VALUE ZERO.
           05 WS-CONS-GROUPS               PIC 9(7) VALUE ZERO.
           05 WS-CONS-MERGED               PIC 9(7) VALUE ZERO.
           05 WS-DISAGREE-COUNT            PIC 9(7) VALUE ZERO.
           05 GRP-ENTRY                    OCCURS 99 TIMES.
               10 GRP-DEPTH                PIC S9(5).
               10 GRP-PRE-VEL-DEPTH        PIC S9(5).
               10 GRP-SENSOR-ID            PIC 9(2).
               10 GRP-RECORD-NUMBER        PIC 9(7).
           05 GRP-SWAP-ENTRY.
               10 GRP-SWAP-DEPTH           PIC S9(5).
               10 GRP-SWAP-PRE-VEL         PIC S9(5).
               10 GRP-SWAP-SENSOR          PIC 9(2).
               10 GRP-SWAP-RECORD          PIC 9(7).
      *    THE ROW JUST READ, SET ASIDE WHILE THE GROUP IT ENDED IS
      *    RESOLVED AND PASSED ON.
           05 HOLD-DEPTH                   PIC S9(5) VALUE ZERO.
           05 HOLD-PRE-VEL-DEPTH           PIC S9(5) VALUE ZERO.
           05 HOLD-SENSOR-ID               PIC 9(2)  VALUE ZERO.
           05 HOLD-RECORD                  PIC 9(7)  VALUE ZERO.
           05 HOLD-TIMESTAMP               PIC X(14) VALUE SPACE.

      * CHECKPOINT-DATA TRACKS HOW FAR INTO THE FEED THE RUN HAS GOT
      * AND HOW OFTEN TO SAVE A CHECKPOINT. THE INTERVAL COMES FROM
      * THE RUN-CONTROL KEYWORD CKPTINT WITH CNT1CKPT AS THE
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
           05 WS-SPK-ROWS                  PIC 9(9) VALUE ZERO.
           05 WS-DIS-ROWS                  PIC 9(9) VALUE ZERO.
           05 WS-REJ-ON-FILE               PIC 9(9) VALUE ZERO.
           05 WS-FQ-ON-FILE                PIC 9(9) VALUE ZERO.
           05 WS-SPK-ON-FILE               PIC 9(9) VALUE ZERO.
           05 WS-DIS-ON-FILE               PIC 9(9) VALUE ZERO.

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

      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.

      * UNITS-TABLE IS THE SHARED SONAR DEPTH-UNITS TABLE (SEE
      * COPYBOOKS/UNITSTAB.CPY).
           COPY UNITSTAB.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
               STOP RUN
           END-IF.
           PERFORM 010-GET-FILE-NAMES.
           PERFORM 016-CHECK-RERUN.
           PERFORM 017-CHECK-FEED-UNITS.
           PERFORM 005-LOAD-CALIBRATION.
           PERFORM 008-LOAD-VELOCITY-PROFILE.
           PERFORM 007-READ-BAND-PARM.
           PERFORM 009-READ-GAP-LIMIT.
           PERFORM 012-READ-SPIKE-LIMIT.
           PERFORM 013-READ-CONSENSUS-TOLERANCE.
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
               IF SW-DESPIKE-MODE = 'Y'
                   OPEN OUTPUT SPIKEFL
               END-IF
               IF SW-CONSENSUS-MODE = 'Y'
                   OPEN OUTPUT DISAGFL
               END-IF
               MOVE WS-GAP-LIMIT TO FQH-GAP-LIMIT
               MOVE FQ-HEADER TO FQRPT-RECORD
               PERFORM 219-WRITE-FQ-ROW
           END-IF.
           PERFORM 100-READ-NEXT UNTIL SW-EOF = 'Y'.
           CLOSE INPUTFL1.
           CLOSE REJFL1.
           IF SW-CONSENSUS-MODE = 'Y'
               PERFORM 278-FLUSH-CONSENSUS
               CLOSE DISAGFL
           END-IF.
           IF SW-DESPIKE-MODE = 'Y'
               PERFORM 248-FLUSH-PENDING-PING
               CLOSE SPIKEFL
           END-IF.
           PERFORM 690-CLOSE-FEED-QUALITY.
           IF CP-INTERVAL IS GREATER THAN ZERO
               PERFORM 295-CLEAR-CHECKPOINT
           END-IF.
           PERFORM 020-CHECK-PROCESSED-INPUT.
           MOVE DD-INCREASES TO ED-INCREASES.
           DISPLAY "NUMBER OF INCREASES ==> " ED-INCREASES.
           IF SW-DESPIKE-MODE = 'Y'
               MOVE WS-RAW-INCREASES TO ED-INCREASES
               DISPLAY "RAW INCREASES BEFORE DESPIKING ==> "
                   ED-INCREASES
               DISPLAY "SUSPECT PINGS HELD BACK (LIMIT " WS-SPIKE-LIMIT
                   ") ==> " WS-SPIKE-COUNT
           END-IF.
           IF SW-CONSENSUS-MODE = 'Y'
               DISPLAY "CONSENSUS READINGS COUNTED ==> " WS-CONS-GROUPS
                   " FROM " WS-CONS-MERGED " HEAD PING(S)"
               DISPLAY "HEAD DISAGREEMENTS (TOLERANCE "
                   WS-CONS-TOLERANCE ") ==> " WS-DISAGREE-COUNT
           END-IF.
           DISPLAY "NUMBER OF REJECTED RECORDS ==> " DD-REJECT-COUNT.
           PERFORM 650-DISPLAY-TOP-INCREASES.
           PERFORM 660-DISPLAY-SENSOR-COUNTS.
           PERFORM 780-WRITE-TELEMETRY.
           PERFORM 790-WRITE-RUN-LOG.
           PERFORM 792-WRITE-FEED-QUALITY.
           IF WS-HDR-SEEN = 'Y' AND WS-TRL-SEEN = 'N'
               DISPLAY "**WARNING** " FILENAME-CNT1IN
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
               IF DD-REJECT-COUNT IS GREATER THAN ZERO OR
                   WS-SEQ-ERR-COUNT IS GREATER THAN ZERO OR
                   WS-GAP-COUNT IS GREATER THAN ZERO OR
                   WS-DUP-COUNT IS GREATER THAN ZERO OR
                   WS-SPIKE-COUNT IS GREATER THAN ZERO OR
                   WS-DISAGREE-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
                   CONTINUE
           END-CALL.

      ******************************************************************
      * 016-CHECK-RERUN - A RE-RUN DATE (RUN-CONTROL KEYWORD RERUNDATE
      * OR THE RERUNDATE ENVIRONMENT VARIABLE, YYYY-MM-DD) POINTS THE
      * RUN AT THE CNT1IN GENERATION CATALOGED FOR THAT DATE AND
      * THIS HULL INSTEAD OF TONIGHT'S EXTRACT. NO SUCH GENERATION
      * REFUSES THE RUN RATHER THAN PROCESS THE WRONG DAY'S DATA.
      ******************************************************************
       016-CHECK-RERUN.
           MOVE SPACE TO WS-ENV-WORK.
           MOVE "COUNT1" TO RC-PROGRAM.
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
               MOVE "COUNT1" TO IG-PROGRAM
               MOVE "CNT1IN" TO IG-FEED
               MOVE WS-HULL-ID TO IG-HULL-ID
               MOVE WS-RERUN-DATE TO IG-RUN-DATE
               MOVE 'N' TO IG-FOUND
               CALL "INGENGT" USING INGEN-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF IG-FOUND = 'Y'
                   MOVE IG-GEN-NAME TO FILENAME-CNT1IN
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
               DISPLAY "**REFUSED** INPUT " FILENAME-CNT1IN(1:40)
                   " DECLARES UNKNOWN DEPTH UNITS '" WS-FEED-UNITS
                   "'."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF HK-RESULT NOT EQUAL TO 'E' AND
               WS-FEED-UNITS NOT EQUAL TO WS-HULL-UNITS
               DISPLAY "**REFUSED** INPUT " FILENAME-CNT1IN(1:40)
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
      * FAST-FORWARD BEFORE PROCESSING RESUMES. THE RESTORED GROUPS
      * CARRY THE FAILED RUN'S OWN LIMITS AND MODES AS WELL, SO THE
      * REPLAY CANNOT CHANGE THE RULES HALF WAY THROUGH THE FEED. A
      * CHECKPOINT LEFT BEHIND BY A DIFFERENT FEED IS NOT APPLIED.
      ******************************************************************
       030-RESTART-CHECK.
           OPEN INPUT CHKPT1.
           READ CHKPT1 NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF CP1-FEED-NAME IS EQUAL TO FILENAME-CNT1IN
                       PERFORM 031-RESTORE-CHECKPOINT
                   ELSE
                       DISPLAY "**WARNING** CHECKPOINT BELONGS TO "
                           CP1-FEED-NAME(1:40)
                       DISPLAY "**WARNING** NOT RESUMED - READING "
                           FILENAME-CNT1IN(1:40) " FROM THE START."
                   END-IF
           END-READ.
           CLOSE CHKPT1.
      *
       031-RESTORE-CHECKPOINT.
           MOVE 'Y' TO WS-RESTART-FOUND.
           MOVE CP1-FEED-POSITION TO WS-FEED-POSITION.
           MOVE CP1-FEED-POSITION TO WS-RECORDS-TO-SKIP.
           MOVE CP1-REJ-ROWS TO WS-REJ-ROWS.
           MOVE CP1-FQ-ROWS TO WS-FQ-ROWS.
           MOVE CP1-SPK-ROWS TO WS-SPK-ROWS.
           MOVE CP1-DIS-ROWS TO WS-DIS-ROWS.
           MOVE CP1-DEPTH-DATA TO DEPTH-DATA.
           MOVE CP1-TOP-INCREASES TO TOP-INCREASES.
           MOVE CP1-SWITCHES TO SWITCHES.
           MOVE CP1-HDR-EXPECTED-COUNT TO WS-HDR-EXPECTED-COUNT.
           MOVE CP1-CTL-MISM-COUNT TO WS-CTL-MISM-COUNT.
           MOVE CP1-SENSOR-DATA TO SENSOR-DATA.
           MOVE CP1-HISTOGRAM-DATA TO HISTOGRAM-DATA.
           MOVE CP1-FEED-QUALITY-DATA TO FEED-QUALITY-DATA.
           MOVE CP1-DESPIKE-DATA TO DESPIKE-DATA.
           MOVE CP1-CONSENSUS-DATA TO CONSENSUS-DATA.
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
               DISPLAY "**WARNING** " FILENAME-C1REJ(1:40)
                   " IS SHORT OF ITS CHECKPOINTED ROWS."
           END-IF.
           OPEN INPUT FQRPT.
           PERFORM 034-COUNT-FQ-ROW UNTIL SW-EOF = 'Y'.
           CLOSE FQRPT.
           MOVE 'N' TO SW-EOF.
           OPEN EXTEND FQRPT.
           IF WS-FQ-ON-FILE IS LESS THAN WS-FQ-ROWS
               DISPLAY "**WARNING** " FILENAME-C1FQ(1:40)
                   " IS SHORT OF ITS CHECKPOINTED ROWS."
           END-IF.
           IF SW-DESPIKE-MODE = 'Y'
               OPEN INPUT SPIKEFL
               PERFORM 035-COUNT-SPIKE-ROW UNTIL SW-EOF = 'Y'
               CLOSE SPIKEFL
               MOVE 'N' TO SW-EOF
               OPEN EXTEND SPIKEFL
               IF WS-SPK-ON-FILE IS LESS THAN WS-SPK-ROWS
                   DISPLAY "**WARNING** " FILENAME-C1SPK(1:40)
                       " IS SHORT OF ITS CHECKPOINTED ROWS."
               END-IF
           END-IF.
           IF SW-CONSENSUS-MODE = 'Y'
               OPEN INPUT DISAGFL
               PERFORM 036-COUNT-DISAGREE-ROW UNTIL SW-EOF = 'Y'
               CLOSE DISAGFL
               MOVE 'N' TO SW-EOF
               OPEN EXTEND DISAGFL
               IF WS-DIS-ON-FILE IS LESS THAN WS-DIS-ROWS
                   DISPLAY "**WARNING** " FILENAME-C1DIS(1:40)
                       " IS SHORT OF ITS CHECKPOINTED ROWS."
               END-IF
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
       035-COUNT-SPIKE-ROW.
           READ SPIKEFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-SPK-ON-FILE
           END-READ.
      *
       036-COUNT-DISAGREE-ROW.
           READ DISAGFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-DIS-ON-FILE
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
           IF SW-DUP-RECORD = 'Y'
               CONTINUE
           ELSE
               MOVE DD-RECORD-COUNT TO WS-POST-RECORD
               IF WS-SENSOR-ID IS GREATER THAN ZERO
                   MOVE IX-TIMESTAMP TO WS-POST-TIMESTAMP
               ELSE
                   MOVE SPACE TO WS-POST-TIMESTAMP
               END-IF
               IF SW-CONSENSUS-MODE = 'Y'
                   PERFORM 270-COLLECT-CONSENSUS
               ELSE
                   PERFORM 235-PASS-READING
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * 235-PASS-READING - HAND ONE ACCEPTED READING ON FOR COUNTING,
      * THROUGH THE SPIKE SCREEN WHEN DESPIKING IS ON.
      ******************************************************************
       235-PASS-READING.
           IF SW-DESPIKE-MODE = 'Y'
               PERFORM 240-SCREEN-FOR-SPIKE
           ELSE
               PERFORM 230-POST-READING
           END-IF.

      ******************************************************************
      * 230-POST-READING - COUNT ONE ACCEPTED READING: CONTROL SUMS,
      * PER-HEAD FIGURES, HISTOGRAM, HIGH/LOW AND THE INCREASE TEST
      * AGAINST THE LAST READING COUNTED. DD-DEPTH, WS-SENSOR-ID AND
      * WS-PRE-VEL-DEPTH DESCRIBE THE READING BEING POSTED.
      ******************************************************************
       230-POST-READING.
           ADD WS-PRE-VEL-DEPTH TO DD-RAW-DEPTH-SUM.
           IF WS-SENSOR-ID IS GREATER THAN ZERO
               ADD 1 TO WS-SEN-READ(WS-SENSOR-ID)
               ADD DD-DEPTH TO WS-SEN-DSUM(WS-SENSOR-ID)
           END-IF.
           MOVE DD-DEPTH TO ED-DEPTH.
           ADD DD-DEPTH TO DD-DEPTH-SUM.
           PERFORM 220-POST-HISTOGRAM.
           IF DD-DEPTH IS GREATER THAN DD-DEPTH-HIGH
               MOVE DD-DEPTH TO DD-DEPTH-HIGH
           END-IF.
           IF DD-DEPTH IS LESS THAN DD-DEPTH-LOW
               MOVE DD-DEPTH TO DD-DEPTH-LOW
           END-IF.

           IF DD-DEPTH IS GREATER THAN DD-DEPTH-P
               MOVE 'Y' TO SW-DEPTH-INC
               ADD 1 TO DD-INCREASES
               IF WS-SENSOR-ID IS GREATER THAN ZERO
                   ADD 1 TO WS-SEN-INC(WS-SENSOR-ID)
               END-IF
               DISPLAY ED-DEPTH " ==> INCREASED, "
      -         "NUMBER OF INCREASES ARE " DD-INCREASES
               PERFORM 260-TRACK-TOP-INCREASE

           ELSE
               DISPLAY ED-DEPTH " ==> DECREASED"
           END-IF.

           MOVE DD-DEPTH TO DD-DEPTH-P.
           MOVE 'N' TO SW-DEPTH-INC.
           MOVE 'Y' TO SW-LEFT-SEEN.

      ******************************************************************
      * 240-SCREEN-FOR-SPIKE - DESPIKING MODE. THE NEW READING IS THE
      * RIGHT-HAND NEIGHBOUR THE PENDING READING WAS WAITING FOR, SO
      * THE PENDING ONE IS JUDGED NOW AND THE NEW ONE TAKES ITS PLACE
      * IN THE SLOT. THE RAW INCREASE COUNT SEES EVERY READING.
      ******************************************************************
       240-SCREEN-FOR-SPIKE.
           IF DD-DEPTH IS GREATER THAN WS-RAW-DEPTH-P
               ADD 1 TO WS-RAW-INCREASES
           END-IF.
           MOVE DD-DEPTH TO WS-RAW-DEPTH-P.
           MOVE DD-DEPTH TO CUR-DEPTH.
           MOVE WS-PRE-VEL-DEPTH TO CUR-PRE-VEL-DEPTH.
           MOVE WS-SENSOR-ID TO CUR-SENSOR-ID.
           MOVE WS-POST-RECORD TO CUR-RECORD-NUMBER.
           MOVE WS-POST-TIMESTAMP TO CUR-TIMESTAMP.
           IF SW-PEND-HELD = 'Y'
               PERFORM 242-JUDGE-PENDING-PING
           END-IF.
           MOVE CUR-DEPTH TO PEND-DEPTH.
           MOVE CUR-PRE-VEL-DEPTH TO PEND-PRE-VEL-DEPTH.
           MOVE CUR-SENSOR-ID TO PEND-SENSOR-ID.
           MOVE CUR-RECORD-NUMBER TO PEND-RECORD-NUMBER.
           MOVE CUR-TIMESTAMP TO PEND-TIMESTAMP.
           MOVE 'Y' TO SW-PEND-HELD.
      *
      ******************************************************************
      * 242-JUDGE-PENDING-PING - A SPIKE JUMPS AWAY FROM BOTH
      * NEIGHBOURS IN THE SAME DIRECTION BY MORE THAN THE LIMIT: TOO
      * DEEP FOR BOTH (A SURFACE OR BOTTOM MULTIPLE) OR TOO SHALLOW
      * FOR BOTH (A FISH SCHOOL). THE LEFT NEIGHBOUR IS THE LAST
      * READING COUNTED, SO A SPIKE NEVER BECOMES ANOTHER SPIKE'S
      * REFERENCE. THE FIRST READING HAS NO LEFT NEIGHBOUR AND IS
      * ALWAYS COUNTED.
      ******************************************************************
       242-JUDGE-PENDING-PING.
           IF SW-LEFT-SEEN = 'Y'
               COMPUTE WS-LEFT-JUMP = PEND-DEPTH - DD-DEPTH-P
               COMPUTE WS-RIGHT-JUMP = PEND-DEPTH - CUR-DEPTH
           ELSE
               MOVE ZERO TO WS-LEFT-JUMP
               MOVE ZERO TO WS-RIGHT-JUMP
           END-IF.
           IF (WS-LEFT-JUMP > WS-SPIKE-LIMIT AND
               WS-RIGHT-JUMP > WS-SPIKE-LIMIT) OR
              (WS-LEFT-JUMP < ZERO - WS-SPIKE-LIMIT AND
               WS-RIGHT-JUMP < ZERO - WS-SPIKE-LIMIT)
               PERFORM 244-WRITE-SUSPECT-PING
           ELSE
               MOVE PEND-DEPTH TO DD-DEPTH
               MOVE PEND-PRE-VEL-DEPTH TO WS-PRE-VEL-DEPTH
               MOVE PEND-SENSOR-ID TO WS-SENSOR-ID
               PERFORM 230-POST-READING
           END-IF.
      *
       244-WRITE-SUSPECT-PING.
           ADD 1 TO WS-SPIKE-COUNT.
           MOVE PEND-RECORD-NUMBER TO SP-RECORD-NUMBER.
           MOVE PEND-SENSOR-ID TO SP-SENSOR-ID.
           MOVE PEND-TIMESTAMP TO SP-TIMESTAMP.
           MOVE PEND-DEPTH TO SP-DEPTH.
           MOVE DD-DEPTH-P TO SP-PREV-DEPTH.
           MOVE CUR-DEPTH TO SP-NEXT-DEPTH.
           MOVE WS-SPIKE-LIMIT TO SP-SPIKE-LIMIT.
           PERFORM 245-WRITE-SPIKE-ROW.
           MOVE PEND-DEPTH TO ED-DEPTH.
           DISPLAY ED-DEPTH " ==> HELD BACK AS A SUSPECT PING, RECORD "
               PEND-RECORD-NUMBER.
      *
       245-WRITE-SPIKE-ROW.
           ADD 1 TO WS-SPK-ROWS.
           IF WS-SPK-ROWS IS GREATER THAN WS-SPK-ON-FILE
               WRITE SPIKEFL-RECORD
           END-IF.
      *
      ******************************************************************
      * 248-FLUSH-PENDING-PING - THE LAST READING OF THE FEED HAS NO
      * RIGHT-HAND NEIGHBOUR TO JUDGE IT BY, SO IT IS COUNTED.
      ******************************************************************
       248-FLUSH-PENDING-PING.
           IF SW-PEND-HELD = 'Y'
               MOVE PEND-DEPTH TO DD-DEPTH
               MOVE PEND-PRE-VEL-DEPTH TO WS-PRE-VEL-DEPTH
               MOVE PEND-SENSOR-ID TO WS-SENSOR-ID
               PERFORM 230-POST-READING
               MOVE 'N' TO SW-PEND-HELD
           END-IF.
      *
      ******************************************************************
      * 270-COLLECT-CONSENSUS - CONSENSUS MODE. A ROW WITH A NEW
      * TIMESTAMP (OR A BARE-DEPTH ROW, WHICH HAS NONE) CLOSES THE
      * GROUP BEING GATHERED, WHICH IS RESOLVED AND PASSED ON FIRST.
      * A BARE-DEPTH ROW THEN PASSES STRAIGHT THROUGH; AN EXTENDED ROW
      * JOINS (OR STARTS) THE GROUP FOR ITS TIMESTAMP. EACH HEAD'S
      * PING STILL COUNTS IN ITS OWN PER-HEAD FIGURES HERE, SINCE THE
      * CONSENSUS ITSELF BELONGS TO NO ONE HEAD.
      ******************************************************************
       270-COLLECT-CONSENSUS.
           IF WS-GRP-COUNT IS GREATER THAN ZERO AND
               (WS-SENSOR-ID IS EQUAL TO ZERO OR
                WS-POST-TIMESTAMP NOT EQUAL TO WS-GRP-TIMESTAMP)
               MOVE DD-DEPTH TO HOLD-DEPTH
               MOVE WS-PRE-VEL-DEPTH TO HOLD-PRE-VEL-DEPTH
               MOVE WS-SENSOR-ID TO HOLD-SENSOR-ID
               MOVE WS-POST-RECORD TO HOLD-RECORD
               MOVE WS-POST-TIMESTAMP TO HOLD-TIMESTAMP
               PERFORM 272-RESOLVE-CONSENSUS
               MOVE HOLD-DEPTH TO DD-DEPTH
               MOVE HOLD-PRE-VEL-DEPTH TO WS-PRE-VEL-DEPTH
               MOVE HOLD-SENSOR-ID TO WS-SENSOR-ID
               MOVE HOLD-RECORD TO WS-POST-RECORD
               MOVE HOLD-TIMESTAMP TO WS-POST-TIMESTAMP
           END-IF.
           IF WS-SENSOR-ID IS EQUAL TO ZERO
               PERFORM 235-PASS-READING
           ELSE
               IF WS-GRP-COUNT IS EQUAL TO ZERO
                   MOVE WS-POST-TIMESTAMP TO WS-GRP-TIMESTAMP
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE DD-DEPTH TO GRP-DEPTH(WS-GRP-COUNT)
               MOVE WS-PRE-VEL-DEPTH TO GRP-PRE-VEL-DEPTH(WS-GRP-COUNT)
               MOVE WS-SENSOR-ID TO GRP-SENSOR-ID(WS-GRP-COUNT)
               MOVE WS-POST-RECORD TO GRP-RECORD-NUMBER(WS-GRP-COUNT)
               MOVE WS-POST-RECORD TO WS-GRP-RECORD
               ADD 1 TO WS-CONS-MERGED
               ADD 1 TO WS-SEN-READ(WS-SENSOR-ID)
               ADD DD-DEPTH TO WS-SEN-DSUM(WS-SENSOR-ID)
           END-IF.
      *
      ******************************************************************
      * 272-RESOLVE-CONSENSUS - ORDER THE GROUP BY DEPTH AND TAKE THE
      * MEDIAN (THE MEAN OF THE MIDDLE PAIR WHEN AN EVEN NUMBER OF
      * HEADS PINGED). THE PRE-CORRECTION DEPTH FOR THE RAW CONTROL
      * SUM IS TAKEN FROM THE SAME MIDDLE SLOT(S). ANY HEAD MORE THAN
      * THE TOLERANCE FROM THE MEDIAN GOES ON THE DISAGREEMENT FILE;
      * THE MEDIAN IS PASSED ON AS THE ONE READING FOR THE TIMESTAMP.
      ******************************************************************
       272-RESOLVE-CONSENSUS.
           MOVE 'Y' TO WS-GRP-SWAPPED.
           PERFORM 274-SORT-GROUP-PASS UNTIL WS-GRP-SWAPPED = 'N'.
           DIVIDE WS-GRP-COUNT BY 2 GIVING WS-GRP-MID.
           IF WS-GRP-MID * 2 IS EQUAL TO WS-GRP-COUNT
               COMPUTE WS-CONSENSUS-DEPTH =
                   (GRP-DEPTH(WS-GRP-MID) + GRP-DEPTH(WS-GRP-MID + 1))
                   / 2
               COMPUTE WS-CONSENSUS-PRE-VEL =
                   (GRP-PRE-VEL-DEPTH(WS-GRP-MID) +
                    GRP-PRE-VEL-DEPTH(WS-GRP-MID + 1)) / 2
           ELSE
               ADD 1 TO WS-GRP-MID
               MOVE GRP-DEPTH(WS-GRP-MID) TO WS-CONSENSUS-DEPTH
               MOVE GRP-PRE-VEL-DEPTH(WS-GRP-MID)
                   TO WS-CONSENSUS-PRE-VEL
           END-IF.
           PERFORM 276-CHECK-ONE-HEAD
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-COUNT.
           ADD 1 TO WS-CONS-GROUPS.
           MOVE WS-CONSENSUS-DEPTH TO DD-DEPTH.
           MOVE WS-CONSENSUS-PRE-VEL TO WS-PRE-VEL-DEPTH.
           MOVE ZERO TO WS-SENSOR-ID.
           MOVE WS-GRP-RECORD TO WS-POST-RECORD.
           MOVE WS-GRP-TIMESTAMP TO WS-POST-TIMESTAMP.
           MOVE ZERO TO WS-GRP-COUNT.
           PERFORM 235-PASS-READING.
      *
      * ONE EXCHANGE-SORT PASS OVER THE GROUP - AT MOST A HANDFUL OF
      * HEADS, SO THE SIMPLEST ORDERING DOES.
       274-SORT-GROUP-PASS.
           MOVE 'N' TO WS-GRP-SWAPPED.
           PERFORM 275-ORDER-ONE-PAIR
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX >= WS-GRP-COUNT.
      *
       275-ORDER-ONE-PAIR.
           COMPUTE WS-GRP-JX = WS-GRP-IX + 1.
           IF GRP-DEPTH(WS-GRP-IX) IS GREATER THAN GRP-DEPTH(WS-GRP-JX)
               MOVE GRP-ENTRY(WS-GRP-IX) TO GRP-SWAP-ENTRY
               MOVE GRP-ENTRY(WS-GRP-JX) TO GRP-ENTRY(WS-GRP-IX)
               MOVE GRP-SWAP-ENTRY TO GRP-ENTRY(WS-GRP-JX)
               MOVE 'Y' TO WS-GRP-SWAPPED
           END-IF.
      *
       276-CHECK-ONE-HEAD.
           COMPUTE WS-CONS-DEVIATION =
               GRP-DEPTH(WS-GRP-IX) - WS-CONSENSUS-DEPTH.
           IF WS-CONS-DEVIATION > WS-CONS-TOLERANCE OR
               WS-CONS-DEVIATION < ZERO - WS-CONS-TOLERANCE
               ADD 1 TO WS-DISAGREE-COUNT
               MOVE WS-GRP-TIMESTAMP TO DG-TIMESTAMP
               MOVE GRP-SENSOR-ID(WS-GRP-IX) TO DG-SENSOR-ID
               MOVE GRP-RECORD-NUMBER(WS-GRP-IX) TO DG-RECORD-NUMBER
               MOVE GRP-DEPTH(WS-GRP-IX) TO DG-DEPTH
               MOVE WS-CONSENSUS-DEPTH TO DG-CONSENSUS
               MOVE WS-CONS-DEVIATION TO DG-DEVIATION
               MOVE WS-GRP-COUNT TO DG-HEAD-COUNT
               MOVE WS-CONS-TOLERANCE TO DG-TOLERANCE
               PERFORM 277-WRITE-DISAGREE-ROW
               DISPLAY "**DISAGREE** SENSOR " DG-SENSOR-ID " AT "
                   DG-TIMESTAMP " DEPTH " DG-DEPTH " CONSENSUS "
                   DG-CONSENSUS
           END-IF.
      *
       277-WRITE-DISAGREE-ROW.
           ADD 1 TO WS-DIS-ROWS.
           IF WS-DIS-ROWS IS GREATER THAN WS-DIS-ON-FILE
               WRITE DISAGFL-RECORD
           END-IF.
      *
      ******************************************************************
      * 278-FLUSH-CONSENSUS - THE LAST TIMESTAMP'S GROUP IS CLOSED BY
      * END OF FILE RATHER THAN BY A NEW TIMESTAMP.
      ******************************************************************
       278-FLUSH-CONSENSUS.
           IF WS-GRP-COUNT IS GREATER THAN ZERO
               PERFORM 272-RESOLVE-CONSENSUS
           END-IF.
      *
      ******************************************************************
      * 013-READ-CONSENSUS-TOLERANCE - THE HEAD-DISAGREEMENT TOLERANCE:
      * RUN-CONTROL KEYWORD CONSTOL, CNT1CONS AS THE ENVIRONMENT
      * OVERRIDE. NO TOLERANCE (OR ZERO) LEAVES CONSENSUS MODE OFF.
      ******************************************************************
       013-READ-CONSENSUS-TOLERANCE.
           MOVE "COUNT1" TO RC-PROGRAM.
           MOVE "CONSTOL" TO RC-KEYWORD.
           PERFORM 015-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:5) IS NUMERIC
               MOVE RC-VALUE(1:5) TO WS-CONS-TOLERANCE
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CNT1CONS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:5) IS NUMERIC
               MOVE WS-ENV-WORK(1:5) TO WS-CONS-TOLERANCE
           END-IF.
           IF WS-CONS-TOLERANCE IS GREATER THAN ZERO
               MOVE 'Y' TO SW-CONSENSUS-MODE
               DISPLAY "CONSENSUS ON - TOLERANCE " WS-CONS-TOLERANCE
           END-IF.
           IF WS-HULL-ID NOT EQUAL TO "SUB1"
               MOVE SPACE TO FILENAME-C1DIS
               STRING "COUNT1DIS." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-C1DIS
           END-IF.
      *
      ******************************************************************
      * 014-READ-CHECKPOINT-INTERVAL - HOW MANY FEED ROWS BETWEEN
      * CHECKPOINTS: RUN-CONTROL KEYWORD CKPTINT, CNT1CKPT AS THE
      * ENVIRONMENT OVERRIDE. NEITHER SET LEAVES THE 10000 DEFAULT;
      * ZERO TURNS CHECKPOINTING (AND RESTART) OFF FOR THE RUN.
      ******************************************************************
       014-READ-CHECKPOINT-INTERVAL.
           MOVE "COUNT1" TO RC-PROGRAM.
           MOVE "CKPTINT" TO RC-KEYWORD.
           PERFORM 015-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:5) IS NUMERIC
               MOVE RC-VALUE(1:5) TO CP-INTERVAL
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CNT1CKPT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:5) IS NUMERIC
               MOVE WS-ENV-WORK(1:5) TO CP-INTERVAL
           END-IF.
      *
      ******************************************************************
      * 012-READ-SPIKE-LIMIT - THE DESPIKING LIMIT: RUN-CONTROL
      * KEYWORD SPIKELIM, CNT1SPIKE AS THE ENVIRONMENT OVERRIDE. NO
      * LIMIT (OR ZERO) LEAVES DESPIKING OFF. THE SUSPECT-PING FILE
      * TAKES THE HULL SUFFIX LIKE THE OTHER PER-RUN OUTPUTS.
      ******************************************************************
       012-READ-SPIKE-LIMIT.
           MOVE "COUNT1" TO RC-PROGRAM.
           MOVE "SPIKELIM" TO RC-KEYWORD.
           PERFORM 015-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:5) IS NUMERIC
               MOVE RC-VALUE(1:5) TO WS-SPIKE-LIMIT
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CNT1SPIKE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:5) IS NUMERIC
               MOVE WS-ENV-WORK(1:5) TO WS-SPIKE-LIMIT
           END-IF.
           IF WS-SPIKE-LIMIT IS GREATER THAN ZERO
               MOVE 'Y' TO SW-DESPIKE-MODE
               DISPLAY "DESPIKING ON - LIMIT " WS-SPIKE-LIMIT
           END-IF.
           IF WS-HULL-ID NOT EQUAL TO "SUB1"
               MOVE SPACE TO FILENAME-C1SPK
               STRING "COUNT1SPK." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-C1SPK
           END-IF.

      ******************************************************************
               NOT AT END
                   IF CB-SENSOR-ID IS NUMERIC AND
                       CB-SENSOR-ID IS GREATER THAN ZERO AND
                       NOT CB-PENDING AND
                       WS-CAL-COUNT IS LESS THAN 200
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CB-SENSOR-ID
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
               ADD WS-ACTIVE-OFFSET TO DD-DEPTH
           END-IF.
      *    THE RAW SUM IS TAKEN BEFORE THE DEPTH-BAND CORRECTION AND
      *    THE CORRECTED READING FEEDS EVERYTHING DOWNSTREAM - THE
      *    COUNTS, THE HISTOGRAM AND THE PER-HEAD HISTORY ALIKE. BOTH
      *    ARE POSTED BY 230-POST-READING ONCE THE READING IS COUNTED.
           IF SW-INPUT-VALID = 'Y' AND SW-DUP-RECORD = 'N'
               MOVE DD-DEPTH TO WS-PRE-VEL-DEPTH
               PERFORM 213-APPLY-VELOCITY-PROFILE
           END-IF.
      *
      ******************************************************************
      * 211-CONVERT-UNITS - ONE READING FROM THE FEED'S DECLARED UNIT
      * TO METRES, ROUNDED TO THE WHOLE METRE. A READING TOO DEEP TO
      * HOLD ONCE CONVERTED IS REJECTED LIKE ANY OTHER BAD ROW.
      ******************************************************************
       211-CONVERT-UNITS.
           COMPUTE DD-DEPTH ROUNDED = DD-DEPTH * WS-UNITS-FACTOR
               ON SIZE ERROR
                   MOVE 'N' TO SW-INPUT-VALID
           END-COMPUTE.
      *
      ******************************************************************
      * 008-LOAD-VELOCITY-PROFILE - LOAD THE DEPTH-BAND CORRECTION
      * DECK IN DECK ORDER. A MISSING FILE LEAVES THE TABLE EMPTY
      * AND EVERY READING UNCORRECTED, SO EXISTING RUNS ARE
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
       690-CLOSE-FEED-QUALITY.
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
      * 251-WRITE-REJECT-ROW, 219-WRITE-FQ-ROW, 245-WRITE-SPIKE-ROW AND
      * 277-WRITE-DISAGREE-ROW - EVERY EXCEPTION-FILE ROW IS NUMBERED
      * AS IT IS HANDED OVER. ON A RESUMED RUN THE ROWS THE FAILED RUN
      * HAD ALREADY WRITTEN PAST ITS LAST CHECKPOINT COME ROUND AGAIN
      * AS THE SAME RECORDS ARE REPLAYED, AND ARE NOT WRITTEN TWICE.
      ******************************************************************
       251-WRITE-REJECT-ROW.
           ADD 1 TO WS-REJ-ROWS.
           IF WS-REJ-ROWS IS GREATER THAN WS-REJ-ON-FILE
               WRITE REJFL-RECORD
           END-IF.

      ******************************************************************
      * 260-TRACK-TOP-INCREASE - FIND WHERE THIS INCREASE RANKS AGAINST
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
               MOVE SPACE TO FILENAME-C1FQ
               STRING "COUNT1FQRPT." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-C1FQ
               MOVE SPACE TO FILENAME-C1CKPT
               STRING "COUNT1CKPT." WS-HULL-ID
                   DELIMITED BY SIZE INTO FILENAME-C1CKPT
           END-IF.
      *
      ******************************************************************
               NOT AT END
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE CO-DEPTH TO DD-DEPTH
      *    A REPAIRED ROW IS KEYED IN THE FEED'S OWN UNIT AND
      *    IS BROUGHT TO METRES BY THE FACTOR THE MAIN RUN
      *    RECORDED ON THE CONTROL TOTAL.
                   IF CT-UNITS-FACTOR IS NUMERIC AND
                       CT-UNITS-FACTOR IS GREATER THAN ZERO
                       COMPUTE DD-DEPTH ROUNDED =
                           CO-DEPTH * CT-UNITS-FACTOR
                   END-IF
                   ADD DD-DEPTH TO CT-DEPTH-SUM
                   ADD DD-DEPTH TO CT-RAW-DEPTH-SUM
                   IF DD-DEPTH IS GREATER THAN CT-DEPTH-HIGH
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
               MOVE "COUNT1" TO IG-PROGRAM
               MOVE "CNT1IN" TO IG-FEED
               MOVE WS-HULL-ID TO IG-HULL-ID
               MOVE FILENAME-CNT1IN TO IG-FILE-NAME
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
      * 290-WRITE-CHECKPOINT - SAVE THE FEED POSITION AND EVERY
      * RUNNING-STATE GROUP EVERY CP-INTERVAL FEED ROWS SO A FAILURE
      * LATER IN THE SWEEP ONLY COSTS REPLAYING BACK TO HERE. THE
      * EXCEPTION FILES ARE CLOSED AND REOPENED FIRST SO EVERY ROW
      * THE CHECKPOINT COUNTS IS SAFELY ON DISK BEFORE IT IS SAVED.
      ******************************************************************
       290-WRITE-CHECKPOINT.
           PERFORM 292-HARDEN-EXCEPTION-FILES.
           OPEN OUTPUT CHKPT1.
           MOVE FILENAME-CNT1IN TO CP1-FEED-NAME.
           MOVE WS-FEED-POSITION TO CP1-FEED-POSITION.
           MOVE WS-REJ-ROWS TO CP1-REJ-ROWS.
           MOVE WS-FQ-ROWS TO CP1-FQ-ROWS.
           MOVE WS-SPK-ROWS TO CP1-SPK-ROWS.
           MOVE WS-DIS-ROWS TO CP1-DIS-ROWS.
           MOVE DEPTH-DATA TO CP1-DEPTH-DATA.
           MOVE TOP-INCREASES TO CP1-TOP-INCREASES.
           MOVE SWITCHES TO CP1-SWITCHES.
           MOVE WS-HDR-EXPECTED-COUNT TO CP1-HDR-EXPECTED-COUNT.
           MOVE WS-CTL-MISM-COUNT TO CP1-CTL-MISM-COUNT.
           MOVE SENSOR-DATA TO CP1-SENSOR-DATA.
           MOVE HISTOGRAM-DATA TO CP1-HISTOGRAM-DATA.
           MOVE FEED-QUALITY-DATA TO CP1-FEED-QUALITY-DATA.
           MOVE DESPIKE-DATA TO CP1-DESPIKE-DATA.
           MOVE CONSENSUS-DATA TO CP1-CONSENSUS-DATA.
           WRITE CHKPT1-RECORD.
           CLOSE CHKPT1.
      *
       292-HARDEN-EXCEPTION-FILES.
           CLOSE REJFL1.
           OPEN EXTEND REJFL1.
           CLOSE FQRPT.
           OPEN EXTEND FQRPT.
           IF SW-DESPIKE-MODE = 'Y'
               CLOSE SPIKEFL
               OPEN EXTEND SPIKEFL
           END-IF.
           IF SW-CONSENSUS-MODE = 'Y'
               CLOSE DISAGFL
               OPEN EXTEND DISAGFL
           END-IF.
      *
      ******************************************************************
      * 295-CLEAR-CHECKPOINT - ONCE THE WHOLE FEED HAS BEEN READ AND
      * THE EXCEPTION FILES CLOSED THE CHECKPOINT IS NO LONGER NEEDED,
      * SO THE FILE IS EMPTIED AND THE NEXT RUN STARTS FROM RECORD ONE.
      ******************************************************************
       295-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHKPT1.
           CLOSE CHKPT1.
      *
      ******************************************************************
      * 650-DISPLAY-TOP-INCREASES - PRINT THE TOP-5 LARGEST SINGLE-STEP
      * DEPTH INCREASES SEEN THIS RUN ALONGSIDE THE AGGREGATE COUNT.
           MOVE DD-DEPTH-SUM TO CT-DEPTH-SUM.
           MOVE DD-DEPTH-HIGH TO CT-DEPTH-HIGH.
           MOVE DD-DEPTH-LOW TO CT-DEPTH-LOW.
           MOVE WS-FEED-UNITS TO CT-FEED-UNITS.
           MOVE WS-UNITS-FACTOR TO CT-UNITS-FACTOR.
           MOVE DD-RAW-DEPTH-SUM TO CT-RAW-DEPTH-SUM.
           WRITE CTLOUT-RESULT.
           CLOSE CTLOUT1.
      * AND DIAGNOSTIC RESULTS FROM THE SAME DAY'S RUN.
      ******************************************************************
       780-WRITE-TELEMETRY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "COUNT1" TO TL-PROGRAM-NAME.
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
           MOVE "COUNT1" TO RL-PROGRAM-NAME.
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
