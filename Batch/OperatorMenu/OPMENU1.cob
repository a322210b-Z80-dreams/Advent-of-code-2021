      * THE OVERNIGHT CONTRACTOR GETS "12" - REPORTS ONLY). ENTRY 10
      * (RUN REQUESTS, WHOSE QUEUED COMMANDS THE DRIVER EXECUTES
      * VERBATIM) DOES NOT FIT A ONE-CHARACTER DIGIT, SO IT IS
      * AUTHORIZED BY THE LETTER 'R' IN THE ENTRY STRING. A 'T'
      * MARKS A TRAINEE: THAT ID ALWAYS SIGNS ON IN TRAINING MODE,
      * ON THE TRAINING SET AND NEVER THE LIVE FILES. AN 'X' LETS
      * THE INSTRUCTOR RESET THE TRAINING SET (ENTRY 11), AND A 'D'
      * LETS THE OPERATOR RE-SEND A DISTRIBUTION PACKET (ENTRY 12).
      * AN 'S' IS SUPERVISOR AUTHORITY: THAT ID MAY APPROVE ANOTHER
      * OPERATOR'S RUN-CONTROL, CALIBRATION, SCHEDULE OR STEERING
      * CARD CHANGE (SEE CHGREQWR AND CHGCTL).
      * LINE SEQUENTIAL SO THE SHIFT SUPERVISOR CAN MAINTAIN IT BY
      * HAND.
           SELECT OPTIONAL OPAUTH ASSIGN TO "OPAUTH"
           ORGANIZATION IS LINE SEQUENTIAL.
      * OPACTLOG IS THE WHO-RAN-WHAT TRAIL: ONE ROW PER LAUNCH (AND
      * TIME FROM THIS MENU.
           SELECT OPTIONAL JOBQUEUE ASSIGN TO "JOBQUEUE"
           ORGANIZATION IS SEQUENTIAL.
      * STALELIST IS THE REISSUE LIST STALECHK LEAVES: THE REPORT
      * GENERATIONS A SAME-DAY TELEMETRY RERUN HAS MADE STALE, EACH
      * WITH THE COMMAND THAT REISSUES IT. THE RUN-REQUEST MENU
      * QUEUES THOSE COMMANDS ON JOBQUEUE.
           SELECT OPTIONAL STALELIST ASSIGN TO "STALELIST"
           ORGANIZATION IS SEQUENTIAL.
      * DISTMST IS THE REPORT DISTRIBUTION MASTER RPTDIST ROUTES BY.
      * A PACKET RE-SEND IS ONLY ACCEPTED FOR A RECIPIENT ROUTED ON IT.
           SELECT OPTIONAL DISTMST ASSIGN TO "DISTMST"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD OPAUTH.
       01 OPAUTH-RECORD.
           05 OA-OPERATOR-ID                       PIC X(8).
           05 OA-ALLOWED-ENTRIES                   PIC X(12).
      *
       FD HANDOVER.
       01 HANDOVER-RECORD.
           05 JQ-DONE-DATE                         PIC X(10).
           05 JQ-DONE-TIME                         PIC X(8).
           05 JQ-COND-CODE                         PIC S9(4).
      *
      * STALELIST-RECORD IS THE SHARED REISSUE-LIST ROW (SEE
      * COPYBOOKS/STALEREC.CPY).
       FD STALELIST.
           COPY STALEREC.
      *
      * DISTMST-RECORD IS ONE CARD OF THE DISTRIBUTION MASTER (SEE
      * COPYBOOKS/DISTMREC.CPY).
       FD DISTMST.
           COPY DISTMREC.
      *
       FD OPACTLOG.
       01 OPACTLOG-RECORD.
      *    RECORD LENGTH NEVER CHANGES: THE DIGIT FOR ENTRIES 1-9
      *    (BYTE-IDENTICAL TO THE ROWS WRITTEN BEFORE THE TWO-DIGIT
      *    MENU) AND 'R' FOR THE RUN-REQUEST ENTRY 10, MATCHING ITS
      *    AUTHORIZATION LETTER, 'X' FOR THE TRAINING-SET RESET
      *    ENTRY 11, AND 'D' FOR THE PACKET RE-SEND ENTRY 12.
           05 OP-MENU-CHOICE                       PIC X.
      *    'C' FOR A COMPLETED LAUNCH (WITH ITS CONDITION CODE) OR
      *    'D' FOR A PICK THE AUTHORIZATION FILE DENIED.
                                                VALUE "sbmrcd2".
           05 PROG-BATCHDRV                        PIC X(100)
                                                VALUE "batchdrv".
           05 PROG-TRNRESET                        PIC X(100)
                                                VALUE "trnreset".
           05 PROG-DIST                            PIC X(100)
                                                VALUE "rptdist".
           05 PROG-STALE                           PIC X(100)
                                                VALUE "stalechk".
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
      *
       01 SIGNON-DATA.
           05 WS-OPERATOR-ID                       PIC X(8)
                                                VALUE SPACE.
           05 WS-ALLOWED-ENTRIES                   PIC X(12)
                                                VALUE SPACE.
           05 WS-SIGNON-OK                         PIC X    VALUE 'N'.
           05 WS-SIGNON-TRIES                      PIC 9    VALUE ZERO.
           05 SW-AUTH-EOF                          PIC X    VALUE 'N'.
           05 WS-AUTH-ROWS                         PIC 9(3) VALUE ZERO.
           05 WS-OP-STATUS                         PIC X    VALUE 'C'.
           05 WS-TRAINEE-TALLY                     PIC 99   VALUE ZERO.
           05 WS-RESET-REPLY                       PIC X    VALUE 'N'.
      *
      * A PACKET RE-SEND: THE RECIPIENT AND REPORT DATE THE OPERATOR
      * GIVES, CHECKED BEFORE THEY ARE HANDED TO RPTDIST.
       01 RESEND-DATA.
           05 WS-DIST-RECIPIENT                    PIC X(12)
                                                VALUE SPACE.
           05 WS-DIST-DATE                         PIC X(10)
                                                VALUE SPACE.
           05 WS-DIST-VALID                        PIC X    VALUE 'N'.
           05 WS-DIST-SPACE-SEEN                   PIC X    VALUE 'N'.
           05 WS-DIST-FOUND                        PIC X    VALUE 'N'.
           05 SW-DIST-EOF                          PIC X    VALUE 'N'.
           05 WS-DIST-SUBS                         PIC 99   VALUE ZERO.
           05 WS-DIST-CHAR                         PIC X    VALUE SPACE.
      *
       01 WS-RUN-TIME.
           05 WS-RUN-HH                            PIC 9(2).
                                                VALUE SPACE.
           05 WS-IN-DEPENDS                        PIC X(10)
                                                VALUE SPACE.
           05 SW-STALE-EOF                         PIC X    VALUE 'N'.
           05 SW-ALREADY-QUEUED                    PIC X    VALUE 'N'.
           05 WS-STALE-ROWS                        PIC 9(3) VALUE ZERO.
           05 WS-STALE-QUEUED                      PIC 9(3) VALUE ZERO.
           05 WS-STALE-SKIPPED                     PIC 9(3) VALUE ZERO.
           05 WS-STALE-REPLY                       PIC X    VALUE 'N'.
      *
      * HANDOVER-NOTE WORK: THE SIGN-ON REVIEW COUNTS AND SHOWS THE
      * OPEN NOTES, AND THE FILING PROMPTS COLLECT A NEW ONE.
       01 WS-WAIT-REMAINDER                        PIC S9(4) VALUE ZERO.
       01 WS-CURRENT-STEP                          PIC X(40)
                                                VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY). TS-MODE STAYS 'T' FOR THE WHOLE
      * SESSION ONCE THE CONSOLE IS ON THE TRAINING SET.
           COPY TRAINSPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *    SIGN-ON IS CHECKED AGAINST THE LIVE OPAUTH BEFORE THE
      *    SESSION CAN BE MOVED ONTO THE TRAINING SET, SO AN EMPTY
      *    TRAINING SET NEVER OPENS THE CONSOLE.
           PERFORM 020-SIGN-ON.
           IF WS-SIGNON-OK = 'N'
               DISPLAY "**SIGN-ON FAILED** CONSOLE LOCKED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 025-SET-RUN-MODE.
           PERFORM 010-GET-STEP-NAMES.
           PERFORM 200-SHOW-HANDOVER-NOTES.
           PERFORM 100-MENU-LOOP UNTIL WS-DONE-SWITCH = 'Y'.
           DISPLAY "EXITING OPERATOR MENU.".
           CLOSE OPAUTH.
           IF WS-AUTH-ROWS IS EQUAL TO ZERO
               DISPLAY "NO AUTHORIZATION FILE - CONSOLE RUNS OPEN."
               MOVE "123456789RXD" TO WS-ALLOWED-ENTRIES
               MOVE 'Y' TO WS-SIGNON-OK
           END-IF.
           IF WS-SIGNON-OK = 'N'
               DISPLAY "**UNKNOWN OPERATOR ID**"
           END-IF.
      *
      *
      ******************************************************************
      * 025-SET-RUN-MODE - A TRAINEE ID (A 'T' IN ITS ENTRY STRING)
      * FORCES TRAINING MODE; ANY OTHER ID FOLLOWS THE TRAINMODE
      * VARIABLE AND THE RUN-CONTROL TRAINING SWITCH. IN TRAINING
      * MODE EVERY DATASET THIS MENU OPENS, AND EVERY PROGRAM IT
      * LAUNCHES, LANDS IN THE TRAINING SET. A TRAINEE IS NEVER LET
      * ONTO THE LIVE FILES: IF THE TRAINING SET CANNOT BE ENTERED
      * THE CONSOLE LOCKS.
      ******************************************************************
       025-SET-RUN-MODE.
           MOVE ZERO TO WS-TRAINEE-TALLY.
           INSPECT WS-ALLOWED-ENTRIES TALLYING WS-TRAINEE-TALLY
               FOR ALL 'T'.
           IF WS-TRAINEE-TALLY IS GREATER THAN ZERO
               MOVE 'F' TO TS-ACTION
           ELSE
               MOVE 'A' TO TS-ACTION
           END-IF.
           MOVE 'L' TO TS-MODE.
           MOVE SPACE TO TS-DIRECTORY.
           CALL "TRAINSW" USING TRAINSW-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-TRAINEE-TALLY IS GREATER THAN ZERO AND
               NOT TS-TRAINING
               DISPLAY "**TRAINING SET UNAVAILABLE** TRAINEE "
                   WS-OPERATOR-ID " CANNOT SIGN ON. CONSOLE LOCKED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       040-MATCH-ONE-AUTH-ROW.
           READ OPAUTH NEXT
               MOVE WS-ENV-WORK TO PROG-BATCHDRV
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "MENTRNR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO PROG-TRNRESET
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "MENDIST"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO PROG-DIST
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "MENSTALE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO PROG-STALE
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "HULLID"
               ON EXCEPTION
                   CONTINUE
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
      * 100-MENU-LOOP - SHOW THE MENU, READ THE OPERATOR'S CHOICE, AND
           PERFORM 110-DISPLAY-MENU.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           IF WS-MENU-CHOICE IS GREATER THAN ZERO AND
               (WS-MENU-CHOICE IS LESS THAN OR EQUAL TO 10 OR
               WS-MENU-CHOICE IS EQUAL TO 12 OR
               (WS-MENU-CHOICE IS EQUAL TO 11 AND TS-TRAINING))
               PERFORM 130-CHECK-AUTHORITY
           ELSE
               MOVE 'Y' TO WS-AUTH-OK
                   MOVE 'C' TO WS-OP-STATUS
                   MOVE ZERO TO WS-EXIT-CODE
                   PERFORM 950-WRITE-ACTIVITY
               WHEN 11
                   IF TS-TRAINING
                       PERFORM 600-RESET-TRAINING-SET
                   ELSE
                       DISPLAY "**INVALID CHOICE** ENTER A NUMBER "
                           "0-12."
                   END-IF
               WHEN 12
                   PERFORM 700-RESEND-PACKET
               WHEN 0
                   MOVE 'Y' TO WS-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "**INVALID CHOICE** ENTER A NUMBER 0-12."
           END-EVALUATE
           END-IF.
      *
      * APPEARS IN THE OPERATOR'S AUTHORIZED-ENTRIES STRING: THE
      * ENTRY'S DIGIT FOR 1-9, OR 'R' FOR THE TWO-DIGIT RUN-REQUEST
      * ENTRY (10), WHOSE QUEUED COMMANDS THE DRIVER EXECUTES
      * VERBATIM AND SO MUST NOT BE OPEN TO A DENIED OPERATOR, OR
      * 'X' FOR THE TRAINING-SET RESET (11), WHICH WIPES A CLASS, OR
      * 'D' FOR THE PACKET RE-SEND (12).
      ******************************************************************
       130-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           EVALUATE WS-MENU-CHOICE
               WHEN 10
                   MOVE 'R' TO WS-CHOICE-DIGIT
               WHEN 11
                   MOVE 'X' TO WS-CHOICE-DIGIT
               WHEN 12
                   MOVE 'D' TO WS-CHOICE-DIGIT
               WHEN OTHER
                   MOVE WS-MENU-CHOICE TO WS-CHOICE-NUM
                   MOVE WS-CHOICE-NUM TO WS-CHOICE-DIGIT
           END-EVALUATE.
           PERFORM VARYING WS-AUTH-SUBS FROM 1 BY 1
               UNTIL WS-AUTH-SUBS > 12
               IF WS-ALLOWED-ENTRIES(WS-AUTH-SUBS:1) IS EQUAL TO
                   WS-CHOICE-DIGIT
                   MOVE 'Y' TO WS-AUTH-OK
       110-DISPLAY-MENU.
           PERFORM 105-LOAD-LAST-RUNS.
           DISPLAY " ".
           IF TS-TRAINING
               PERFORM 120-DISPLAY-TRAINING-BANNER
           END-IF.
           DISPLAY "===============================================".
           DISPLAY "          SUBMARINE REPORTING MENU".
           DISPLAY "===============================================".
           DISPLAY "  8 - RUN THE FULL BATCH CHAIN (BATCHDRV)".
           DISPLAY "  9 - SHIFT-HANDOVER NOTES".
           DISPLAY " 10 - FILE OR REVIEW RUN REQUESTS".
           IF TS-TRAINING
               DISPLAY " 11 - RESET THE TRAINING SET (END OF CLASS)"
           END-IF.
           DISPLAY " 12 - RE-SEND ONE RECIPIENT'S REPORT PACKET".
           DISPLAY "  0 - EXIT".
           DISPLAY "===============================================".
           IF TS-TRAINING
               PERFORM 120-DISPLAY-TRAINING-BANNER
           END-IF.
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
      *
      ******************************************************************
      * 120-DISPLAY-TRAINING-BANNER - ABOVE AND BELOW THE MENU IN A
      * TRAINING SESSION, SO NOBODY MISTAKES THE TRAINING SET'S
      * DASHBOARD FOR TONIGHT'S LIVE RUNS.
      ******************************************************************
       120-DISPLAY-TRAINING-BANNER.
           DISPLAY "***********************************************".
           DISPLAY "***    TRAINING MODE - NOT THE LIVE SYSTEM  ***".
           DISPLAY "***    DATASETS ON " TS-DIRECTORY(1:23) "  ***".
           DISPLAY "***********************************************".
      *
      ******************************************************************
      * 105-LOAD-LAST-RUNS - RESCAN BATCHLOG AND KEEP EACH PROGRAM'S
      * MOST RECENT ROW (THE LOG IS APPEND-ORDERED, SO THE LAST ROW
      * SEEN PER PROGRAM IS ITS LATEST RUN). THIS TURNS THE MENU INTO
      *
      ******************************************************************
      * 500-REQUEST-MENU - FILE A RUN REQUEST FOR BATCHDRV TO PICK UP
      * AFTER THE SCHEDULED STEPS, REVIEW THE QUEUE AND EACH
      * REQUEST'S OUTCOME, OR QUEUE THE REISSUE OF EVERY REPORT A
      * SAME-DAY TELEMETRY RERUN HAS MADE STALE.
      ******************************************************************
       500-REQUEST-MENU.
           MOVE 'N' TO WS-REQ-DONE.
           DISPLAY "-------------- RUN REQUESTS -------------------".
           DISPLAY "  1 - FILE A RUN REQUEST".
           DISPLAY "  2 - REVIEW THE QUEUE".
           DISPLAY "  3 - QUEUE REISSUES OF STALE REPORTS".
           DISPLAY "  0 - BACK TO MAIN MENU".
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
                   PERFORM 510-FILE-ONE-REQUEST
               WHEN 2
                   PERFORM 530-REVIEW-QUEUE
               WHEN 3
                   PERFORM 550-QUEUE-STALE-REISSUES
               WHEN 0
                   MOVE 'Y' TO WS-REQ-DONE
               WHEN OTHER
                   DISPLAY "**INVALID CHOICE** ENTER 0, 1, 2 OR 3."
           END-EVALUATE.
      *
      ******************************************************************
           END-READ.
      *
      ******************************************************************
      * 550-QUEUE-STALE-REISSUES - RUN STALECHK FOR TODAY'S TELEMETRY
      * REWRITES, SHOW THE REISSUE LIST IT LEAVES ON STALELIST, AND ON
      * THE OPERATOR'S SAY-SO QUEUE EACH REISSUE COMMAND FOR THE NIGHT
      * CHAIN. A COMMAND ALREADY WAITING ON THE QUEUE IS NOT QUEUED A
      * SECOND TIME, SO THE OPTION CAN BE TAKEN AGAIN AFTER A LATER
      * RERUN WITHOUT DOUBLING THE REISSUES.
      ******************************************************************
       550-QUEUE-STALE-REISSUES.
           MOVE "STALECHK (STALE REPORTS)" TO WS-CURRENT-STEP.
           CALL "SYSTEM" USING PROG-STALE.
           PERFORM 900-SHOW-RESULT.
           MOVE 'N' TO SW-STALE-EOF.
           MOVE ZERO TO WS-STALE-ROWS.
           OPEN INPUT STALELIST.
           PERFORM 555-SHOW-ONE-STALE-ROW UNTIL SW-STALE-EOF = 'Y'.
           CLOSE STALELIST.
           IF WS-STALE-ROWS IS EQUAL TO ZERO
               DISPLAY "** NO STALE REPORTS - NOTHING TO QUEUE **"
           ELSE
               DISPLAY "QUEUE ALL " WS-STALE-ROWS
                   " REISSUE(S) FOR THE NIGHT CHAIN (Y/N)? "
                   WITH NO ADVANCING
               MOVE 'N' TO WS-STALE-REPLY
               ACCEPT WS-STALE-REPLY FROM CONSOLE
               IF WS-STALE-REPLY = 'Y' OR WS-STALE-REPLY = 'y'
                   MOVE ZERO TO WS-STALE-QUEUED
                   MOVE ZERO TO WS-STALE-SKIPPED
                   MOVE 'N' TO SW-STALE-EOF
                   OPEN INPUT STALELIST
                   PERFORM 560-QUEUE-ONE-REISSUE
                       UNTIL SW-STALE-EOF = 'Y'
                   CLOSE STALELIST
                   DISPLAY WS-STALE-QUEUED " REISSUE(S) QUEUED, "
                       WS-STALE-SKIPPED " ALREADY ON THE QUEUE."
               ELSE
                   DISPLAY "** NOTHING QUEUED **"
               END-IF
           END-IF.
      *
       555-SHOW-ONE-STALE-ROW.
           READ STALELIST NEXT
               AT END
                   MOVE 'Y' TO SW-STALE-EOF
               NOT AT END
                   ADD 1 TO WS-STALE-ROWS
                   DISPLAY SL-PROGRAM " " SL-HULL-ID " " SL-RUN-DATE
                       " MADE " SL-PRODUCED-DATE " " SL-PRODUCED-TIME
                       " - " SL-FIELD-COUNT " FIGURE(S) CHANGED"
                   DISPLAY "    " SL-COMMAND
           END-READ.
      *
       560-QUEUE-ONE-REISSUE.
           READ STALELIST NEXT
               AT END
                   MOVE 'Y' TO SW-STALE-EOF
               NOT AT END
                   PERFORM 565-CHECK-ALREADY-QUEUED
                   IF SW-ALREADY-QUEUED = 'Y'
                       ADD 1 TO WS-STALE-SKIPPED
                   ELSE
                       PERFORM 570-WRITE-REISSUE-REQUEST
                   END-IF
           END-READ.
      *
       565-CHECK-ALREADY-QUEUED.
           MOVE 'N' TO SW-ALREADY-QUEUED.
           MOVE 'N' TO SW-QUEUE-EOF.
           OPEN INPUT JOBQUEUE.
           PERFORM 567-MATCH-ONE-REQUEST
               UNTIL SW-QUEUE-EOF = 'Y' OR SW-ALREADY-QUEUED = 'Y'.
           CLOSE JOBQUEUE.
      *
       567-MATCH-ONE-REQUEST.
           READ JOBQUEUE NEXT
               AT END
                   MOVE 'Y' TO SW-QUEUE-EOF
               NOT AT END
                   IF JQ-STATUS IS EQUAL TO 'Q' AND
                       JQ-COMMAND IS EQUAL TO SL-COMMAND
                       MOVE 'Y' TO SW-ALREADY-QUEUED
                   END-IF
           END-READ.
      *
      * THE REISSUE COMMAND ALREADY CARRIES ITS OWN DATE AND HULL
      * OVERRIDES, SO IT IS QUEUED AS STALECHK BUILT IT.
       570-WRITE-REISSUE-REQUEST.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND JOBQUEUE.
           MOVE SPACE TO JQ-REQUEST-DATE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO JQ-REQUEST-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACE TO JQ-REQUEST-TIME.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO JQ-REQUEST-TIME.
           MOVE WS-OPERATOR-ID TO JQ-OPERATOR-ID.
           MOVE SL-PROGRAM TO JQ-PROGRAM.
           MOVE SL-HULL-ID TO JQ-HULL-ID.
           MOVE SL-COMMAND TO JQ-COMMAND.
           MOVE SPACE TO JQ-DEPENDS-ON.
           MOVE 'Q' TO JQ-STATUS.
           MOVE SPACE TO JQ-DONE-DATE.
           MOVE SPACE TO JQ-DONE-TIME.
           MOVE ZERO TO JQ-COND-CODE.
           WRITE JOBQUEUE-RECORD.
           CLOSE JOBQUEUE.
           ADD 1 TO WS-STALE-QUEUED.
      *
      ******************************************************************
      * 300-VIEW-REPORTS - SUB-MENU PAGING THE RUN'S REPORT AND
      * REJECT FILES TO THE CONSOLE A SCREENFUL AT A TIME, SO THE
      * OPERATOR NO LONGER LEAVES THE MENU AND OPENS AN EDITOR TO SEE
           MOVE SPACE TO OP-RUN-TIME.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO OP-RUN-TIME.
           EVALUATE WS-MENU-CHOICE
               WHEN 10
                   MOVE 'R' TO OP-MENU-CHOICE
               WHEN 11
                   MOVE 'X' TO OP-MENU-CHOICE
               WHEN 12
                   MOVE 'D' TO OP-MENU-CHOICE
               WHEN OTHER
                   MOVE WS-MENU-CHOICE TO WS-CHOICE-NUM
                   MOVE WS-CHOICE-NUM TO OP-MENU-CHOICE
           END-EVALUATE.
           MOVE WS-OP-STATUS TO OP-STATUS.
           MOVE WS-EXIT-CODE TO OP-COND-CODE.
           WRITE OPACTLOG-RECORD.
           CLOSE OPACTLOG.
      *
      ******************************************************************
      * 600-RESET-TRAINING-SET - BETWEEN CLASSES THE INSTRUCTOR WIPES
      * THE TRAINING SET BACK TO EMPTY THROUGH TRNRESET, AFTER A
      * CONFIRMATION, SO THE NEXT CLASS STARTS WITH NO HISTORY. THE
      * LIVE FILES ARE NEVER TOUCHED - TRNRESET ONLY EVER EMPTIES THE
      * TRAINING DIRECTORY.
      ******************************************************************
       600-RESET-TRAINING-SET.
           DISPLAY "WIPE EVERY DATASET IN THE TRAINING SET ON "
               TS-DIRECTORY(1:24).
           DISPLAY "THIS CANNOT BE UNDONE. RESET NOW? (Y/N): "
               WITH NO ADVANCING.
           MOVE 'N' TO WS-RESET-REPLY.
           ACCEPT WS-RESET-REPLY FROM CONSOLE.
           IF WS-RESET-REPLY = 'Y' OR WS-RESET-REPLY = 'y'
               MOVE "TRNRESET (TRAINING SET RESET)" TO WS-CURRENT-STEP
               CALL "SYSTEM" USING PROG-TRNRESET
               PERFORM 900-SHOW-RESULT
           ELSE
               DISPLAY "RESET CANCELLED - THE TRAINING SET IS "
                   "UNCHANGED."
           END-IF.
      *
      ******************************************************************
      * 700-RESEND-PACKET - A RECIPIENT WHO LOST OR NEVER GOT THE
      * MORNING'S PACKET IS SENT IT AGAIN: RPTDIST REBUILDS THAT ONE
      * RECIPIENT'S PACKET FROM THE DAY'S RETAINED GENERATIONS AND
      * LOGS IT ON DISTLOG AS RESENT, BY THIS OPERATOR. A BLANK DATE
      * MEANS TODAY'S REPORTS. THE TYPED RECIPIENT AND DATE NEVER
      * BECOME PART OF A COMMAND LINE: THEY ARE CHECKED (A LETTERS-
      * AND-DIGITS RECIPIENT ROUTED ON DISTMST, A YYYY-MM-DD DATE)
      * AND PASSED TO RPTDIST IN DISTRECIP/DISTDATE/DISTBY.
      ******************************************************************
       700-RESEND-PACKET.
           DISPLAY "RECIPIENT (E.G. CONTROLROOM): " WITH NO ADVANCING.
           MOVE SPACE TO WS-DIST-RECIPIENT.
           ACCEPT WS-DIST-RECIPIENT FROM CONSOLE.
           DISPLAY "REPORT DATE (YYYY-MM-DD, BLANK FOR TODAY): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-DIST-DATE.
           ACCEPT WS-DIST-DATE FROM CONSOLE.
           IF WS-DIST-RECIPIENT IS EQUAL TO SPACE
               DISPLAY "** A RECIPIENT IS REQUIRED - NOTHING SENT **"
           ELSE
               PERFORM 710-CHECK-RECIPIENT
               IF WS-DIST-VALID = 'Y'
                   PERFORM 730-CHECK-DATE
               END-IF
               IF WS-DIST-VALID = 'Y'
                   SET ENVIRONMENT "DISTRECIP" TO WS-DIST-RECIPIENT
                   SET ENVIRONMENT "DISTDATE" TO WS-DIST-DATE
                   SET ENVIRONMENT "DISTBY" TO WS-OPERATOR-ID
                   MOVE "RPTDIST (PACKET RE-SEND)" TO WS-CURRENT-STEP
                   CALL "SYSTEM" USING PROG-DIST
                   PERFORM 900-SHOW-RESULT
                   SET ENVIRONMENT "DISTRECIP" TO SPACE
                   SET ENVIRONMENT "DISTDATE" TO SPACE
                   SET ENVIRONMENT "DISTBY" TO SPACE
               END-IF
           END-IF.
      *
      ******************************************************************
      * 710-CHECK-RECIPIENT - LETTERS AND DIGITS ONLY, LEFT-JUSTIFIED
      * WITH NOTHING AFTER THE FIRST SPACE, AND ROUTED ON DISTMST.
      ******************************************************************
       710-CHECK-RECIPIENT.
           MOVE 'Y' TO WS-DIST-VALID.
           MOVE 'N' TO WS-DIST-SPACE-SEEN.
           PERFORM 715-CHECK-ONE-CHAR
               VARYING WS-DIST-SUBS FROM 1 BY 1
               UNTIL WS-DIST-SUBS > 12.
           IF WS-DIST-VALID = 'N'
               DISPLAY "** RECIPIENT MUST BE LETTERS AND DIGITS ONLY "
                   "- NOTHING SENT **"
           ELSE
               PERFORM 720-FIND-RECIPIENT
               IF WS-DIST-FOUND = 'N'
                   MOVE 'N' TO WS-DIST-VALID
                   DISPLAY "** " WS-DIST-RECIPIENT
                       " IS NOT A RECIPIENT ON DISTMST - NOTHING "
                       "SENT **"
               END-IF
           END-IF.
      *
       715-CHECK-ONE-CHAR.
           MOVE WS-DIST-RECIPIENT(WS-DIST-SUBS:1) TO WS-DIST-CHAR.
           IF WS-DIST-CHAR IS EQUAL TO SPACE
               MOVE 'Y' TO WS-DIST-SPACE-SEEN
           ELSE
               IF WS-DIST-SPACE-SEEN = 'Y'
                   MOVE 'N' TO WS-DIST-VALID
               END-IF
               IF WS-DIST-CHAR IS NOT ALPHABETIC AND
                   WS-DIST-CHAR IS NOT NUMERIC
                   MOVE 'N' TO WS-DIST-VALID
               END-IF
           END-IF.
      *
       720-FIND-RECIPIENT.
           MOVE 'N' TO WS-DIST-FOUND.
           MOVE 'N' TO SW-DIST-EOF.
           OPEN INPUT DISTMST.
           PERFORM 725-MATCH-ONE-DIST-ROW UNTIL SW-DIST-EOF = 'Y'.
           CLOSE DISTMST.
      *
       725-MATCH-ONE-DIST-ROW.
           READ DISTMST NEXT
               AT END
                   MOVE 'Y' TO SW-DIST-EOF
               NOT AT END
                   IF DM-ROUTING AND
                       DM-RECIPIENT IS EQUAL TO WS-DIST-RECIPIENT
                       MOVE 'Y' TO WS-DIST-FOUND
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 730-CHECK-DATE - BLANK (TODAY) OR DIGITS IN THE FORM
      * YYYY-MM-DD.
      ******************************************************************
       730-CHECK-DATE.
           IF WS-DIST-DATE IS NOT EQUAL TO SPACE
               IF WS-DIST-DATE(1:4) IS NOT NUMERIC OR
                   WS-DIST-DATE(5:1) IS NOT EQUAL TO "-" OR
                   WS-DIST-DATE(6:2) IS NOT NUMERIC OR
                   WS-DIST-DATE(8:1) IS NOT EQUAL TO "-" OR
                   WS-DIST-DATE(9:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-DIST-VALID
                   DISPLAY "** REPORT DATE MUST BE YYYY-MM-DD - "
                       "NOTHING SENT **"
               END-IF
           END-IF.
