      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: CHANGE-CONTROL CONSOLE, IN THE MOLD OF RUNCTLMT AND
      *          CALMAINT - LIST THE CHANGE REQUESTS AWAITING
      *          APPROVAL, RAISE A REQUEST AGAINST THE BATCH SCHEDULE
      *          OR THE STEERLIM/STEERPWR CARDS (RUN-CONTROL ROWS AND
      *          CALIBRATION CARDS ARE RAISED FROM RUNCTLMT AND
      *          CALMAINT), AND APPROVE OR REJECT A REQUEST. THE
      *          TWO-PERSON RULE ITSELF - A DIFFERENT OPERATOR, WITH
      *          SUPERVISOR AUTHORITY IN OPAUTH - IS ENFORCED IN
      *          CHGREQWR, SO IT HOLDS WHICHEVER PROGRAM CALLS IT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CHGREQ IS READ HERE FOR LISTING ONLY; EVERY WRITE GOES
      * THROUGH CHGREQWR.
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
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-DONE                              PIC X VALUE 'N'.
           05 SW-REQ-FOUND                         PIC X VALUE 'N'.
      *
       01 MAINT-DATA.
           05 WS-MENU-CHOICE                       PIC X    VALUE SPACE.
           05 WS-ROW-COUNT                         PIC 9(4) VALUE ZERO.
           05 WS-IN-DATASET                        PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-STEP                           PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-DEPENDS                        PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-SKIP                           PIC X    VALUE SPACE.
           05 WS-IN-COMMAND                        PIC X(100)
                                                VALUE SPACE.
           05 WS-IN-OPERATOR                       PIC X(8)
                                                VALUE SPACE.
           05 WS-IN-CONFIRM                        PIC X    VALUE SPACE.
           05 WS-ENTRY-VALID                       PIC X    VALUE 'N'.
           05 WS-REQUEST-NUMBER                    PIC 9(6) VALUE ZERO.
           05 WS-SHOWN-AFTER                       PIC X(121)
                                                VALUE SPACE.
      *
      * A NUMBER KEYED AT THE CONSOLE: 1 TO WS-NUMBER-WIDTH DIGITS,
      * LEFT-JUSTIFIED, RIGHT-JUSTIFIED WITH LEADING ZEROS INTO
      * WS-NUMBER-9 BY 350-PARSE-NUMBER.
       01 NUMBER-ENTRY.
           05 WS-IN-NUMBER                         PIC X(10)
                                                VALUE SPACE.
           05 WS-NUMBER-WIDTH                      PIC 9(2) VALUE ZERO.
           05 WS-DIGIT-COUNT                       PIC 9(2) VALUE ZERO.
           05 WS-DIGIT-POS                         PIC 9(2) VALUE ZERO.
           05 WS-NUMBER-VALID                      PIC X    VALUE 'N'.
           05 WS-NUMBER-X                          PIC X(9)
                                                VALUE "000000000".
           05 WS-NUMBER-9 REDEFINES WS-NUMBER-X    PIC 9(9).
      *
      * THE NEW CARD IMAGES, LAID OUT AS THE READING PROGRAMS SEE
      * THEM (BATCHDRV'S SCHEDULE ROW, STEERNAV'S TWO CARDS).
       01 WS-NEW-SCHED.
           05 NS-STEP-NAME                         PIC X(10).
           05 NS-DEPENDS-ON                        PIC X(10).
           05 NS-SKIP-FLAG                         PIC X.
           05 NS-COMMAND                           PIC X(100).
       01 WS-NEW-LIMIT.
           05 NL-MAX-DEPTH                         PIC 9(7).
           05 NL-CAUTION-DEPTH                     PIC 9(7).
       01 WS-NEW-POWER.
           05 NP-COST-UP                           PIC 9(3).
           05 NP-COST-DOWN                         PIC 9(3).
           05 NP-COST-FORWARD                      PIC 9(3).
           05 NP-BUDGET                            PIC 9(9).
      *
      * CHGREQ-PARM IS THE SHARED CHANGE-REQUEST PARAMETER AREA (SEE
      * COPYBOOKS/CHGRQPM.CPY).
           COPY CHGRQPM.
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
           PERFORM 100-MAINT-LOOP UNTIL SW-DONE = 'Y'.
           DISPLAY "EXITING CHANGE CONTROL.".
           STOP RUN.
      *
       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "--------------- CHANGE CONTROL ----------------".
           DISPLAY "  L - LIST THE REQUESTS AWAITING APPROVAL".
           DISPLAY "  R - REQUEST A BATCHSCHED, STEERLIM OR STEERPWR "
               "CHANGE".
           DISPLAY "  A - APPROVE A REQUEST (SUPERVISOR)".
           DISPLAY "  J - REJECT OR WITHDRAW A REQUEST".
           DISPLAY "  X - EXIT".
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM 200-LIST-PENDING
               WHEN 'R'
               WHEN 'r'
                   PERFORM 300-RAISE-REQUEST
               WHEN 'A'
               WHEN 'a'
                   PERFORM 400-APPROVE-REQUEST
               WHEN 'J'
               WHEN 'j'
                   PERFORM 500-REJECT-REQUEST
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO SW-DONE
               WHEN OTHER
                   DISPLAY "**INVALID CHOICE** ENTER L, R, A, J OR X."
           END-EVALUATE.
      *
       200-LIST-PENDING.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           OPEN INPUT CHGREQ.
           PERFORM 210-LIST-ONE-REQUEST UNTIL SW-EOF = 'Y'.
           CLOSE CHGREQ.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "** NO CHANGE REQUESTS AWAIT APPROVAL **"
           END-IF.
      *
       210-LIST-ONE-REQUEST.
           READ CHGREQ NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF CR-PENDING
                       ADD 1 TO WS-ROW-COUNT
                       PERFORM 220-SHOW-REQUEST
                   END-IF
           END-READ.
      *
       220-SHOW-REQUEST.
           DISPLAY "REQUEST " CR-REQUEST-NUMBER " " CR-DATASET
               " KEY " CR-KEY.
           DISPLAY "    RAISED BY " CR-REQUESTED-BY " ON "
               CR-REQUESTED-DATE " AT " CR-REQUESTED-TIME.
           DISPLAY "    NEW: " CR-AFTER(1:121).
      *
      ******************************************************************
      * 300-RAISE-REQUEST - VALIDATE THE NEW CARD AT THE CONSOLE,
      * FIELD BY FIELD, BEFORE IT IS RAISED: A BAD DEPTH OR BUDGET IS
      * TURNED AWAY HERE, NOT DISCOVERED BY THE APPROVER.
      ******************************************************************
       300-RAISE-REQUEST.
           DISPLAY "DATASET (BATCHSCHED, STEERLIM, STEERPWR): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-DATASET.
           ACCEPT WS-IN-DATASET FROM CONSOLE.
           MOVE 'N' TO WS-ENTRY-VALID.
           MOVE SPACE TO CQ-AFTER.
           MOVE SPACE TO CQ-KEY.
           EVALUATE WS-IN-DATASET
               WHEN "BATCHSCHED"
                   PERFORM 310-ENTER-SCHEDULE-ROW
               WHEN "STEERLIM"
                   PERFORM 320-ENTER-LIMIT-CARD
               WHEN "STEERPWR"
                   PERFORM 330-ENTER-POWER-CARD
               WHEN "RUNCTL"
                   DISPLAY "** RUN-CONTROL ROWS ARE REQUESTED FROM "
                       "RUNCTLMT."
               WHEN "SONARCAL"
                   DISPLAY "** CALIBRATION CARDS ARE REQUESTED FROM "
                       "CALMAINT."
               WHEN OTHER
                   DISPLAY "** NOT A DATASET UNDER CHANGE CONTROL."
           END-EVALUATE.
           IF WS-ENTRY-VALID = 'Y'
               DISPLAY "YOUR OPERATOR ID : " WITH NO ADVANCING
               MOVE SPACE TO WS-IN-OPERATOR
               ACCEPT WS-IN-OPERATOR FROM CONSOLE
               MOVE 'R' TO CQ-ACTION
               MOVE WS-IN-DATASET TO CQ-DATASET
               MOVE WS-IN-OPERATOR TO CQ-OPERATOR-ID
               PERFORM 800-CALL-CHANGE-REQUEST
               IF CQ-DONE
                   DISPLAY "CHANGE REQUEST " CQ-REQUEST-NUMBER
                       " RAISED - IN EFFECT ONCE A SUPERVISOR "
                       "APPROVES IT."
               ELSE
                   DISPLAY "** NOTHING WRITTEN - " CQ-MESSAGE
               END-IF
           END-IF.
      *
       310-ENTER-SCHEDULE-ROW.
           MOVE SPACE TO WS-NEW-SCHED.
           DISPLAY "STEP NAME        : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-STEP.
           ACCEPT WS-IN-STEP FROM CONSOLE.
           DISPLAY "DEPENDS ON STEP  : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-DEPENDS.
           ACCEPT WS-IN-DEPENDS FROM CONSOLE.
           DISPLAY "SKIP FLAG (Y/N)  : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-SKIP.
           ACCEPT WS-IN-SKIP FROM CONSOLE.
           DISPLAY "COMMAND          : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-COMMAND.
           ACCEPT WS-IN-COMMAND FROM CONSOLE.
           IF WS-IN-SKIP IS EQUAL TO SPACE OR 'n'
               MOVE 'N' TO WS-IN-SKIP
           END-IF.
           IF WS-IN-SKIP IS EQUAL TO 'y'
               MOVE 'Y' TO WS-IN-SKIP
           END-IF.
           EVALUATE TRUE
               WHEN WS-IN-STEP IS EQUAL TO SPACE
                   DISPLAY "** STEP NAME IS REQUIRED - NOTHING WRITTEN."
               WHEN WS-IN-SKIP IS NOT EQUAL TO 'Y' AND
                   WS-IN-SKIP IS NOT EQUAL TO 'N'
                   DISPLAY "** SKIP FLAG MUST BE Y OR N - NOTHING "
                       "WRITTEN."
               WHEN WS-IN-COMMAND IS EQUAL TO SPACE
                   DISPLAY "** COMMAND IS REQUIRED - NOTHING WRITTEN."
               WHEN OTHER
                   MOVE WS-IN-STEP TO NS-STEP-NAME
                   MOVE WS-IN-DEPENDS TO NS-DEPENDS-ON
                   MOVE WS-IN-SKIP TO NS-SKIP-FLAG
                   MOVE WS-IN-COMMAND TO NS-COMMAND
                   MOVE WS-NEW-SCHED TO CQ-AFTER
                   MOVE NS-STEP-NAME TO CQ-KEY
                   MOVE 'Y' TO WS-ENTRY-VALID
           END-EVALUATE.
      *
       320-ENTER-LIMIT-CARD.
           DISPLAY "MAXIMUM DEPTH (1-7 DIGITS) : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-NUMBER.
           ACCEPT WS-IN-NUMBER FROM CONSOLE.
           MOVE 7 TO WS-NUMBER-WIDTH.
           PERFORM 350-PARSE-NUMBER.
           MOVE WS-NUMBER-9 TO NL-MAX-DEPTH.
           IF WS-NUMBER-VALID = 'Y'
               DISPLAY "CAUTION DEPTH (1-7 DIGITS) : " WITH NO ADVANCING
               MOVE SPACE TO WS-IN-NUMBER
               ACCEPT WS-IN-NUMBER FROM CONSOLE
               PERFORM 350-PARSE-NUMBER
               MOVE WS-NUMBER-9 TO NL-CAUTION-DEPTH
           END-IF.
           IF WS-NUMBER-VALID = 'N'
               DISPLAY "** DEPTHS MUST BE 1-7 DIGIT NUMBERS - NOTHING "
                   "WRITTEN."
           ELSE
               IF NL-CAUTION-DEPTH IS GREATER THAN NL-MAX-DEPTH
                   DISPLAY "** CAUTION DEPTH CANNOT EXCEED THE MAXIMUM "
                       "- NOTHING WRITTEN."
               ELSE
                   MOVE WS-NEW-LIMIT TO CQ-AFTER
                   MOVE "STEERLIM" TO CQ-KEY
                   MOVE 'Y' TO WS-ENTRY-VALID
               END-IF
           END-IF.
      *
       330-ENTER-POWER-CARD.
           MOVE 3 TO WS-NUMBER-WIDTH.
           DISPLAY "COST PER UP UNIT (1-3 DIGITS)      : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-NUMBER.
           ACCEPT WS-IN-NUMBER FROM CONSOLE.
           PERFORM 350-PARSE-NUMBER.
           MOVE WS-NUMBER-9 TO NP-COST-UP.
           IF WS-NUMBER-VALID = 'Y'
               DISPLAY "COST PER DOWN UNIT (1-3 DIGITS)    : "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-IN-NUMBER
               ACCEPT WS-IN-NUMBER FROM CONSOLE
               PERFORM 350-PARSE-NUMBER
               MOVE WS-NUMBER-9 TO NP-COST-DOWN
           END-IF.
           IF WS-NUMBER-VALID = 'Y'
               DISPLAY "COST PER FORWARD UNIT (1-3 DIGITS) : "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-IN-NUMBER
               ACCEPT WS-IN-NUMBER FROM CONSOLE
               PERFORM 350-PARSE-NUMBER
               MOVE WS-NUMBER-9 TO NP-COST-FORWARD
           END-IF.
           IF WS-NUMBER-VALID = 'Y'
               DISPLAY "POWER BUDGET (1-9 DIGITS)          : "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-IN-NUMBER
               ACCEPT WS-IN-NUMBER FROM CONSOLE
               MOVE 9 TO WS-NUMBER-WIDTH
               PERFORM 350-PARSE-NUMBER
               MOVE WS-NUMBER-9 TO NP-BUDGET
           END-IF.
           IF WS-NUMBER-VALID = 'N'
               DISPLAY "** COSTS MUST BE 1-3 DIGITS AND THE BUDGET 1-9 "
                   "- NOTHING WRITTEN."
           ELSE
               MOVE WS-NEW-POWER TO CQ-AFTER
               MOVE "STEERPWR" TO CQ-KEY
               MOVE 'Y' TO WS-ENTRY-VALID
           END-IF.
      *
      ******************************************************************
      * 350-PARSE-NUMBER - WS-IN-NUMBER MUST HOLD 1 TO WS-NUMBER-WIDTH
      * DIGITS AND NOTHING ELSE; THEY COME BACK RIGHT-JUSTIFIED WITH
      * LEADING ZEROS IN WS-NUMBER-9.
      ******************************************************************
       350-PARSE-NUMBER.
           MOVE 'N' TO WS-NUMBER-VALID.
           MOVE "000000000" TO WS-NUMBER-X.
           MOVE ZERO TO WS-DIGIT-COUNT.
           INSPECT WS-IN-NUMBER TALLYING WS-DIGIT-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DIGIT-COUNT IS GREATER THAN ZERO AND
               WS-DIGIT-COUNT IS NOT GREATER THAN WS-NUMBER-WIDTH
               IF WS-IN-NUMBER(1:WS-DIGIT-COUNT) IS NUMERIC
                   COMPUTE WS-DIGIT-POS = 10 - WS-DIGIT-COUNT
                   MOVE WS-IN-NUMBER(1:WS-DIGIT-COUNT)
                       TO WS-NUMBER-X(WS-DIGIT-POS:WS-DIGIT-COUNT)
                   MOVE 'Y' TO WS-NUMBER-VALID
               END-IF
           END-IF.
      *
      ******************************************************************
      * 400-APPROVE-REQUEST - SHOW THE REQUEST, ASK FOR CONFIRMATION,
      * AND HAND IT TO CHGREQWR, WHICH REFUSES THE REQUESTER'S OWN
      * APPROVAL AND ANY APPROVER WITHOUT SUPERVISOR AUTHORITY.
      ******************************************************************
       400-APPROVE-REQUEST.
           PERFORM 600-SELECT-REQUEST.
           IF SW-REQ-FOUND = 'Y'
               DISPLAY "APPROVER OPERATOR ID : " WITH NO ADVANCING
               MOVE SPACE TO WS-IN-OPERATOR
               ACCEPT WS-IN-OPERATOR FROM CONSOLE
               DISPLAY "APPROVE THIS CHANGE (Y/N): " WITH NO ADVANCING
               MOVE SPACE TO WS-IN-CONFIRM
               ACCEPT WS-IN-CONFIRM FROM CONSOLE
               IF WS-IN-CONFIRM IS EQUAL TO 'Y' OR 'y'
                   MOVE 'A' TO CQ-ACTION
                   MOVE WS-REQUEST-NUMBER TO CQ-REQUEST-NUMBER
                   MOVE WS-IN-OPERATOR TO CQ-OPERATOR-ID
                   PERFORM 800-CALL-CHANGE-REQUEST
                   IF CQ-DONE
                       DISPLAY "REQUEST " WS-REQUEST-NUMBER
                           " APPROVED - THE CHANGE IS NOW LIVE."
                       DISPLAY "    WAS: " CQ-BEFORE(1:121)
                       DISPLAY "    NOW: " WS-SHOWN-AFTER
                   ELSE
                       DISPLAY "** NOT APPROVED - " CQ-MESSAGE
                   END-IF
               ELSE
                   DISPLAY "NOT APPROVED - THE REQUEST STAYS PENDING."
               END-IF
           END-IF.
      *
       500-REJECT-REQUEST.
           PERFORM 600-SELECT-REQUEST.
           IF SW-REQ-FOUND = 'Y'
               DISPLAY "YOUR OPERATOR ID : " WITH NO ADVANCING
               MOVE SPACE TO WS-IN-OPERATOR
               ACCEPT WS-IN-OPERATOR FROM CONSOLE
               DISPLAY "REJECT THIS CHANGE (Y/N): " WITH NO ADVANCING
               MOVE SPACE TO WS-IN-CONFIRM
               ACCEPT WS-IN-CONFIRM FROM CONSOLE
               IF WS-IN-CONFIRM IS EQUAL TO 'Y' OR 'y'
                   MOVE 'J' TO CQ-ACTION
                   MOVE WS-REQUEST-NUMBER TO CQ-REQUEST-NUMBER
                   MOVE WS-IN-OPERATOR TO CQ-OPERATOR-ID
                   PERFORM 800-CALL-CHANGE-REQUEST
                   IF CQ-DONE
                       DISPLAY "REQUEST " WS-REQUEST-NUMBER
                           " REJECTED - NOTHING CHANGED."
                   ELSE
                       DISPLAY "** NOT REJECTED - " CQ-MESSAGE
                   END-IF
               ELSE
                   DISPLAY "NOT REJECTED - THE REQUEST STAYS PENDING."
               END-IF
           END-IF.
      *
      ******************************************************************
      * 600-SELECT-REQUEST - PROMPT FOR A REQUEST NUMBER AND SHOW THE
      * REQUEST IF IT IS STILL PENDING.
      ******************************************************************
       600-SELECT-REQUEST.
           MOVE 'N' TO SW-REQ-FOUND.
           DISPLAY "REQUEST NUMBER : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-NUMBER.
           ACCEPT WS-IN-NUMBER FROM CONSOLE.
           MOVE 6 TO WS-NUMBER-WIDTH.
           PERFORM 350-PARSE-NUMBER.
           IF WS-NUMBER-VALID = 'N'
               DISPLAY "** REQUEST NUMBER MUST BE 1-6 DIGITS."
           ELSE
               MOVE WS-NUMBER-9 TO WS-REQUEST-NUMBER
               MOVE 'N' TO SW-EOF
               OPEN INPUT CHGREQ
               PERFORM 610-MATCH-ONE-REQUEST UNTIL SW-EOF = 'Y'
               CLOSE CHGREQ
               IF SW-REQ-FOUND = 'N'
                   DISPLAY "** NO PENDING REQUEST " WS-REQUEST-NUMBER
               END-IF
           END-IF.
      *
       610-MATCH-ONE-REQUEST.
           READ CHGREQ NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF CR-REQUEST-NUMBER IS EQUAL TO WS-REQUEST-NUMBER
                       AND CR-PENDING
                       MOVE 'Y' TO SW-REQ-FOUND
                       MOVE 'Y' TO SW-EOF
                       MOVE CR-AFTER(1:121) TO WS-SHOWN-AFTER
                       PERFORM 220-SHOW-REQUEST
                   END-IF
           END-READ.
      *
       800-CALL-CHANGE-REQUEST.
           MOVE 'N' TO CQ-RESULT.
           MOVE "CHANGE-REQUEST ROUTINE IS NOT AVAILABLE" TO CQ-MESSAGE.
           CALL "CHGREQWR" USING CHGREQ-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
