      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: KEYED-ENTRY PROGRAM FOR STEERNAV COURSE LOGS. THE
      *          OPERATOR KEYS ONE COMMAND AND AMOUNT AT A TIME; ONLY
      *          THE WORDS MOVEMENT-DIRECTION KNOWS (UP, DOWN,
      *          FORWARD, HOLD, SURFACE) ARE TAKEN, EACH IS STORED
      *          RIGHT-JUSTIFIED IN THE 7-BYTE IR-CONTROL-WORD THE
      *          WAY INRECORD EXPECTS, AND THE RUNNING DEPTH/LENGTH IS
      *          SHOWN AFTER EVERY COMMAND. THE FINISHED COURSE IS
      *          WRITTEN ONLY AFTER THE OPERATOR CONFIRMS THE RECORD
      *          COUNT, READY TO BE POINTED AT VIA NAVIN1/NAVIN2 (OR
      *          CHECKED FIRST WITH COURSECHK VIA COURSEIN). NO MORE
      *          MISSPELLED CONTROL WORDS OR AMOUNTS IN THE WRONG
      *          COLUMN TURNING UP ON STEER1REJ/STEER2REJ AFTER THE
      *          RUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFL ASSIGN TO DYNAMIC FILENAME-CRSOUT
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE COURSE RECORD IN THE SAME SHAPE STEERNAV'S INRECORD READS
      * (THE LINE END SUPPLYING ITS LINEBREAK BYTE), AS RETCOURSE
      * WRITES IT.
       FD OUTFL.
       01 OUTFL-RECORD.
           05 OR-CONTROL-WORD                      PIC X(7).
           05 OR-AMOUNT                            PIC 9(3).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-ENTRY-DONE                        PIC X VALUE 'N'.
           05 SW-CONFIRM-DONE                      PIC X VALUE 'N'.
           05 SW-SAVE-COURSE                       PIC X VALUE 'N'.
           05 SW-AMOUNT-OK                         PIC X VALUE 'N'.
           05 SW-SIZE-ERROR                        PIC X VALUE 'N'.
      *
      * FILENAME-CRSOUT DEFAULTS TO CRSENTRYOUT BUT IS OVERRIDDEN BY
      * THE CRSOUT ENVIRONMENT VARIABLE, SO THE COURSE CAN BE WRITTEN
      * STRAIGHT TO WHEREVER NAVIN1/NAVIN2 WILL POINT.
       01 FILE-NAMES.
           05 FILENAME-CRSOUT                      PIC X(100)
                                                VALUE "CRSENTRYOUT".
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
      *
      * WHICH STEERING MODEL THE RUNNING FIGURES FOLLOW, MIRRORING
      * STEERNAV'S STEERMODE: '1' DEPTH/LENGTH ONLY, '2' AIM-BASED.
      * IT ONLY CHANGES WHAT IS SHOWN - THE COURSE FILE IS THE SAME.
       01 WS-MODEL-CHOICE                          PIC 9 VALUE 1.
      *
      * THE KEYED COMMANDS ARE COLLECTED IN A TABLE FIRST, SO NOTHING
      * IS WRITTEN UNTIL THE OPERATOR HAS CONFIRMED THE COUNT.
       01 ENTRY-TABLE.
           05 WS-ENTRY-COUNT                       PIC 9(5) VALUE ZERO.
           05 ET-ROW                               OCCURS 5000 TIMES.
               10 ET-CONTROL-WORD                  PIC X(7).
               10 ET-AMOUNT                        PIC 9(3).
       01 WS-ET-SUBS                               PIC 9(5) VALUE ZERO.
      *
       01 ENTRY-WORK.
           05 WS-IN-COMMAND                        PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-AMOUNT                         PIC X(5)
                                                VALUE SPACE.
           05 WS-IN-COUNT                          PIC X(6)
                                                VALUE SPACE.
           05 WS-AMOUNT-1                          PIC 9(1) VALUE ZERO.
           05 WS-AMOUNT-2                          PIC 9(2) VALUE ZERO.
           05 WS-AMOUNT                            PIC 9(3) VALUE ZERO.
           05 WS-CONFIRM-COUNT                     PIC 9(5) VALUE ZERO.
      *
      * THE VOCABULARY, AS STEERNAV'S MOVEMENT-DIRECTION SPELLS IT.
       01 MOVEMENT-DIRECTION                       PIC X(7).
           88 MOVE-UP                              VALUE "     up".
           88 MOVE-DOWN                            VALUE "   down".
           88 MOVE-FORWARD                         VALUE "forward".
           88 MOVE-HOLD                            VALUE "   hold".
           88 MOVE-SURFACE                         VALUE "surface".
      *
      * THE RUNNING COURSE FIGURES, AND THE TRIAL FIGURES A COMMAND IS
      * APPLIED TO FIRST SO ONE THAT WOULD OVERFLOW (AND ABEND THE
      * REAL RUN) CAN BE REFUSED WITHOUT DISTURBING THE TOTALS.
       01 COURSE-FIGURES.
           05 CF-DEPTH          COMP-3             PIC S9(7) VALUE ZERO.
           05 CF-LENGTH         COMP-3             PIC S9(7) VALUE ZERO.
           05 CF-AIM            COMP-3             PIC S9(7) VALUE ZERO.
           05 CF-NEW-DEPTH      COMP-3             PIC S9(7) VALUE ZERO.
           05 CF-NEW-LENGTH     COMP-3             PIC S9(7) VALUE ZERO.
           05 CF-NEW-AIM        COMP-3             PIC S9(7) VALUE ZERO.
       01 DISPLAY-FIGURES.
           05 DF-DEPTH                             PIC -(7)9.
           05 DF-LENGTH                            PIC -(7)9.
           05 DF-AIM                               PIC -(7)9.
           05 DF-COUNT                             PIC Z(4)9.
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
           PERFORM 010-GET-FILE-NAMES.
           PERFORM 020-PICK-MODEL.
           PERFORM 100-TAKE-ENTRIES UNTIL SW-ENTRY-DONE = 'Y'.
           IF WS-ENTRY-COUNT IS EQUAL TO ZERO
               DISPLAY "NO COMMANDS KEYED - NO COURSE WRITTEN."
           ELSE
               PERFORM 400-CONFIRM-COUNT UNTIL SW-CONFIRM-DONE = 'Y'
               IF SW-SAVE-COURSE = 'Y'
                   PERFORM 500-WRITE-COURSE
                   DISPLAY WS-ENTRY-COUNT " COMMAND(S) WRITTEN TO "
                       FILENAME-CRSOUT
                   DISPLAY "POINT NAVIN1 (OR NAVIN2) AT THE FILE TO "
      -                "RUN IT, OR COURSEIN TO CHECK IT FIRST."
               ELSE
                   DISPLAY "COUNT NOT CONFIRMED - NO COURSE WRITTEN."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
       010-GET-FILE-NAMES.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "CRSOUT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO FILENAME-CRSOUT
           END-IF.
      *
       020-PICK-MODEL.
           DISPLAY "MODEL - 1 = DEPTH/LENGTH, 2 = AIM-BASED: "
               WITH NO ADVANCING.
           ACCEPT WS-MODEL-CHOICE FROM CONSOLE.
           IF WS-MODEL-CHOICE NOT EQUAL TO 2
               MOVE 1 TO WS-MODEL-CHOICE
           END-IF.
      *
       100-TAKE-ENTRIES.
           IF WS-ENTRY-COUNT IS EQUAL TO 5000
               DISPLAY "** ENTRY TABLE FULL (5000 COMMANDS) - "
      -            "CONFIRMING WHAT WAS KEYED."
               MOVE 'Y' TO SW-ENTRY-DONE
           ELSE
               PERFORM 150-TAKE-COMMAND
           END-IF.
      *
      ******************************************************************
      * 150-TAKE-COMMAND - ONE COMMAND WORD PER PROMPT, IN EITHER
      * CASE. A BLANK REPLY ENDS THE SESSION; A WORD OUTSIDE THE
      * VOCABULARY IS REFUSED ON THE SPOT INSTEAD OF BECOMING
      * TOMORROW'S REJECT. THE WORD IS STORED RIGHT-JUSTIFIED, AS
      * MOVEMENT-DIRECTION COMPARES IT.
      ******************************************************************
       150-TAKE-COMMAND.
           DISPLAY "COMMAND (UP/DOWN/FORWARD/HOLD/SURFACE, BLANK TO "
      -        "FINISH): " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-COMMAND.
           ACCEPT WS-IN-COMMAND FROM CONSOLE.
           INSPECT WS-IN-COMMAND CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz".
           MOVE SPACE TO MOVEMENT-DIRECTION.
           EVALUATE WS-IN-COMMAND
               WHEN SPACE
                   MOVE 'Y' TO SW-ENTRY-DONE
               WHEN "up"
                   MOVE "     up" TO MOVEMENT-DIRECTION
               WHEN "down"
                   MOVE "   down" TO MOVEMENT-DIRECTION
               WHEN "forward"
                   MOVE "forward" TO MOVEMENT-DIRECTION
               WHEN "hold"
                   MOVE "   hold" TO MOVEMENT-DIRECTION
               WHEN "surface"
                   MOVE "surface" TO MOVEMENT-DIRECTION
               WHEN OTHER
                   DISPLAY "** NOT A COURSE COMMAND - NOT TAKEN."
           END-EVALUATE.
           IF MOVEMENT-DIRECTION NOT EQUAL TO SPACE
               PERFORM 200-TAKE-AMOUNT
           END-IF.
      *
      ******************************************************************
      * 200-TAKE-AMOUNT - ONE TO THREE DIGITS, LEFT AS KEYED; THE
      * AMOUNT IS STORED ZERO-FILLED TO THE THREE COLUMNS IR-AMOUNT
      * OCCUPIES. THE COMMAND IS THEN TRIED AGAINST THE RUNNING
      * FIGURES AND TAKEN UNLESS IT WOULD OVERFLOW THEM.
      ******************************************************************
       200-TAKE-AMOUNT.
           DISPLAY "AMOUNT (1 TO 3 DIGITS)  : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-AMOUNT.
           ACCEPT WS-IN-AMOUNT FROM CONSOLE.
           MOVE 'Y' TO SW-AMOUNT-OK.
           IF WS-IN-AMOUNT(1:3) IS NUMERIC AND
               WS-IN-AMOUNT(4:2) IS EQUAL TO SPACE
               MOVE WS-IN-AMOUNT(1:3) TO WS-AMOUNT
           ELSE
           IF WS-IN-AMOUNT(1:2) IS NUMERIC AND
               WS-IN-AMOUNT(3:3) IS EQUAL TO SPACE
               MOVE WS-IN-AMOUNT(1:2) TO WS-AMOUNT-2
               MOVE WS-AMOUNT-2 TO WS-AMOUNT
           ELSE
           IF WS-IN-AMOUNT(1:1) IS NUMERIC AND
               WS-IN-AMOUNT(2:4) IS EQUAL TO SPACE
               MOVE WS-IN-AMOUNT(1:1) TO WS-AMOUNT-1
               MOVE WS-AMOUNT-1 TO WS-AMOUNT
           ELSE
               MOVE 'N' TO SW-AMOUNT-OK
           END-IF
           END-IF
           END-IF.
           IF SW-AMOUNT-OK = 'N'
               DISPLAY "** AMOUNT MUST BE 1 TO 3 DIGITS - NOT TAKEN."
           ELSE
               PERFORM 300-APPLY-COMMAND
               IF SW-SIZE-ERROR = 'Y'
                   DISPLAY "** COMMAND WOULD OVERFLOW THE COURSE "
      -                "FIGURES - NOT TAKEN."
               ELSE
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE MOVEMENT-DIRECTION
                       TO ET-CONTROL-WORD(WS-ENTRY-COUNT)
                   MOVE WS-AMOUNT TO ET-AMOUNT(WS-ENTRY-COUNT)
                   MOVE CF-NEW-DEPTH TO CF-DEPTH
                   MOVE CF-NEW-LENGTH TO CF-LENGTH
                   MOVE CF-NEW-AIM TO CF-AIM
                   PERFORM 350-SHOW-RUNNING-FIGURES
               END-IF
           END-IF.
      *
      ******************************************************************
      * 300-APPLY-COMMAND - THE SAME ARITHMETIC STEERNAV'S 200-UPDATE
      * APPLIES IN THE CHOSEN MODEL, WORKED ON THE TRIAL FIGURES.
      ******************************************************************
       300-APPLY-COMMAND.
           MOVE 'N' TO SW-SIZE-ERROR.
           MOVE CF-DEPTH TO CF-NEW-DEPTH.
           MOVE CF-LENGTH TO CF-NEW-LENGTH.
           MOVE CF-AIM TO CF-NEW-AIM.
           IF WS-MODEL-CHOICE IS EQUAL TO 2
               EVALUATE TRUE
                   WHEN MOVE-UP
                       SUBTRACT WS-AMOUNT FROM CF-NEW-AIM
                           ON SIZE ERROR
                               MOVE 'Y' TO SW-SIZE-ERROR
                       END-SUBTRACT
                   WHEN MOVE-DOWN
                       ADD WS-AMOUNT TO CF-NEW-AIM
                           ON SIZE ERROR
                               MOVE 'Y' TO SW-SIZE-ERROR
                       END-ADD
                   WHEN MOVE-FORWARD
                       ADD WS-AMOUNT TO CF-NEW-LENGTH
                           ON SIZE ERROR
                               MOVE 'Y' TO SW-SIZE-ERROR
                       END-ADD
                       COMPUTE CF-NEW-DEPTH =
                           CF-NEW-DEPTH + WS-AMOUNT * CF-NEW-AIM
                           ON SIZE ERROR
                               MOVE 'Y' TO SW-SIZE-ERROR
                       END-COMPUTE
                   WHEN MOVE-HOLD
                       CONTINUE
                   WHEN MOVE-SURFACE
                       MOVE ZERO TO CF-NEW-DEPTH
                       MOVE ZERO TO CF-NEW-AIM
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN MOVE-UP
                       SUBTRACT WS-AMOUNT FROM CF-NEW-DEPTH
                           ON SIZE ERROR
                               MOVE 'Y' TO SW-SIZE-ERROR
                       END-SUBTRACT
                   WHEN MOVE-DOWN
                       ADD WS-AMOUNT TO CF-NEW-DEPTH
                           ON SIZE ERROR
                               MOVE 'Y' TO SW-SIZE-ERROR
                       END-ADD
                   WHEN MOVE-FORWARD
                       ADD WS-AMOUNT TO CF-NEW-LENGTH
                           ON SIZE ERROR
                               MOVE 'Y' TO SW-SIZE-ERROR
                       END-ADD
                   WHEN MOVE-HOLD
                       CONTINUE
                   WHEN MOVE-SURFACE
                       MOVE ZERO TO CF-NEW-DEPTH
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
      * 350-SHOW-RUNNING-FIGURES - WHERE THE COURSE STANDS AFTER THE
      * COMMAND JUST TAKEN, WITH THE SAME NEGATIVE-VALUE WARNINGS
      * STEERNAV WILL RAISE - BETTER SEEN NOW THAN IN THE RUN LOG.
      ******************************************************************
       350-SHOW-RUNNING-FIGURES.
           MOVE WS-ENTRY-COUNT TO DF-COUNT.
           MOVE CF-DEPTH TO DF-DEPTH.
           MOVE CF-LENGTH TO DF-LENGTH.
           IF WS-MODEL-CHOICE IS EQUAL TO 2
               MOVE CF-AIM TO DF-AIM
               DISPLAY "  #" DF-COUNT " " MOVEMENT-DIRECTION " "
                   WS-AMOUNT "  DEPTH ==>" DF-DEPTH "  LENGTH ==>"
                   DF-LENGTH "  AIM ==>" DF-AIM
           ELSE
               DISPLAY "  #" DF-COUNT " " MOVEMENT-DIRECTION " "
                   WS-AMOUNT "  DEPTH ==>" DF-DEPTH "  LENGTH ==>"
                   DF-LENGTH
           END-IF.
           IF CF-DEPTH IS LESS THAN ZERO
               DISPLAY "  **WARNING** NEGATIVE DEPTH - THE COURSE "
      -            "WOULD TAKE THE BOAT ABOVE THE SURFACE."
           END-IF.
           IF CF-AIM IS LESS THAN ZERO
               DISPLAY "  **WARNING** NEGATIVE AIM."
           END-IF.
      *
      ******************************************************************
      * 400-CONFIRM-COUNT - THE OPERATOR KEYS BACK THE NUMBER OF
      * COMMANDS BEFORE ANYTHING IS SAVED, SO A SESSION CUT SHORT OR
      * RUN LONG IS NOTICED HERE. A MISMATCH ASKS AGAIN; A BLANK
      * REPLY ABANDONS THE COURSE.
      ******************************************************************
       400-CONFIRM-COUNT.
           MOVE WS-ENTRY-COUNT TO DF-COUNT.
           MOVE CF-DEPTH TO DF-DEPTH.
           MOVE CF-LENGTH TO DF-LENGTH.
           DISPLAY DF-COUNT " COMMAND(S) KEYED. FINAL DEPTH ==>"
               DF-DEPTH "  LENGTH ==>" DF-LENGTH.
           DISPLAY "KEY THE COMMAND COUNT TO SAVE (BLANK TO "
      -        "ABANDON): " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-COUNT.
           ACCEPT WS-IN-COUNT FROM CONSOLE.
           IF WS-IN-COUNT IS EQUAL TO SPACE
               MOVE 'Y' TO SW-CONFIRM-DONE
           ELSE
               MOVE ZERO TO WS-CONFIRM-COUNT
               PERFORM 410-CRACK-COUNT
               IF WS-CONFIRM-COUNT IS EQUAL TO WS-ENTRY-COUNT
                   MOVE 'Y' TO SW-SAVE-COURSE
                   MOVE 'Y' TO SW-CONFIRM-DONE
               ELSE
                   DISPLAY "** COUNT DOES NOT MATCH THE COMMANDS "
      -                "KEYED - TRY AGAIN."
               END-IF
           END-IF.
      *
      * THE COUNT MAY BE KEYED WITH OR WITHOUT LEADING ZEROS; ANYTHING
      * BUT ONE TO FIVE DIGITS IS LEFT AT ZERO, WHICH NEVER MATCHES.
       410-CRACK-COUNT.
           IF WS-IN-COUNT(1:5) IS NUMERIC AND
               WS-IN-COUNT(6:1) IS EQUAL TO SPACE
               MOVE WS-IN-COUNT(1:5) TO WS-CONFIRM-COUNT
           ELSE
           IF WS-IN-COUNT(1:4) IS NUMERIC AND
               WS-IN-COUNT(5:2) IS EQUAL TO SPACE
               MOVE WS-IN-COUNT(1:4) TO WS-CONFIRM-COUNT
           ELSE
           IF WS-IN-COUNT(1:3) IS NUMERIC AND
               WS-IN-COUNT(4:3) IS EQUAL TO SPACE
               MOVE WS-IN-COUNT(1:3) TO WS-CONFIRM-COUNT
           ELSE
           IF WS-IN-COUNT(1:2) IS NUMERIC AND
               WS-IN-COUNT(3:4) IS EQUAL TO SPACE
               MOVE WS-IN-COUNT(1:2) TO WS-CONFIRM-COUNT
           ELSE
           IF WS-IN-COUNT(1:1) IS NUMERIC AND
               WS-IN-COUNT(2:5) IS EQUAL TO SPACE
               MOVE WS-IN-COUNT(1:1) TO WS-CONFIRM-COUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      ******************************************************************
      * 500-WRITE-COURSE - THE CONFIRMED COMMANDS IN ENTRY ORDER.
      ******************************************************************
       500-WRITE-COURSE.
           OPEN OUTPUT OUTFL.
           PERFORM 510-WRITE-ONE-COMMAND
               VARYING WS-ET-SUBS FROM 1 BY 1
               UNTIL WS-ET-SUBS > WS-ENTRY-COUNT.
           CLOSE OUTFL.
      *
       510-WRITE-ONE-COMMAND.
           MOVE ET-CONTROL-WORD(WS-ET-SUBS) TO OR-CONTROL-WORD.
           MOVE ET-AMOUNT(WS-ET-SUBS) TO OR-AMOUNT.
           WRITE OUTFL-RECORD.
