      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: WIPE THE TRAINING SET BACK TO EMPTY BETWEEN CLASSES.
      *          THE TRAINING DIRECTORY IS RESOLVED THE SAME WAY THE
      *          TRAINING-MODE SWITCH (TRAINSW) RESOLVES IT, EVERY
      *          DATASET IN IT IS REMOVED, AND THE EMPTY DIRECTORY IS
      *          LEFT IN PLACE FOR THE NEXT CLASS. NOTHING OUTSIDE
      *          THE TRAINING DIRECTORY IS EVER TOUCHED. RUN FROM THE
      *          OPERATOR MENU'S TRAINING SESSION OR ON ITS OWN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRESET.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * THE SHELL COMMAND THAT EMPTIES THE DIRECTORY, AND THE UNPACKED
      * EXIT CODE FROM THE RAW WAIT() STATUS CALL "SYSTEM" LEAVES IN
      * RETURN-CODE, THE SAME WAY BATCHDRV UNPACKS ITS STEPS.
       01 WS-WIPE-CMD                              PIC X(132)
                                                VALUE SPACE.
       01 WS-EXIT-CODE                             PIC S9(4) VALUE ZERO.
       01 WS-WAIT-REMAINDER                        PIC S9(4) VALUE ZERO.
       01 WS-QUOTE-COUNT                           PIC 9(3) VALUE ZERO.
      *
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY). ONLY THE DIRECTORY IS WANTED HERE,
      * SO THE ROUTINE IS ASKED TO RESOLVE IT WITHOUT MOVING THE RUN.
           COPY TRAINSPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE 'Q' TO TS-ACTION.
           MOVE 'L' TO TS-MODE.
           MOVE SPACE TO TS-DIRECTORY.
           CALL "TRAINSW" USING TRAINSW-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *    WITHOUT THE SWITCH ROUTINE THERE IS NO TRUSTWORTHY TRAINING
      *    DIRECTORY, AND GUESSING ONE COULD WIPE LIVE DATA.
           IF TS-DIRECTORY = SPACE
               DISPLAY "**TRNRESET** TRAINING DIRECTORY CANNOT BE "
                   "RESOLVED - NOTHING WIPED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    THE WIPE IS RECURSIVE, SO A NAME THAT WOULD BREAK OUT OF ITS
      *    QUOTES ON THE COMMAND LINE IS REFUSED RATHER THAN RUN.
           MOVE ZERO TO WS-QUOTE-COUNT.
           INSPECT TS-DIRECTORY TALLYING WS-QUOTE-COUNT FOR ALL "'".
           IF WS-QUOTE-COUNT IS GREATER THAN ZERO
               DISPLAY "**TRNRESET** TRAINING DIRECTORY "
                   TS-DIRECTORY(1:40)
               DISPLAY "CONTAINS A QUOTE - NOTHING WIPED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-WIPE-TRAINING-SET.
           STOP RUN.
      *
      ******************************************************************
      * 100-WIPE-TRAINING-SET - REMOVE EVERY DATASET IN THE TRAINING
      * DIRECTORY (NEVER THE DIRECTORY'S PARENT OR ANYTHING BESIDE
      * IT), THEN MAKE SURE THE NOW-EMPTY DIRECTORY STILL EXISTS. THE
      * REMOVE IS RECURSIVE: A TRAINING CHAIN LEAVES DIRECTORIES TOO -
      * SHOPBKUP'S BKUP.D<DATE> SETS AND THE SHRDLOCK LOCK - AND A
      * BACKUP SET IS A FULL COPY OF THE CLASS'S DATA.
      ******************************************************************
       100-WIPE-TRAINING-SET.
           STRING "rm -rf -- '" DELIMITED BY SIZE
               TS-DIRECTORY DELIMITED BY SPACE
               "'/*" DELIMITED BY SIZE
               INTO WS-WIPE-CMD.
           CALL "SYSTEM" USING WS-WIPE-CMD.
           DIVIDE RETURN-CODE BY 256 GIVING WS-EXIT-CODE
               REMAINDER WS-WAIT-REMAINDER.
           CALL "CBL_CREATE_DIR" USING TS-DIRECTORY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF WS-EXIT-CODE IS EQUAL TO ZERO
               DISPLAY "TRAINING SET ON " TS-DIRECTORY(1:40)
               DISPLAY "RESET TO EMPTY - READY FOR THE NEXT CLASS."
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "**TRNRESET** WIPE OF " TS-DIRECTORY(1:40)
               DISPLAY "ENDED WITH RETURN CODE " WS-EXIT-CODE
                   " - CHECK THE TRAINING DIRECTORY BY HAND."
               MOVE 8 TO RETURN-CODE
           END-IF.
