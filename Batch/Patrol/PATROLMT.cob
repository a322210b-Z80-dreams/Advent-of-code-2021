      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: MAINTENANCE FOR THE PATROL REGISTER, IN THE MOLD OF
      *          OPSCALMT AND HULLMT - LIST THE REGISTER, OPEN A
      *          PATROL FOR A HULL WITH ITS SAILING DATE AND
      *          OBJECTIVE, CLOSE IT WITH THE RETURN DATE, AND PRINT
      *          THE REGISTER. CLOSING A PATROL WORKS OUT ITS TOTALS
      *          THROUGH PATRLAGG AND LOCKS THEM ON PATROLSUM, THE WAY
      *          MONTHEND LOCKS A PERIOD ON PERIODCTL, SO THE
      *          END-OF-PATROL PACKAGE COMMAND RECEIVES DOES NOT MOVE
      *          WHEN A LATE FEED ARRIVES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATROLMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PATROLS IS READ FOR LISTING AND LOOKUPS; PATROLSX IS THE SAME
      * PHYSICAL FILE OPENED EXTEND WHEN A CARD IS ADDED - THE SAME
      * TWO-SELECT SHAPE RUNCTLMT USES ON RUNCTL.
           SELECT OPTIONAL PATROLS ASSIGN TO "PATROLS"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PATROLSX ASSIGN TO "PATROLS"
           ORGANIZATION IS LINE SEQUENTIAL.
      * PATROLSUM IS THE PATROL LOCK: ONE ROW PER CLOSED PATROL.
           SELECT OPTIONAL PATROLSUM ASSIGN TO "PATROLSUM"
           ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFL ASSIGN TO "PATROLREG"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE PATROL REGISTER CARD (SEE COPYBOOKS/PATRLREC.CPY).
       FD PATROLS.
           COPY PATRLREC.
       FD PATROLSX.
       01 PATROLSX-RECORD.
           05 PX-PATROL-ID                         PIC X(8).
           05 PX-HULL-ID                           PIC X(4).
           05 PX-SAIL-DATE                         PIC X(10).
           05 PX-RETURN-DATE                       PIC X(10).
           05 PX-OBJECTIVE                         PIC X(40).
           05 PX-STATUS                            PIC X.
           05 PX-INITIALS                          PIC X(3).
           05 PX-ENTERED-DATE                      PIC X(10).
      *
      * THE PATROL LOCK ROW (SEE COPYBOOKS/PATRSREC.CPY).
       FD PATROLSUM.
           COPY PATRSREC.
      *
       FD RPTFL.
       01 RPTFL-RECORD                             PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-DONE                              PIC X VALUE 'N'.
           05 SW-PATROL-FOUND                      PIC X VALUE 'N'.
      *
       01 MAINT-DATA.
           05 WS-MENU-CHOICE                       PIC X    VALUE SPACE.
           05 WS-ROW-COUNT                         PIC 9(4) VALUE ZERO.
           05 WS-IN-PATROL                         PIC X(12)
                                                VALUE SPACE.
           05 WS-IN-HULL                           PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-DATE                           PIC X(12)
                                                VALUE SPACE.
           05 WS-IN-OBJECTIVE                      PIC X(50)
                                                VALUE SPACE.
           05 WS-IN-INITIALS                       PIC X(10)
                                                VALUE SPACE.
           05 WS-ENTRY-VALID                       PIC X    VALUE 'N'.
           05 WS-ID-LENGTH                         PIC 99   VALUE ZERO.
           05 WS-ID-SPACES                         PIC 99   VALUE ZERO.
      *
      * THE LATEST CARD FOUND FOR ONE PATROL ID BY 500-FIND-PATROL.
       01 FOUND-PATROL.
           05 WS-FOUND-HULL                        PIC X(4) VALUE SPACE.
           05 WS-FOUND-SAIL-DATE                   PIC X(10)
                                                VALUE SPACE.
           05 WS-FOUND-OBJECTIVE                   PIC X(40)
                                                VALUE SPACE.
           05 WS-FOUND-STATUS                      PIC X    VALUE SPACE.
      *
      * THE HULL'S PATROLS STILL OPEN, BUILT BY 520-FIND-OPEN-PATROL:
      * AN 'O' CARD ADDS THE ID AND A LATER 'C' CARD BLANKS IT OUT.
       01 OPEN-PATROL-TABLE.
           05 WS-OPEN-COUNT                        PIC 99   VALUE ZERO.
           05 OP-PATROL-ID                         PIC X(8)
                                                   OCCURS 50 TIMES.
       01 WS-OP-SUBS                               PIC 99   VALUE ZERO.
       01 WS-OPEN-PATROL                           PIC X(8) VALUE SPACE.
      *
      * ONE DATE UNDER TEST BY 320-CHECK-DATE, WITH THE DAYS IN EACH
      * MONTH SO 2026-02-30 IS TURNED AWAY AT THE CONSOLE.
       01 DATE-CHECK.
           05 WS-CHECK-DATE                        PIC X(12)
                                                VALUE SPACE.
           05 WS-DATE-OK                           PIC X    VALUE 'N'.
           05 WS-CHECK-YYYY                        PIC 9(4) VALUE ZERO.
           05 WS-CHECK-MM                          PIC 9(2) VALUE ZERO.
           05 WS-CHECK-DD                          PIC 9(2) VALUE ZERO.
           05 WS-CHECK-MAX-DD                      PIC 9(2) VALUE ZERO.
           05 WS-LEAP-REM                          PIC 9(4) VALUE ZERO.
           05 WS-LEAP-QUOT                         PIC 9(4) VALUE ZERO.
       01 MONTH-LENGTHS.
           05 FILLER                               PIC X(24)
                                     VALUE "312831303130313130313031".
       01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS.
           05 ML-DAYS                              PIC 9(2)
                                                   OCCURS 12 TIMES.
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
      * PATRLAGG-PARM IS THE SHARED PATROL TOTALS AREA (SEE
      * COPYBOOKS/PATRAGPM.CPY).
           COPY PATRAGPM.
      *
       01 RPT-HEADER.
           05 FILLER                               PIC X(40)
                 VALUE "PATROL REGISTER                         ".
           05 FILLER                               PIC X(12)
                                   VALUE "PRINTED ON: ".
           05 RH-DATE                              PIC X(10).
           05 FILLER                               PIC X(18)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-PATROL                            PIC X(8).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-HULL                              PIC X(4).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-SAIL-DATE                         PIC X(10).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-RETURN-DATE                       PIC X(10).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-STATUS                            PIC X(6).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-OBJECTIVE                         PIC X(33).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-INITIALS                          PIC X(3).
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           PERFORM 100-MAINT-LOOP UNTIL SW-DONE = 'Y'.
           DISPLAY "EXITING PATROL REGISTER MAINTENANCE.".
           STOP RUN.
      *
       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "---------- PATROL REGISTER MAINTENANCE ----------".
           DISPLAY "  L - LIST THE PATROL REGISTER".
           DISPLAY "  O - OPEN A PATROL".
           DISPLAY "  C - CLOSE A PATROL AND LOCK ITS FIGURES".
           DISPLAY "  P - PRINT THE REGISTER TO PATROLREG".
           DISPLAY "  X - EXIT".
           DISPLAY "-------------------------------------------------".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM 200-LIST-CARDS
               WHEN 'O'
               WHEN 'o'
                   PERFORM 300-OPEN-PATROL
               WHEN 'C'
               WHEN 'c'
                   PERFORM 350-CLOSE-PATROL
               WHEN 'P'
               WHEN 'p'
                   PERFORM 400-PRINT-CARDS
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO SW-DONE
               WHEN OTHER
                   DISPLAY "**INVALID CHOICE** ENTER L, O, C, P OR X."
           END-EVALUATE.
      *
       200-LIST-CARDS.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           OPEN INPUT PATROLS.
           PERFORM 210-LIST-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE PATROLS.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "** PATROL REGISTER IS EMPTY **"
           END-IF.
      *
       210-LIST-ONE-CARD.
           READ PATROLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   IF PT-CLOSED
                       DISPLAY "PATROL " PT-PATROL-ID " HULL "
                           PT-HULL-ID " " PT-SAIL-DATE " TO "
                           PT-RETURN-DATE " CLOSED " PT-INITIALS
                   ELSE
                       DISPLAY "PATROL " PT-PATROL-ID " HULL "
                           PT-HULL-ID " " PT-SAIL-DATE " OPENED "
                           PT-INITIALS " " PT-OBJECTIVE
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 300-OPEN-PATROL - A NEW PATROL ID OF 1-8 CHARACTERS WITH NO
      * EMBEDDED BLANK, A HULL THE HULL REGISTRY ACCEPTS AND THAT HAS
      * NO PATROL ALREADY OPEN, A REAL SAILING DATE (BLANK MEANS
      * TODAY), AN OBJECTIVE AND THE OPERATOR'S INITIALS.
      ******************************************************************
       300-OPEN-PATROL.
           DISPLAY "PATROL ID (1-8 CHARS)        : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-PATROL.
           ACCEPT WS-IN-PATROL FROM CONSOLE.
           DISPLAY "HULL ID                      : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-HULL.
           ACCEPT WS-IN-HULL FROM CONSOLE.
           DISPLAY "SAILING DATE YYYY-MM-DD (BLANK = TODAY): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-DATE.
           ACCEPT WS-IN-DATE FROM CONSOLE.
           DISPLAY "OBJECTIVE (40 CHARS)         : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-OBJECTIVE.
           ACCEPT WS-IN-OBJECTIVE FROM CONSOLE.
           DISPLAY "OPERATOR INITIALS            : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-INITIALS.
           ACCEPT WS-IN-INITIALS FROM CONSOLE.
           PERFORM 310-VALIDATE-OPEN.
           IF WS-ENTRY-VALID = 'Y'
               OPEN EXTEND PATROLSX
               MOVE WS-IN-PATROL TO PX-PATROL-ID
               MOVE WS-IN-HULL TO PX-HULL-ID
               MOVE WS-IN-DATE TO PX-SAIL-DATE
               MOVE SPACE TO PX-RETURN-DATE
               MOVE WS-IN-OBJECTIVE TO PX-OBJECTIVE
               MOVE 'O' TO PX-STATUS
               MOVE WS-IN-INITIALS TO PX-INITIALS
               MOVE WS-TODAY-DATE TO PX-ENTERED-DATE
               WRITE PATROLSX-RECORD
               CLOSE PATROLSX
               DISPLAY "PATROL " PX-PATROL-ID " OPENED FOR HULL "
                   PX-HULL-ID " SAILING " PX-SAIL-DATE
           END-IF.
      *
       310-VALIDATE-OPEN.
           PERFORM 330-VALIDATE-PATROL-ID.
           INSPECT WS-IN-HULL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-IN-INITIALS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-ENTRY-VALID = 'Y'
               PERFORM 500-FIND-PATROL
               IF SW-PATROL-FOUND = 'Y'
                   DISPLAY "** PATROL " WS-IN-PATROL(1:8)
                       " IS ALREADY ON THE REGISTER - NOTHING "
                       "WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF WS-IN-HULL IS EQUAL TO SPACE OR
                   WS-IN-HULL(5:6) NOT EQUAL TO SPACE
                   DISPLAY "** HULL ID (1-4 CHARACTERS) IS REQUIRED - "
      -                "NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               ELSE
                   MOVE WS-IN-HULL TO HK-HULL-ID
                   MOVE 'V' TO HK-RESULT
                   CALL "HULLCHK" USING HULLCHK-PARM
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   IF HK-REFUSED
                       DISPLAY "** NO PATROL FOR AN UNKNOWN OR "
                           "RETIRED HULL - NOTHING WRITTEN."
                       MOVE 'N' TO WS-ENTRY-VALID
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               PERFORM 520-FIND-OPEN-PATROL
               IF WS-OPEN-PATROL NOT EQUAL TO SPACE
                   DISPLAY "** HULL " WS-IN-HULL(1:4)
                       " IS ALREADY ON PATROL " WS-OPEN-PATROL
                       " - CLOSE IT FIRST. NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF WS-IN-DATE IS EQUAL TO SPACE
                   MOVE WS-TODAY-DATE TO WS-IN-DATE
               END-IF
               MOVE WS-IN-DATE TO WS-CHECK-DATE
               PERFORM 320-CHECK-DATE
               IF WS-DATE-OK = 'N'
                   DISPLAY "** SAILING DATE MUST BE A REAL YYYY-MM-DD "
      -                "DATE - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               (WS-IN-OBJECTIVE IS EQUAL TO SPACE OR
                WS-IN-OBJECTIVE(41:10) NOT EQUAL TO SPACE)
               DISPLAY "** OBJECTIVE (1-40 CHARACTERS) IS REQUIRED - "
      -            "NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               PERFORM 340-VALIDATE-INITIALS
           END-IF.
      *
      ******************************************************************
      * 320-CHECK-DATE - WS-CHECK-DATE MUST BE YYYY-MM-DD WITH A MONTH
      * 01-12 AND A DAY THAT MONTH HAS (29 FEBRUARY ONLY IN A LEAP
      * YEAR). THE RESULT IS WS-DATE-OK 'Y' OR 'N'.
      ******************************************************************
       320-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-CHECK-DATE(1:4) IS NUMERIC AND
               WS-CHECK-DATE(5:1) IS EQUAL TO "-" AND
               WS-CHECK-DATE(6:2) IS NUMERIC AND
               WS-CHECK-DATE(8:1) IS EQUAL TO "-" AND
               WS-CHECK-DATE(9:2) IS NUMERIC AND
               WS-CHECK-DATE(11:2) IS EQUAL TO SPACE
               MOVE WS-CHECK-DATE(1:4) TO WS-CHECK-YYYY
               MOVE WS-CHECK-DATE(6:2) TO WS-CHECK-MM
               MOVE WS-CHECK-DATE(9:2) TO WS-CHECK-DD
               IF WS-CHECK-MM IS GREATER THAN ZERO AND
                   WS-CHECK-MM IS LESS THAN 13
                   MOVE ML-DAYS(WS-CHECK-MM) TO WS-CHECK-MAX-DD
                   IF WS-CHECK-MM IS EQUAL TO 2
                       DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM IS EQUAL TO ZERO
                           MOVE 29 TO WS-CHECK-MAX-DD
                       END-IF
                   END-IF
                   IF WS-CHECK-DD IS GREATER THAN ZERO AND
                       WS-CHECK-DD IS NOT GREATER THAN WS-CHECK-MAX-DD
                       MOVE 'Y' TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.
      *
      *    A PATROL ID IS 1-8 CHARACTERS WITH NO EMBEDDED BLANK: THE
      *    CHARACTERS BEFORE THE FIRST BLANK PLUS THE BLANKS MUST
      *    ACCOUNT FOR ALL EIGHT POSITIONS.
       330-VALIDATE-PATROL-ID.
           MOVE 'Y' TO WS-ENTRY-VALID.
           INSPECT WS-IN-PATROL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-ID-LENGTH.
           MOVE ZERO TO WS-ID-SPACES.
           INSPECT WS-IN-PATROL(1:8) TALLYING WS-ID-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-IN-PATROL(1:8) TALLYING WS-ID-SPACES
               FOR ALL SPACE.
           IF WS-ID-LENGTH IS EQUAL TO ZERO OR
               WS-IN-PATROL(9:4) NOT EQUAL TO SPACE OR
               WS-ID-LENGTH + WS-ID-SPACES NOT EQUAL TO 8
               DISPLAY "** PATROL ID (1-8 CHARACTERS, NO BLANKS) IS "
      -            "REQUIRED - NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
      *
       340-VALIDATE-INITIALS.
           IF WS-IN-INITIALS IS EQUAL TO SPACE OR
               WS-IN-INITIALS(4:7) NOT EQUAL TO SPACE
               DISPLAY "** INITIALS (1-3 CHARACTERS) ARE REQUIRED - "
      -            "NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
      *
      ******************************************************************
      * 350-CLOSE-PATROL - AN OPEN PATROL IS CLOSED WITH A RETURN DATE
      * NOT BEFORE ITS SAILING DATE AND NOT AFTER TODAY (BLANK MEANS
      * TODAY). ITS TOTALS ARE WORKED OUT ONCE, HERE, AND LOCKED ON
      * PATROLSUM BEFORE THE CLOSING CARD IS WRITTEN; A CLOSED PATROL
      * CANNOT BE CLOSED AGAIN.
      ******************************************************************
       350-CLOSE-PATROL.
           DISPLAY "PATROL ID                    : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-PATROL.
           ACCEPT WS-IN-PATROL FROM CONSOLE.
           DISPLAY "RETURN DATE YYYY-MM-DD (BLANK = TODAY): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-DATE.
           ACCEPT WS-IN-DATE FROM CONSOLE.
           DISPLAY "OPERATOR INITIALS            : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-INITIALS.
           ACCEPT WS-IN-INITIALS FROM CONSOLE.
           PERFORM 360-VALIDATE-CLOSE.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-FOUND-HULL TO PA-HULL-ID
               MOVE WS-FOUND-SAIL-DATE TO PA-FROM-DATE
               MOVE WS-IN-DATE TO PA-TO-DATE
               CALL "PATRLAGG" USING PATRLAGG-PARM
               OPEN EXTEND PATROLSUM
               MOVE WS-IN-PATROL TO PS-PATROL-ID
               MOVE WS-FOUND-HULL TO PS-HULL-ID
               MOVE WS-FOUND-SAIL-DATE TO PS-SAIL-DATE
               MOVE WS-IN-DATE TO PS-RETURN-DATE
               MOVE WS-TODAY-DATE TO PS-CLOSED-DATE
               MOVE WS-IN-INITIALS TO PS-CLOSED-BY
               MOVE PA-FIGURES TO PS-FIGURES
               WRITE PATROLSUM-RECORD
               CLOSE PATROLSUM
               OPEN EXTEND PATROLSX
               MOVE WS-IN-PATROL TO PX-PATROL-ID
               MOVE WS-FOUND-HULL TO PX-HULL-ID
               MOVE WS-FOUND-SAIL-DATE TO PX-SAIL-DATE
               MOVE WS-IN-DATE TO PX-RETURN-DATE
               MOVE WS-FOUND-OBJECTIVE TO PX-OBJECTIVE
               MOVE 'C' TO PX-STATUS
               MOVE WS-IN-INITIALS TO PX-INITIALS
               MOVE WS-TODAY-DATE TO PX-ENTERED-DATE
               WRITE PATROLSX-RECORD
               CLOSE PATROLSX
               DISPLAY "PATROL " PX-PATROL-ID " CLOSED AND LOCKED - "
                   PA-COURSE-DAYS " COURSE DAY(S), DISTANCE "
                   PA-DISTANCE ", DEEPEST " PA-DEEPEST
               DISPLAY "RUN PATROLRPT WITH PATROLID=" PX-PATROL-ID
                   " FOR THE END-OF-PATROL REPORT."
           END-IF.
      *
       360-VALIDATE-CLOSE.
           PERFORM 330-VALIDATE-PATROL-ID.
           INSPECT WS-IN-INITIALS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-ENTRY-VALID = 'Y'
               PERFORM 500-FIND-PATROL
               IF SW-PATROL-FOUND = 'N'
                   DISPLAY "** PATROL " WS-IN-PATROL(1:8)
                       " IS NOT ON THE REGISTER - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               ELSE
                   IF WS-FOUND-STATUS NOT EQUAL TO 'O'
                       DISPLAY "**LOCKED** PATROL " WS-IN-PATROL(1:8)
                           " IS ALREADY CLOSED - ITS FIGURES DO NOT "
                           "CHANGE."
                       MOVE 'N' TO WS-ENTRY-VALID
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF WS-IN-DATE IS EQUAL TO SPACE
                   MOVE WS-TODAY-DATE TO WS-IN-DATE
               END-IF
               MOVE WS-IN-DATE TO WS-CHECK-DATE
               PERFORM 320-CHECK-DATE
               IF WS-DATE-OK = 'N'
                   DISPLAY "** RETURN DATE MUST BE A REAL YYYY-MM-DD "
      -                "DATE - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               ELSE
                   IF WS-IN-DATE(1:10) IS LESS THAN WS-FOUND-SAIL-DATE
                       OR WS-IN-DATE(1:10) IS GREATER THAN
                           WS-TODAY-DATE
                       DISPLAY "** RETURN DATE MUST FALL BETWEEN THE "
      -                    "SAILING DATE AND TODAY - NOTHING WRITTEN."
                       MOVE 'N' TO WS-ENTRY-VALID
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               PERFORM 340-VALIDATE-INITIALS
           END-IF.
      *
       400-PRINT-CARDS.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           OPEN OUTPUT RPTFL.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE RPTFL-RECORD FROM RPT-HEADER.
           OPEN INPUT PATROLS.
           PERFORM 410-PRINT-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE PATROLS.
           CLOSE RPTFL.
           DISPLAY WS-ROW-COUNT " CARD(S) PRINTED TO PATROLREG.".
      *
       410-PRINT-ONE-CARD.
           READ PATROLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   MOVE PT-PATROL-ID TO RD-PATROL
                   MOVE PT-HULL-ID TO RD-HULL
                   MOVE PT-SAIL-DATE TO RD-SAIL-DATE
                   MOVE PT-RETURN-DATE TO RD-RETURN-DATE
                   IF PT-CLOSED
                       MOVE "CLOSED" TO RD-STATUS
                   ELSE
                       MOVE "OPEN" TO RD-STATUS
                   END-IF
                   MOVE PT-OBJECTIVE TO RD-OBJECTIVE
                   MOVE PT-INITIALS TO RD-INITIALS
                   WRITE RPTFL-RECORD FROM RPT-DETAIL
           END-READ.
      *
      ******************************************************************
      * 500-FIND-PATROL - THE LATEST CARD FOR WS-IN-PATROL, SCANNING
      * THE WHOLE REGISTER THE WAY THE SHARED LOOKUPS DO.
      ******************************************************************
       500-FIND-PATROL.
           MOVE 'N' TO SW-PATROL-FOUND.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT PATROLS.
           PERFORM 510-MATCH-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE PATROLS.
      *
       510-MATCH-ONE-CARD.
           READ PATROLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF PT-PATROL-ID IS EQUAL TO WS-IN-PATROL(1:8)
                       MOVE 'Y' TO SW-PATROL-FOUND
                       MOVE PT-HULL-ID TO WS-FOUND-HULL
                       MOVE PT-SAIL-DATE TO WS-FOUND-SAIL-DATE
                       MOVE PT-OBJECTIVE TO WS-FOUND-OBJECTIVE
                       MOVE PT-STATUS TO WS-FOUND-STATUS
                   END-IF
           END-READ.
      *
       520-FIND-OPEN-PATROL.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE SPACE TO WS-OPEN-PATROL.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT PATROLS.
           PERFORM 530-TRACK-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE PATROLS.
           PERFORM 540-TAKE-OPEN-ID
               VARYING WS-OP-SUBS FROM 1 BY 1
               UNTIL WS-OP-SUBS > WS-OPEN-COUNT.
      *
       530-TRACK-ONE-CARD.
           READ PATROLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF PT-HULL-ID IS EQUAL TO WS-IN-HULL(1:4)
                       IF PT-OPEN
                           IF WS-OPEN-COUNT IS LESS THAN 50
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE PT-PATROL-ID
                                   TO OP-PATROL-ID(WS-OPEN-COUNT)
                           END-IF
                       ELSE
                           PERFORM 535-DROP-CLOSED-ID
                               VARYING WS-OP-SUBS FROM 1 BY 1
                               UNTIL WS-OP-SUBS > WS-OPEN-COUNT
                       END-IF
                   END-IF
           END-READ.
      *
       535-DROP-CLOSED-ID.
           IF OP-PATROL-ID(WS-OP-SUBS) IS EQUAL TO PT-PATROL-ID
               MOVE SPACE TO OP-PATROL-ID(WS-OP-SUBS)
           END-IF.
      *
       540-TAKE-OPEN-ID.
           IF OP-PATROL-ID(WS-OP-SUBS) NOT EQUAL TO SPACE
               MOVE OP-PATROL-ID(WS-OP-SUBS) TO WS-OPEN-PATROL
           END-IF.
