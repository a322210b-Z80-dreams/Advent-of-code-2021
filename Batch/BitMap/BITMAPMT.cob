      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: MAINTENANCE FOR THE BITMAP DIAGNOSTIC BIT-POSITION
      *          REFERENCE DECK, IN THE MOLD OF RUNCTLMT AND CALMAINT -
      *          LIST THE CARDS, ADD OR REPLACE A POSITION'S SUBSYSTEM
      *          NAME, CRITICALITY AND HEALTHY VALUE WITH VALIDATION
      *          (A REPLACEMENT IS AN APPENDED CARD; THE LOADER TAKES
      *          THE LATEST CARD FOR A HULL AND POSITION), AND PRINT
      *          THE DECK TO A REPORT FILE - THE LAMINATED CARD ON THE
      *          ENGINEERING BULKHEAD, KEPT WHERE THE PROGRAMS CAN
      *          READ IT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BITMAPMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BITMAP IS READ FOR LISTING/PRINTING; BITMAPX IS THE SAME
      * PHYSICAL FILE OPENED EXTEND WHEN A CARD IS ADDED - THE SAME
      * TWO-SELECT SHAPE RUNCTLMT USES ON RUNCTL.
           SELECT OPTIONAL BITMAP ASSIGN TO "BITMAP"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BITMAPX ASSIGN TO "BITMAP"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFL ASSIGN TO "BITMAPRPT"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE REFERENCE CARD (SEE COPYBOOKS/BITMAPRC.CPY).
       FD BITMAP.
           COPY BITMAPRC.
       FD BITMAPX.
       01 BITMAPX-RECORD.
           05 BX-HULL-ID                           PIC X(4).
           05 BX-BIT-POSITION                      PIC 99.
           05 BX-SUBSYSTEM                         PIC X(20).
           05 BX-CRITICALITY                       PIC X.
           05 BX-NORMAL-VALUE                      PIC X.
      *
       FD RPTFL.
       01 RPTFL-RECORD                             PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-DONE                              PIC X VALUE 'N'.
      *
       01 MAINT-DATA.
           05 WS-MENU-CHOICE                       PIC X    VALUE SPACE.
           05 WS-ROW-COUNT                         PIC 9(4) VALUE ZERO.
           05 WS-IN-HULL                           PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-POSITION                       PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-SUBSYSTEM                      PIC X(30)
                                                VALUE SPACE.
           05 WS-IN-CRITICALITY                    PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-NORMAL                         PIC X(10)
                                                VALUE SPACE.
           05 WS-POSITION-X                        PIC X(2)
                                                VALUE "00".
           05 WS-POSITION REDEFINES WS-POSITION-X  PIC 9(2).
           05 WS-ENTRY-VALID                       PIC X    VALUE 'N'.
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
      *
       01 RPT-HEADER.
           05 FILLER                               PIC X(40)
                 VALUE "DIAGNOSTIC BIT-POSITION REFERENCE MAP   ".
           05 FILLER                               PIC X(12)
                                   VALUE "PRINTED ON: ".
           05 RH-DATE                              PIC X(10).
           05 FILLER                               PIC X(18)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 FILLER                               PIC X(5)
                                                VALUE "HULL ".
           05 RD-HULL                              PIC X(4).
           05 FILLER                               PIC X(6)
                                                VALUE "  BIT ".
           05 RD-POSITION                          PIC Z9.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-SUBSYSTEM                         PIC X(20).
           05 FILLER                               PIC X(8)
                                                VALUE "  CRIT: ".
           05 RD-CRITICALITY                       PIC X(8).
           05 FILLER                               PIC X(11)
                                                VALUE "  HEALTHY: ".
           05 RD-NORMAL                            PIC X.
           05 FILLER                               PIC X(13)
                                                   VALUE SPACE.
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
           DISPLAY "EXITING BIT-MAP MAINTENANCE.".
           STOP RUN.
      *
       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "------------ BIT-MAP MAINTENANCE --------------".
           DISPLAY "  L - LIST THE BIT-MAP CARDS".
           DISPLAY "  A - ADD OR REPLACE A BIT POSITION".
           DISPLAY "  P - PRINT THE DECK TO BITMAPRPT".
           DISPLAY "  X - EXIT".
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM 200-LIST-CARDS
               WHEN 'A'
               WHEN 'a'
                   PERFORM 300-ADD-CARD
               WHEN 'P'
               WHEN 'p'
                   PERFORM 400-PRINT-CARDS
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO SW-DONE
               WHEN OTHER
                   DISPLAY "**INVALID CHOICE** ENTER L, A, P OR X."
           END-EVALUATE.
      *
       200-LIST-CARDS.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           OPEN INPUT BITMAP.
           PERFORM 210-LIST-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE BITMAP.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "** BITMAP DECK IS EMPTY **"
           END-IF.
      *
       210-LIST-ONE-CARD.
           READ BITMAP NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   DISPLAY "HULL " BM-HULL-ID " BIT " BM-BIT-POSITION
                       " " BM-SUBSYSTEM " CRIT " BM-CRITICALITY
                       " HEALTHY " BM-NORMAL-VALUE
           END-READ.
      *
      ******************************************************************
      * 300-ADD-CARD - VALIDATE EVERY FIELD AT THE CONSOLE BEFORE
      * ANYTHING REACHES THE DECK: A HULL ID (BLANK MEANS ALL), A BIT
      * POSITION 1-32, A SUBSYSTEM NAME, A CRITICALITY OF C (CRITICAL),
      * M (MAJOR) OR R (ROUTINE), AND THE HEALTHY BIT VALUE 0 OR 1
      * (BLANK MEANS 1). A REPLACEMENT IS AN APPENDED CARD, SO THE
      * HISTORY OF EARLIER NAMINGS STAYS READABLE IN THE DECK.
      ******************************************************************
       300-ADD-CARD.
           DISPLAY "HULL ID (BLANK = ALL)     : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-HULL.
           ACCEPT WS-IN-HULL FROM CONSOLE.
           DISPLAY "BIT POSITION (1-32)       : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-POSITION.
           ACCEPT WS-IN-POSITION FROM CONSOLE.
           DISPLAY "SUBSYSTEM NAME (20 CHARS) : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-SUBSYSTEM.
           ACCEPT WS-IN-SUBSYSTEM FROM CONSOLE.
           DISPLAY "CRITICALITY (C/M/R)       : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-CRITICALITY.
           ACCEPT WS-IN-CRITICALITY FROM CONSOLE.
           DISPLAY "HEALTHY VALUE (0/1, BLANK = 1): " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-NORMAL.
           ACCEPT WS-IN-NORMAL FROM CONSOLE.
           PERFORM 310-VALIDATE-ENTRY.
           IF WS-ENTRY-VALID = 'Y'
               OPEN EXTEND BITMAPX
               MOVE WS-IN-HULL TO BX-HULL-ID
               MOVE WS-POSITION TO BX-BIT-POSITION
               MOVE WS-IN-SUBSYSTEM TO BX-SUBSYSTEM
               MOVE WS-IN-CRITICALITY TO BX-CRITICALITY
               MOVE WS-IN-NORMAL TO BX-NORMAL-VALUE
               WRITE BITMAPX-RECORD
               CLOSE BITMAPX
               DISPLAY "BIT-MAP CARD WRITTEN - HULL " BX-HULL-ID
                   " BIT " BX-BIT-POSITION " " BX-SUBSYSTEM
           END-IF.
      *
       310-VALIDATE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-VALID.
           INSPECT WS-IN-HULL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-IN-CRITICALITY CONVERTING "cmr" TO "CMR".
           IF WS-IN-HULL IS EQUAL TO SPACE
               MOVE "ALL" TO WS-IN-HULL
           END-IF.
           IF WS-IN-HULL(5:6) NOT EQUAL TO SPACE
               DISPLAY "** HULL ID IS AT MOST 4 CHARACTERS - NOTHING "
      -            "WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
      *    POSITION: ONE OR TWO DIGITS, 1-32.
           IF WS-IN-POSITION(1:1) IS NUMERIC AND
               WS-IN-POSITION(2:1) IS NUMERIC AND
               WS-IN-POSITION(3:1) IS EQUAL TO SPACE
               MOVE WS-IN-POSITION(1:2) TO WS-POSITION-X
           ELSE
               IF WS-IN-POSITION(1:1) IS NUMERIC AND
                   WS-IN-POSITION(2:1) IS EQUAL TO SPACE
                   MOVE '0' TO WS-POSITION-X(1:1)
                   MOVE WS-IN-POSITION(1:1) TO WS-POSITION-X(2:1)
               ELSE
                   MOVE "00" TO WS-POSITION-X
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               (WS-POSITION IS EQUAL TO ZERO OR
                WS-POSITION IS GREATER THAN 32)
               DISPLAY "** BIT POSITION MUST BE 1-32 - NOTHING "
      -            "WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF WS-IN-SUBSYSTEM IS EQUAL TO SPACE OR
                   WS-IN-SUBSYSTEM(21:10) NOT EQUAL TO SPACE
                   DISPLAY "** SUBSYSTEM NAME IS REQUIRED, AT MOST 20 "
      -                "CHARACTERS - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF (WS-IN-CRITICALITY(1:1) NOT EQUAL TO 'C' AND
                   WS-IN-CRITICALITY(1:1) NOT EQUAL TO 'M' AND
                   WS-IN-CRITICALITY(1:1) NOT EQUAL TO 'R') OR
                   WS-IN-CRITICALITY(2:9) NOT EQUAL TO SPACE
                   DISPLAY "** CRITICALITY MUST BE C, M OR R - "
      -                "NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF WS-IN-NORMAL IS EQUAL TO SPACE
                   MOVE '1' TO WS-IN-NORMAL
               END-IF
               IF (WS-IN-NORMAL(1:1) NOT EQUAL TO '0' AND
                   WS-IN-NORMAL(1:1) NOT EQUAL TO '1') OR
                   WS-IN-NORMAL(2:9) NOT EQUAL TO SPACE
                   DISPLAY "** HEALTHY VALUE MUST BE 0 OR 1 - "
      -                "NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
      *
       400-PRINT-CARDS.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           OPEN OUTPUT RPTFL.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE RPTFL-RECORD FROM RPT-HEADER.
           OPEN INPUT BITMAP.
           PERFORM 410-PRINT-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE BITMAP.
           CLOSE RPTFL.
           DISPLAY WS-ROW-COUNT " CARD(S) PRINTED TO BITMAPRPT.".
      *
       410-PRINT-ONE-CARD.
           READ BITMAP NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   MOVE BM-HULL-ID TO RD-HULL
                   MOVE BM-BIT-POSITION TO RD-POSITION
                   MOVE BM-SUBSYSTEM TO RD-SUBSYSTEM
                   EVALUATE TRUE
                       WHEN BM-CRITICAL
                           MOVE "CRITICAL" TO RD-CRITICALITY
                       WHEN BM-MAJOR
                           MOVE "MAJOR" TO RD-CRITICALITY
                       WHEN BM-ROUTINE
                           MOVE "ROUTINE" TO RD-CRITICALITY
                       WHEN OTHER
                           MOVE BM-CRITICALITY TO RD-CRITICALITY
                   END-EVALUATE
                   IF BM-NORMAL-VALUE IS EQUAL TO SPACE
                       MOVE '1' TO RD-NORMAL
                   ELSE
                       MOVE BM-NORMAL-VALUE TO RD-NORMAL
                   END-IF
                   WRITE RPTFL-RECORD FROM RPT-DETAIL
           END-READ.
