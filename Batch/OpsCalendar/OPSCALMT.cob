      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: MAINTENANCE FOR THE SHOP OPERATING CALENDAR, IN THE
      *          MOLD OF RUNCTLMT AND BITMAPMT - LIST THE CALENDAR
      *          CARDS, MARK A DATE OR A RUN OF DATES OPERATING, IN
      *          PORT, HOLIDAY OR MAINTENANCE STAND-DOWN FOR ONE HULL
      *          OR FOR ALL HULLS (A CORRECTION IS AN APPENDED CARD;
      *          THE LOOKUP TAKES THE LATEST CARD COVERING A DATE),
      *          ASK WHAT ONE DATE RESOLVES TO THROUGH THE SAME
      *          OPSCALGT ROUTINE THE REPORTS CALL, AND PRINT THE
      *          CALENDAR TO A REPORT FILE FOR THE WARDROOM BOARD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSCALMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPSCAL IS READ FOR LISTING/PRINTING; OPSCALX IS THE SAME
      * PHYSICAL FILE OPENED EXTEND WHEN A CARD IS ADDED - THE SAME
      * TWO-SELECT SHAPE RUNCTLMT USES ON RUNCTL.
           SELECT OPTIONAL OPSCAL ASSIGN TO "OPSCAL"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPSCALX ASSIGN TO "OPSCAL"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFL ASSIGN TO "OPSCALRPT"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE CALENDAR CARD (SEE COPYBOOKS/OPSCALRC.CPY).
       FD OPSCAL.
           COPY OPSCALRC.
       FD OPSCALX.
       01 OPSCALX-RECORD.
           05 CX-HULL-ID                           PIC X(4).
           05 CX-FROM-DATE                         PIC X(10).
           05 CX-TO-DATE                           PIC X(10).
           05 CX-DAY-STATUS                        PIC X.
           05 CX-REMARK                            PIC X(30).
           05 CX-INITIALS                          PIC X(3).
           05 CX-ENTERED-DATE                      PIC X(10).
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
           05 WS-IN-FROM-DATE                      PIC X(12)
                                                VALUE SPACE.
           05 WS-IN-TO-DATE                        PIC X(12)
                                                VALUE SPACE.
           05 WS-IN-STATUS                         PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-REMARK                         PIC X(40)
                                                VALUE SPACE.
           05 WS-IN-INITIALS                       PIC X(10)
                                                VALUE SPACE.
           05 WS-ENTRY-VALID                       PIC X    VALUE 'N'.
           05 WS-STATUS-TEXT                       PIC X(10)
                                                VALUE SPACE.
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
      * OPSCAL-PARM IS THE SHARED OPERATING-CALENDAR LOOKUP AREA (SEE
      * COPYBOOKS/OPSCALPM.CPY).
           COPY OPSCALPM.
      *
       01 RPT-HEADER.
           05 FILLER                               PIC X(40)
                 VALUE "SHOP OPERATING CALENDAR                 ".
           05 FILLER                               PIC X(12)
                                   VALUE "PRINTED ON: ".
           05 RH-DATE                              PIC X(10).
           05 FILLER                               PIC X(18)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-HULL                              PIC X(4).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-FROM-DATE                         PIC X(10).
           05 FILLER                               PIC X(4)
                                                VALUE " TO ".
           05 RD-TO-DATE                           PIC X(10).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-STATUS                            PIC X(10).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-REMARK                            PIC X(30).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-INITIALS                          PIC X(3).
           05 FILLER                               PIC X(5)
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
           DISPLAY "EXITING OPERATING-CALENDAR MAINTENANCE.".
           STOP RUN.
      *
       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "--------- OPERATING-CALENDAR MAINTENANCE --------".
           DISPLAY "  L - LIST THE CALENDAR CARDS".
           DISPLAY "  A - MARK A DATE OR RANGE OF DATES".
           DISPLAY "  Q - QUERY ONE HULL AND DATE".
           DISPLAY "  P - PRINT THE CALENDAR TO OPSCALRPT".
           DISPLAY "  X - EXIT".
           DISPLAY "-------------------------------------------------".
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
               WHEN 'Q'
               WHEN 'q'
                   PERFORM 500-QUERY-DATE
               WHEN 'P'
               WHEN 'p'
                   PERFORM 400-PRINT-CARDS
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO SW-DONE
               WHEN OTHER
                   DISPLAY "**INVALID CHOICE** ENTER L, A, Q, P OR X."
           END-EVALUATE.
      *
       200-LIST-CARDS.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           OPEN INPUT OPSCAL.
           PERFORM 210-LIST-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE OPSCAL.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "** OPERATING CALENDAR IS EMPTY - EVERY DAY IS "
      -            "AN OPERATING DAY **"
           END-IF.
      *
       210-LIST-ONE-CARD.
           READ OPSCAL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM 420-STATUS-TEXT
                   DISPLAY "HULL " CL-HULL-ID " " CL-FROM-DATE " TO "
                       CL-TO-DATE " " WS-STATUS-TEXT " " CL-REMARK
                       " " CL-INITIALS
           END-READ.
      *
      ******************************************************************
      * 300-ADD-CARD - VALIDATE EVERY FIELD AT THE CONSOLE BEFORE
      * ANYTHING REACHES THE CALENDAR: A HULL ID (BLANK MEANS ALL),
      * A YYYY-MM-DD FROM DATE, AN OPTIONAL TO DATE NOT BEFORE IT
      * (BLANK MEANS THE ONE DAY), A STATUS OF O (OPERATING), P (IN
      * PORT), H (HOLIDAY) OR S (MAINTENANCE STAND-DOWN), AN OPTIONAL
      * REMARK AND THE OPERATOR'S INITIALS. AN "O" CARD IS HOW A
      * HULL IS PUT BACK TO SEA INSIDE AN "ALL" HOLIDAY OR AN
      * EARLIER STAND-DOWN.
      ******************************************************************
       300-ADD-CARD.
           DISPLAY "HULL ID (BLANK = ALL)        : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-HULL.
           ACCEPT WS-IN-HULL FROM CONSOLE.
           DISPLAY "FROM DATE YYYY-MM-DD         : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-FROM-DATE.
           ACCEPT WS-IN-FROM-DATE FROM CONSOLE.
           DISPLAY "TO DATE YYYY-MM-DD (BLANK = SAME DAY): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-TO-DATE.
           ACCEPT WS-IN-TO-DATE FROM CONSOLE.
           DISPLAY "STATUS (O/P/H/S)             : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-STATUS.
           ACCEPT WS-IN-STATUS FROM CONSOLE.
           DISPLAY "REMARK (30 CHARS)            : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-REMARK.
           ACCEPT WS-IN-REMARK FROM CONSOLE.
           DISPLAY "OPERATOR INITIALS            : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-INITIALS.
           ACCEPT WS-IN-INITIALS FROM CONSOLE.
           PERFORM 310-VALIDATE-ENTRY.
           IF WS-ENTRY-VALID = 'Y'
               OPEN EXTEND OPSCALX
               MOVE WS-IN-HULL TO CX-HULL-ID
               MOVE WS-IN-FROM-DATE TO CX-FROM-DATE
               MOVE WS-IN-TO-DATE TO CX-TO-DATE
               MOVE WS-IN-STATUS TO CX-DAY-STATUS
               MOVE WS-IN-REMARK TO CX-REMARK
               MOVE WS-IN-INITIALS TO CX-INITIALS
               MOVE WS-TODAY-DATE TO CX-ENTERED-DATE
               WRITE OPSCALX-RECORD
               CLOSE OPSCALX
               DISPLAY "CALENDAR CARD WRITTEN - HULL " CX-HULL-ID
                   " " CX-FROM-DATE " TO " CX-TO-DATE
                   " STATUS " CX-DAY-STATUS
           END-IF.
      *
       310-VALIDATE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-VALID.
           INSPECT WS-IN-HULL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-IN-STATUS CONVERTING "ophs" TO "OPHS".
           INSPECT WS-IN-INITIALS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-IN-HULL IS EQUAL TO SPACE
               MOVE "ALL" TO WS-IN-HULL
           END-IF.
           IF WS-IN-HULL(5:6) NOT EQUAL TO SPACE
               DISPLAY "** HULL ID IS AT MOST 4 CHARACTERS - NOTHING "
      -            "WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-IN-FROM-DATE TO WS-CHECK-DATE
               PERFORM 320-CHECK-DATE
               IF WS-DATE-OK = 'N'
                   DISPLAY "** FROM DATE MUST BE A REAL YYYY-MM-DD "
      -                "DATE - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
      *    TO DATE: BLANK MEANS THE ONE DAY, OTHERWISE A REAL DATE
      *    NO EARLIER THAN THE FROM DATE.
           IF WS-ENTRY-VALID = 'Y'
               IF WS-IN-TO-DATE IS EQUAL TO SPACE
                   MOVE WS-IN-FROM-DATE TO WS-IN-TO-DATE
               END-IF
               MOVE WS-IN-TO-DATE TO WS-CHECK-DATE
               PERFORM 320-CHECK-DATE
               IF WS-DATE-OK = 'N'
                   DISPLAY "** TO DATE MUST BE A REAL YYYY-MM-DD "
      -                "DATE - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               ELSE
                   IF WS-IN-TO-DATE IS LESS THAN WS-IN-FROM-DATE
                       DISPLAY "** TO DATE IS BEFORE THE FROM DATE - "
      -                    "NOTHING WRITTEN."
                       MOVE 'N' TO WS-ENTRY-VALID
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF (WS-IN-STATUS(1:1) NOT EQUAL TO 'O' AND
                   WS-IN-STATUS(1:1) NOT EQUAL TO 'P' AND
                   WS-IN-STATUS(1:1) NOT EQUAL TO 'H' AND
                   WS-IN-STATUS(1:1) NOT EQUAL TO 'S') OR
                   WS-IN-STATUS(2:9) NOT EQUAL TO SPACE
                   DISPLAY "** STATUS MUST BE O, P, H OR S - "
      -                "NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               WS-IN-REMARK(31:10) NOT EQUAL TO SPACE
               DISPLAY "** REMARK IS AT MOST 30 CHARACTERS - NOTHING "
      -            "WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               (WS-IN-INITIALS IS EQUAL TO SPACE OR
                WS-IN-INITIALS(4:7) NOT EQUAL TO SPACE)
               DISPLAY "** INITIALS (1-3 CHARACTERS) ARE REQUIRED - "
      -            "NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
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
       400-PRINT-CARDS.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           OPEN OUTPUT RPTFL.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE RPTFL-RECORD FROM RPT-HEADER.
           OPEN INPUT OPSCAL.
           PERFORM 410-PRINT-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE OPSCAL.
           CLOSE RPTFL.
           DISPLAY WS-ROW-COUNT " CARD(S) PRINTED TO OPSCALRPT.".
      *
       410-PRINT-ONE-CARD.
           READ OPSCAL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM 420-STATUS-TEXT
                   MOVE CL-HULL-ID TO RD-HULL
                   MOVE CL-FROM-DATE TO RD-FROM-DATE
                   MOVE CL-TO-DATE TO RD-TO-DATE
                   IF CL-TO-DATE IS EQUAL TO SPACE
                       MOVE CL-FROM-DATE TO RD-TO-DATE
                   END-IF
                   MOVE WS-STATUS-TEXT TO RD-STATUS
                   MOVE CL-REMARK TO RD-REMARK
                   MOVE CL-INITIALS TO RD-INITIALS
                   WRITE RPTFL-RECORD FROM RPT-DETAIL
           END-READ.
      *
       420-STATUS-TEXT.
           EVALUATE TRUE
               WHEN CL-OPERATING
                   MOVE "OPERATING" TO WS-STATUS-TEXT
               WHEN CL-IN-PORT
                   MOVE "IN PORT" TO WS-STATUS-TEXT
               WHEN CL-HOLIDAY
                   MOVE "HOLIDAY" TO WS-STATUS-TEXT
               WHEN CL-STAND-DOWN
                   MOVE "STAND-DOWN" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE CL-DAY-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
      *
      ******************************************************************
      * 500-QUERY-DATE - RESOLVE ONE HULL AND DATE THROUGH OPSCALGT,
      * THE ROUTINE THE TREND, GAP AND SLA REPORTS CALL, SO WHAT THE
      * OPERATOR SEES HERE IS WHAT THE OVERNIGHT REPORTS WILL USE.
      ******************************************************************
       500-QUERY-DATE.
           DISPLAY "HULL ID (BLANK = ALL)        : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-HULL.
           ACCEPT WS-IN-HULL FROM CONSOLE.
           DISPLAY "DATE YYYY-MM-DD (BLANK = TODAY): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-FROM-DATE.
           ACCEPT WS-IN-FROM-DATE FROM CONSOLE.
           INSPECT WS-IN-HULL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-IN-HULL IS EQUAL TO SPACE
               MOVE "ALL" TO WS-IN-HULL
           END-IF.
           IF WS-IN-FROM-DATE IS EQUAL TO SPACE
               MOVE WS-TODAY-DATE TO WS-IN-FROM-DATE
           END-IF.
           MOVE WS-IN-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 320-CHECK-DATE.
           IF WS-DATE-OK = 'N'
               DISPLAY "** DATE MUST BE A REAL YYYY-MM-DD DATE."
           ELSE
               MOVE WS-IN-HULL TO CG-HULL-ID
               MOVE WS-IN-FROM-DATE TO CG-REQ-DATE
               CALL "OPSCALGT" USING OPSCAL-PARM
               EVALUATE CG-SOURCE
                   WHEN 'H'
                       DISPLAY "HULL " CG-HULL-ID " " CG-REQ-DATE
                           " IS " CG-STATUS-TEXT " (HULL CARD) "
                           CG-REMARK
                   WHEN 'A'
                       DISPLAY "HULL " CG-HULL-ID " " CG-REQ-DATE
                           " IS " CG-STATUS-TEXT " (ALL-HULL CARD) "
                           CG-REMARK
                   WHEN OTHER
                       DISPLAY "HULL " CG-HULL-ID " " CG-REQ-DATE
                           " IS OPERATING (NO CALENDAR CARD)"
               END-EVALUATE
           END-IF.
