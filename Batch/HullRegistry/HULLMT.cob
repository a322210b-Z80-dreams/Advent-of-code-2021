      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: MAINTENANCE FOR THE HULL MASTER REGISTRY, IN THE
      *          MOLD OF RUNCTLMT AND OPSCALMT - LIST THE REGISTRY
      *          CARDS, REGISTER A HULL OR CHANGE ITS DETAILS (A
      *          CORRECTION, A RE-RATING OR A RETIREMENT IS AN
      *          APPENDED CARD; THE LATEST CARD FOR A HULL WINS),
      *          ASK WHETHER ONE HULL WOULD BE ACCEPTED THROUGH THE
      *          SAME HULLCHK ROUTINE EVERY PROGRAM CALLS, AND PRINT
      *          THE CURRENT FLEET TO A REPORT FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HULLMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HULLMST IS READ FOR LISTING; HULLMSTX IS THE SAME PHYSICAL
      * FILE OPENED EXTEND WHEN A CARD IS ADDED - THE SAME TWO-SELECT
      * SHAPE RUNCTLMT USES ON RUNCTL.
           SELECT OPTIONAL HULLMST ASSIGN TO "HULLMST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HULLMSTX ASSIGN TO "HULLMST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFL ASSIGN TO "HULLMSTRPT"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE HULL REGISTRY CARD (SEE COPYBOOKS/HULLMREC.CPY).
       FD HULLMST.
           COPY HULLMREC.
       FD HULLMSTX.
       01 HULLMSTX-RECORD.
           05 HX-HULL-ID                           PIC X(4).
           05 HX-HULL-NAME                         PIC X(20).
           05 HX-CLASS                             PIC X(10).
           05 HX-MAX-DEPTH                         PIC 9(5).
           05 HX-BATTERY-CAP                       PIC 9(6).
           05 HX-CREW                              PIC 9(3).
           05 HX-STATUS                            PIC X.
           05 HX-INITIALS                          PIC X(3).
           05 HX-ENTERED-DATE                      PIC X(10).
           05 HX-SONAR-UNITS                       PIC X(2).
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
           05 WS-IN-NAME                           PIC X(30)
                                                VALUE SPACE.
           05 WS-IN-CLASS                          PIC X(20)
                                                VALUE SPACE.
           05 WS-IN-DEPTH                          PIC X(9)
                                                VALUE SPACE.
           05 WS-IN-BATTERY                        PIC X(9)
                                                VALUE SPACE.
           05 WS-IN-CREW                           PIC X(9)
                                                VALUE SPACE.
           05 WS-IN-STATUS                         PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-INITIALS                       PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-UNITS                          PIC X(10)
                                                VALUE SPACE.
           05 WS-UT-SUBS                           PIC 9    VALUE ZERO.
           05 WS-UNITS-TEXT                        PIC X(11)
                                                VALUE SPACE.
           05 WS-ENTRY-VALID                       PIC X    VALUE 'N'.
           05 WS-STATUS-TEXT                       PIC X(10)
                                                VALUE SPACE.
           05 WS-DEPTH-VALUE                       PIC 9(5) VALUE ZERO.
           05 WS-BATTERY-VALUE                     PIC 9(6) VALUE ZERO.
           05 WS-CREW-VALUE                        PIC 9(3) VALUE ZERO.
           05 WS-HL-SUBS                           PIC 99   VALUE ZERO.
      *
      * THE ENTERED NUMBERS ARE LEFT-JUSTIFIED CONSOLE STRINGS, SO
      * EACH IS CONVERTED BY THE SAME DIGIT SCAN THE BATTERY LEDGER
      * USES ON ITS AMOUNTS - PADDING WITH ZEROS WOULD TURN AN
      * ENTERED 300 INTO 300000000.
       01 NUMBER-CONVERT-DATA.
           05 WS-NUM-INPUT                         PIC X(9) VALUE SPACE.
           05 WS-NUM-MAX-DIGITS                    PIC 99   VALUE ZERO.
           05 WS-NUM-SUBS                          PIC 99   VALUE ZERO.
           05 WS-NUM-DIGITS                        PIC 99   VALUE ZERO.
           05 WS-NUM-VALID                         PIC X    VALUE 'N'.
           05 WS-NUM-VALUE                         PIC 9(9) VALUE ZERO.
           05 WS-NUM-DIGIT-X                       PIC X    VALUE SPACE.
           05 WS-NUM-DIGIT-9 REDEFINES WS-NUM-DIGIT-X
                                                   PIC 9.
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
      * HULLLD-PARM IS THE SHARED HULL REGISTRY LOADER AREA (SEE
      * COPYBOOKS/HULLLDPM.CPY).
           COPY HULLLDPM.
      *
      * UNITS-TABLE IS THE SHARED SONAR DEPTH-UNITS TABLE (SEE
      * COPYBOOKS/UNITSTAB.CPY).
           COPY UNITSTAB.
      *
       01 RPT-HEADER.
           05 FILLER                               PIC X(40)
                 VALUE "HULL MASTER REGISTRY                    ".
           05 FILLER                               PIC X(12)
                                   VALUE "PRINTED ON: ".
           05 RH-DATE                              PIC X(10).
           05 FILLER                               PIC X(18)
                                                   VALUE SPACE.
      *
       01 RPT-COLUMNS.
           05 FILLER                               PIC X(37)
                 VALUE "HULL NAME                 CLASS      ".
           05 FILLER                               PIC X(43)
                 VALUE " DEPTH BATTERY CREW STATUS".
      *
       01 RPT-DETAIL.
           05 RD-HULL                              PIC X(4).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-NAME                              PIC X(20).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-CLASS                             PIC X(10).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-MAX-DEPTH                         PIC ZZ,ZZ9.
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-BATTERY                           PIC ZZZ,ZZ9.
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-CREW                              PIC ZZ9.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-STATUS                            PIC X(10).
           05 FILLER                               PIC X(13)
                                                   VALUE SPACE.
      *
       01 RPT-TOTAL.
           05 RT-SERVICE-COUNT                     PIC Z9.
           05 FILLER                               PIC X(20)
                                   VALUE " HULL(S) IN SERVICE,".
           05 RT-RETIRED-COUNT                     PIC Z9.
           05 FILLER                               PIC X(12)
                                   VALUE " RETIRED    ".
           05 FILLER                               PIC X(44)
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
           DISPLAY "EXITING HULL REGISTRY MAINTENANCE.".
           STOP RUN.
      *
       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "----------- HULL REGISTRY MAINTENANCE -----------".
           DISPLAY "  L - LIST THE REGISTRY CARDS".
           DISPLAY "  A - REGISTER, CHANGE OR RETIRE A HULL".
           DISPLAY "  Q - QUERY WHETHER A HULL WILL BE ACCEPTED".
           DISPLAY "  P - PRINT THE CURRENT FLEET TO HULLMSTRPT".
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
                   PERFORM 500-QUERY-HULL
               WHEN 'P'
               WHEN 'p'
                   PERFORM 400-PRINT-FLEET
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
           OPEN INPUT HULLMST.
           PERFORM 210-LIST-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE HULLMST.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "** HULL REGISTRY IS EMPTY - EVERY HULL IS "
      -            "ACCEPTED UNTIL ONE IS REGISTERED **"
           END-IF.
      *
       210-LIST-ONE-CARD.
           READ HULLMST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   IF HM-RETIRED
                       MOVE "RETIRED" TO WS-STATUS-TEXT
                   ELSE
                       MOVE "IN SERVICE" TO WS-STATUS-TEXT
                   END-IF
                   MOVE HM-SONAR-UNITS TO WS-IN-UNITS
                   IF WS-IN-UNITS IS EQUAL TO SPACE
                       MOVE "MT" TO WS-IN-UNITS
                   END-IF
                   DISPLAY "HULL " HM-HULL-ID " " HM-HULL-NAME " "
                       HM-CLASS " DEPTH " HM-MAX-DEPTH " BATT "
                       HM-BATTERY-CAP " CREW " HM-CREW " "
                       WS-STATUS-TEXT " " HM-INITIALS " "
                       HM-ENTERED-DATE " SONAR " WS-IN-UNITS(1:2)
           END-READ.
      *
      ******************************************************************
      * 300-ADD-CARD - VALIDATE EVERY FIELD AT THE CONSOLE BEFORE
      * ANYTHING REACHES THE REGISTRY: A HULL ID OF 1-4 CHARACTERS
      * WITH NO EMBEDDED BLANK (THE "SUB 2" TYPO THIS REGISTRY EXISTS
      * TO CATCH), A NAME, A CLASS, A RATED MAXIMUM DEPTH, A BATTERY
      * CAPACITY AND A CREW COMPLEMENT AS WHOLE NUMBERS, A STATUS OF
      * S (IN SERVICE) OR R (RETIRED), THE DEPTH UNIT THE BOAT'S SONAR
      * EXPORTS (MT, FT OR FM - BLANK IS MT) AND THE OPERATOR'S
      * INITIALS.
      * RETIRING A HULL IS AN "R" CARD; BRINGING IT BACK IS AN "S"
      * CARD.
      ******************************************************************
       300-ADD-CARD.
           DISPLAY "HULL ID (1-4 CHARS)          : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-HULL.
           ACCEPT WS-IN-HULL FROM CONSOLE.
           DISPLAY "HULL NAME (20 CHARS)         : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-NAME.
           ACCEPT WS-IN-NAME FROM CONSOLE.
           DISPLAY "CLASS (10 CHARS)             : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-CLASS.
           ACCEPT WS-IN-CLASS FROM CONSOLE.
           DISPLAY "RATED MAXIMUM DEPTH          : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-DEPTH.
           ACCEPT WS-IN-DEPTH FROM CONSOLE.
           DISPLAY "BATTERY CAPACITY             : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-BATTERY.
           ACCEPT WS-IN-BATTERY FROM CONSOLE.
           DISPLAY "CREW COMPLEMENT              : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-CREW.
           ACCEPT WS-IN-CREW FROM CONSOLE.
           DISPLAY "STATUS (S=IN SERVICE, R=RETIRED): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-STATUS.
           ACCEPT WS-IN-STATUS FROM CONSOLE.
           DISPLAY "SONAR UNITS (MT, FT, FM)     : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-UNITS.
           ACCEPT WS-IN-UNITS FROM CONSOLE.
           DISPLAY "OPERATOR INITIALS            : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-INITIALS.
           ACCEPT WS-IN-INITIALS FROM CONSOLE.
           PERFORM 310-VALIDATE-ENTRY.
           IF WS-ENTRY-VALID = 'Y'
               OPEN EXTEND HULLMSTX
               MOVE WS-IN-HULL TO HX-HULL-ID
               MOVE WS-IN-NAME TO HX-HULL-NAME
               MOVE WS-IN-CLASS TO HX-CLASS
               MOVE WS-DEPTH-VALUE TO HX-MAX-DEPTH
               MOVE WS-BATTERY-VALUE TO HX-BATTERY-CAP
               MOVE WS-CREW-VALUE TO HX-CREW
               MOVE WS-IN-STATUS TO HX-STATUS
               MOVE WS-IN-INITIALS TO HX-INITIALS
               MOVE WS-IN-UNITS TO HX-SONAR-UNITS
               MOVE WS-TODAY-DATE TO HX-ENTERED-DATE
               WRITE HULLMSTX-RECORD
               CLOSE HULLMSTX
               DISPLAY "REGISTRY CARD WRITTEN - HULL " HX-HULL-ID
                   " " HX-HULL-NAME " STATUS " HX-STATUS
           END-IF.
      *
       310-VALIDATE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-VALID.
           INSPECT WS-IN-HULL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-IN-CLASS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-IN-STATUS CONVERTING "sr" TO "SR".
           INSPECT WS-IN-UNITS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-IN-UNITS IS EQUAL TO SPACE
               MOVE "MT" TO WS-IN-UNITS
           END-IF.
           INSPECT WS-IN-INITIALS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-IN-HULL IS EQUAL TO SPACE OR
               WS-IN-HULL(5:6) NOT EQUAL TO SPACE
               DISPLAY "** HULL ID (1-4 CHARACTERS) IS REQUIRED - "
      -            "NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
      *    AN EMBEDDED OR LEADING BLANK ("SUB 2", " SB2") IS EXACTLY
      *    THE TYPO THE REGISTRY IS HERE TO STOP, AND "ALL" IS THE
      *    EVERY-HULL KEYWORD ON THE RUN-CONTROL AND CALENDAR CARDS.
           IF WS-ENTRY-VALID = 'Y'
               IF WS-IN-HULL(1:1) IS EQUAL TO SPACE OR
                   (WS-IN-HULL(2:1) IS EQUAL TO SPACE AND
                    WS-IN-HULL(3:2) NOT EQUAL TO SPACE) OR
                   (WS-IN-HULL(3:1) IS EQUAL TO SPACE AND
                    WS-IN-HULL(4:1) NOT EQUAL TO SPACE) OR
                   WS-IN-HULL(1:4) IS EQUAL TO "ALL"
                   DISPLAY "** HULL ID MAY NOT CONTAIN BLANKS OR BE "
      -                "ALL - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               (WS-IN-NAME IS EQUAL TO SPACE OR
                WS-IN-NAME(21:10) NOT EQUAL TO SPACE)
               DISPLAY "** HULL NAME (1-20 CHARACTERS) IS REQUIRED - "
      -            "NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               WS-IN-CLASS(11:10) NOT EQUAL TO SPACE
               DISPLAY "** CLASS IS AT MOST 10 CHARACTERS - NOTHING "
      -            "WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-IN-DEPTH TO WS-NUM-INPUT
               MOVE 5 TO WS-NUM-MAX-DIGITS
               PERFORM 330-CONVERT-NUMBER
               IF WS-NUM-VALID = 'N'
                   DISPLAY "** MAXIMUM DEPTH MUST BE A WHOLE NUMBER "
      -                "OF AT MOST 5 DIGITS - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               ELSE
                   MOVE WS-NUM-VALUE TO WS-DEPTH-VALUE
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-IN-BATTERY TO WS-NUM-INPUT
               MOVE 6 TO WS-NUM-MAX-DIGITS
               PERFORM 330-CONVERT-NUMBER
               IF WS-NUM-VALID = 'N'
                   DISPLAY "** BATTERY CAPACITY MUST BE A WHOLE "
      -                "NUMBER OF AT MOST 6 DIGITS - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               ELSE
                   MOVE WS-NUM-VALUE TO WS-BATTERY-VALUE
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-IN-CREW TO WS-NUM-INPUT
               MOVE 3 TO WS-NUM-MAX-DIGITS
               PERFORM 330-CONVERT-NUMBER
               IF WS-NUM-VALID = 'N'
                   DISPLAY "** CREW COMPLEMENT MUST BE A WHOLE NUMBER "
      -                "OF AT MOST 3 DIGITS - NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               ELSE
                   MOVE WS-NUM-VALUE TO WS-CREW-VALUE
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF (WS-IN-STATUS(1:1) NOT EQUAL TO 'S' AND
                   WS-IN-STATUS(1:1) NOT EQUAL TO 'R') OR
                   WS-IN-STATUS(2:9) NOT EQUAL TO SPACE
                   DISPLAY "** STATUS MUST BE S OR R - "
      -                "NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               PERFORM 340-FIND-UNITS
               IF WS-UNITS-TEXT IS EQUAL TO SPACE OR
                   WS-IN-UNITS(3:8) NOT EQUAL TO SPACE
                   DISPLAY "** SONAR UNITS MUST BE MT, FT OR FM - "
      -                "NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
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
      * 330-CONVERT-NUMBER - WS-NUM-INPUT MUST BE 1 TO
      * WS-NUM-MAX-DIGITS DIGITS FOLLOWED BY BLANKS. THE RESULT IS
      * WS-NUM-VALID 'Y' OR 'N' AND THE VALUE IN WS-NUM-VALUE.
      ******************************************************************
       330-CONVERT-NUMBER.
           MOVE 'Y' TO WS-NUM-VALID.
           MOVE ZERO TO WS-NUM-DIGITS.
           MOVE ZERO TO WS-NUM-VALUE.
           PERFORM 335-CONVERT-ONE-DIGIT
               VARYING WS-NUM-SUBS FROM 1 BY 1
               UNTIL WS-NUM-SUBS > 9
               OR WS-NUM-INPUT(WS-NUM-SUBS:1) IS EQUAL TO SPACE.
           IF WS-NUM-DIGITS IS EQUAL TO ZERO
               MOVE 'N' TO WS-NUM-VALID
           END-IF.
      *    ANYTHING AFTER THE FIRST BLANK MAKES THE ENTRY INVALID.
           IF WS-NUM-VALID = 'Y' AND WS-NUM-SUBS IS LESS THAN 10
               IF WS-NUM-INPUT(WS-NUM-SUBS:) NOT EQUAL TO SPACE
                   MOVE 'N' TO WS-NUM-VALID
               END-IF
           END-IF.
      *
       335-CONVERT-ONE-DIGIT.
           MOVE WS-NUM-INPUT(WS-NUM-SUBS:1) TO WS-NUM-DIGIT-X.
           IF WS-NUM-DIGIT-X IS NUMERIC AND
               WS-NUM-DIGITS IS LESS THAN WS-NUM-MAX-DIGITS
               ADD 1 TO WS-NUM-DIGITS
               COMPUTE WS-NUM-VALUE =
                   WS-NUM-VALUE * 10 + WS-NUM-DIGIT-9
           ELSE
               MOVE 'N' TO WS-NUM-VALID
               MOVE 9 TO WS-NUM-SUBS
           END-IF.
      *
      ******************************************************************
      * 340-FIND-UNITS - LOOK THE ENTERED UNITS CODE UP IN THE SHARED
      * UNITS TABLE. WS-UNITS-TEXT COMES BACK BLANK FOR AN UNKNOWN
      * CODE.
      ******************************************************************
       340-FIND-UNITS.
           MOVE SPACE TO WS-UNITS-TEXT.
           PERFORM 345-MATCH-ONE-UNIT
               VARYING WS-UT-SUBS FROM 1 BY 1
               UNTIL WS-UT-SUBS > UT-ENTRY-COUNT.
      *
       345-MATCH-ONE-UNIT.
           IF UT-CODE(WS-UT-SUBS) IS EQUAL TO WS-IN-UNITS(1:2)
               MOVE UT-NAME(WS-UT-SUBS) TO WS-UNITS-TEXT
           END-IF.
      *
      ******************************************************************
      * 400-PRINT-FLEET - THE CURRENT FLEET AS THE OVERNIGHT PROGRAMS
      * SEE IT: EACH HULL ONCE, WITH ITS LATEST CARD, THROUGH THE
      * SAME HULLLD LOADER FLEETSTAT AND THE MONTH-END ROLL-UP USE.
      ******************************************************************
       400-PRINT-FLEET.
           MOVE ZERO TO HL-HULL-COUNT.
           MOVE ZERO TO HL-SERVICE-COUNT.
           MOVE ZERO TO HL-OVERFLOW-COUNT.
           CALL "HULLLD" USING HULLLD-PARM.
           OPEN OUTPUT RPTFL.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE RPTFL-RECORD FROM RPT-HEADER.
           WRITE RPTFL-RECORD FROM RPT-COLUMNS.
           PERFORM 410-PRINT-ONE-HULL
               VARYING WS-HL-SUBS FROM 1 BY 1
               UNTIL WS-HL-SUBS > HL-HULL-COUNT.
           MOVE HL-SERVICE-COUNT TO RT-SERVICE-COUNT.
           COMPUTE RT-RETIRED-COUNT =
               HL-HULL-COUNT - HL-SERVICE-COUNT.
           WRITE RPTFL-RECORD FROM RPT-TOTAL.
           IF HL-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE SPACE TO RPTFL-RECORD
               STRING "** MORE THAN 20 HULLS REGISTERED - "
                   HL-OVERFLOW-COUNT " CARD(S) NOT PRINTED **"
                   DELIMITED BY SIZE INTO RPTFL-RECORD
               WRITE RPTFL-RECORD
           END-IF.
           CLOSE RPTFL.
           DISPLAY HL-HULL-COUNT " HULL(S) PRINTED TO HULLMSTRPT.".
      *
       410-PRINT-ONE-HULL.
           MOVE HL-HULL-ID(WS-HL-SUBS) TO RD-HULL.
           MOVE HL-HULL-NAME(WS-HL-SUBS) TO RD-NAME.
           MOVE HL-CLASS(WS-HL-SUBS) TO RD-CLASS.
           MOVE HL-MAX-DEPTH(WS-HL-SUBS) TO RD-MAX-DEPTH.
           MOVE HL-BATTERY-CAP(WS-HL-SUBS) TO RD-BATTERY.
           MOVE HL-CREW(WS-HL-SUBS) TO RD-CREW.
           IF HL-RETIRED(WS-HL-SUBS)
               MOVE "RETIRED" TO RD-STATUS
           ELSE
               MOVE "IN SERVICE" TO RD-STATUS
           END-IF.
           WRITE RPTFL-RECORD FROM RPT-DETAIL.
      *
      ******************************************************************
      * 500-QUERY-HULL - RUN ONE HULL ID THROUGH HULLCHK, THE ROUTINE
      * EVERY OVERNIGHT PROGRAM CALLS, SO WHAT THE OPERATOR SEES HERE
      * IS WHETHER TONIGHT'S RUN FOR THAT HULL WILL BE REFUSED.
      ******************************************************************
       500-QUERY-HULL.
           DISPLAY "HULL ID                      : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-HULL.
           ACCEPT WS-IN-HULL FROM CONSOLE.
           INSPECT WS-IN-HULL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-IN-HULL TO HK-HULL-ID.
           MOVE 'V' TO HK-RESULT.
           CALL "HULLCHK" USING HULLCHK-PARM.
           EVALUATE HK-RESULT
               WHEN 'V'
                   MOVE HK-SONAR-UNITS TO WS-IN-UNITS
                   IF WS-IN-UNITS IS EQUAL TO SPACE
                       MOVE "MT" TO WS-IN-UNITS
                   END-IF
                   PERFORM 340-FIND-UNITS
                   DISPLAY "HULL " HK-HULL-ID " " HK-HULL-NAME " "
                       HK-CLASS " IS IN SERVICE - RUNS ACCEPTED"
                   DISPLAY "SONAR FEEDS FOR THIS HULL MUST DECLARE "
                       WS-IN-UNITS(1:2) " (" WS-UNITS-TEXT ")"
               WHEN 'R'
                   DISPLAY "HULL " HK-HULL-ID " " HK-HULL-NAME
                       " IS RETIRED - RUNS END WITH CODE 16"
               WHEN 'U'
                   DISPLAY "HULL '" HK-HULL-ID "' IS NOT REGISTERED "
                       "- RUNS END WITH CODE 16"
               WHEN OTHER
                   DISPLAY "REGISTRY IS EMPTY - EVERY HULL IS "
                       "ACCEPTED"
           END-EVALUATE.
