      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: MAINTENANCE FOR THE CHARTED HAZARD MASTER, IN THE
      *          MOLD OF HULLMT - LIST THE HAZARD CARDS, CHART A
      *          HAZARD OR CHANGE IT (A RE-SURVEY OR A WITHDRAWAL IS
      *          AN APPENDED CARD; THE LATEST CARD FOR A HAZARD WINS),
      *          AND PRINT THE CURRENT CHART - EACH HAZARD ONCE,
      *          THROUGH THE SAME HAZLD LOADER HAZCHK USES - TO A
      *          REPORT FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZARDMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HAZMST IS READ FOR LISTING; HAZMSTX IS THE SAME PHYSICAL
      * FILE OPENED EXTEND WHEN A CARD IS ADDED - THE SAME TWO-SELECT
      * SHAPE HULLMT USES ON HULLMST.
           SELECT OPTIONAL HAZMST ASSIGN TO "HAZMST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HAZMSTX ASSIGN TO "HAZMST"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFL ASSIGN TO "HAZMSTRPT"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * THE CHARTED HAZARD CARD (SEE COPYBOOKS/HAZMREC.CPY).
       FD HAZMST.
           COPY HAZMREC.
       FD HAZMSTX.
       01 HAZMSTX-RECORD.
           05 HX-HAZARD-ID                         PIC X(6).
           05 HX-HAZARD-NAME                       PIC X(20).
           05 HX-TYPE                              PIC X.
           05 HX-LENGTH-FROM                       PIC 9(7).
           05 HX-LENGTH-TO                         PIC 9(7).
           05 HX-DEPTH-FROM                        PIC 9(7).
           05 HX-DEPTH-TO                          PIC 9(7).
           05 HX-SEVERITY                          PIC X.
           05 HX-STATUS                            PIC X.
           05 HX-INITIALS                          PIC X(3).
           05 HX-ENTERED-DATE                      PIC X(10).
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
           05 WS-IN-HAZARD                         PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-NAME                           PIC X(30)
                                                VALUE SPACE.
           05 WS-IN-TYPE                           PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-LENGTH-FROM                    PIC X(9)
                                                VALUE SPACE.
           05 WS-IN-LENGTH-TO                      PIC X(9)
                                                VALUE SPACE.
           05 WS-IN-DEPTH-FROM                     PIC X(9)
                                                VALUE SPACE.
           05 WS-IN-DEPTH-TO                       PIC X(9)
                                                VALUE SPACE.
           05 WS-IN-SEVERITY                       PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-STATUS                         PIC X(10)
                                                VALUE SPACE.
           05 WS-IN-INITIALS                       PIC X(10)
                                                VALUE SPACE.
           05 WS-ENTRY-VALID                       PIC X    VALUE 'N'.
           05 WS-STATUS-TEXT                       PIC X(9)
                                                VALUE SPACE.
           05 WS-LENGTH-FROM-VALUE                 PIC 9(7) VALUE ZERO.
           05 WS-LENGTH-TO-VALUE                   PIC 9(7) VALUE ZERO.
           05 WS-DEPTH-FROM-VALUE                  PIC 9(7) VALUE ZERO.
           05 WS-DEPTH-TO-VALUE                    PIC 9(7) VALUE ZERO.
           05 WS-HZ-SUBS                           PIC 999  VALUE ZERO.
      *
      * THE ENTERED NUMBERS ARE LEFT-JUSTIFIED CONSOLE STRINGS, SO
      * EACH IS CONVERTED BY THE SAME DIGIT SCAN HULLMT USES.
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
      * HAZLD-PARM IS THE SHARED HAZARD LOADER AREA (SEE
      * COPYBOOKS/HAZLDPM.CPY).
           COPY HAZLDPM.
      *
       01 RPT-HEADER.
           05 FILLER                               PIC X(40)
                 VALUE "CHARTED HAZARD MASTER                   ".
           05 FILLER                               PIC X(12)
                                   VALUE "PRINTED ON: ".
           05 RH-DATE                              PIC X(10).
           05 FILLER                               PIC X(18)
                                                   VALUE SPACE.
      *
       01 RPT-COLUMNS.
           05 FILLER                               PIC X(30)
                 VALUE "HAZARD NAME                 T ".
           05 FILLER                               PIC X(40)
                 VALUE "   LENGTH RANGE     DEPTH RANGE S STATUS".
           05 FILLER                               PIC X(10)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-HAZARD                            PIC X(6).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-NAME                              PIC X(20).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-TYPE                              PIC X(1).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-LENGTH-FROM                       PIC Z(6)9.
           05 FILLER                               PIC X(1) VALUE "-".
           05 RD-LENGTH-TO                         PIC Z(6)9.
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-DEPTH-FROM                        PIC Z(6)9.
           05 FILLER                               PIC X(1) VALUE "-".
           05 RD-DEPTH-TO                          PIC Z(6)9.
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-SEVERITY                          PIC X(1).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-STATUS                            PIC X(9).
           05 FILLER                               PIC X(7)
                                                   VALUE SPACE.
      *
       01 RPT-TOTAL.
           05 RT-ACTIVE-COUNT                      PIC ZZ9.
           05 FILLER                               PIC X(20)
                                   VALUE " HAZARD(S) ACTIVE,  ".
           05 RT-WITHDRAWN-COUNT                   PIC ZZ9.
           05 FILLER                               PIC X(12)
                                   VALUE " WITHDRAWN  ".
           05 FILLER                               PIC X(42)
                                                   VALUE SPACE.
      *
       01 RPT-KEY-LINE.
           05 FILLER                               PIC X(46)
                 VALUE "T: S SEAMOUNT C CABLE W WRECK X EXCLUSION BOX ".
           05 FILLER                               PIC X(34)
                 VALUE "  S: B BREACH C CAUTION".
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
           DISPLAY "EXITING HAZARD MASTER MAINTENANCE.".
           STOP RUN.
      *
       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "---------- CHARTED HAZARD MAINTENANCE ----------".
           DISPLAY "  L - LIST THE HAZARD CARDS".
           DISPLAY "  A - CHART, CHANGE OR WITHDRAW A HAZARD".
           DISPLAY "  P - PRINT THE CURRENT CHART TO HAZMSTRPT".
           DISPLAY "  X - EXIT".
           DISPLAY "------------------------------------------------".
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
                   PERFORM 400-PRINT-CHART
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
           OPEN INPUT HAZMST.
           PERFORM 210-LIST-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE HAZMST.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "** HAZARD MASTER IS EMPTY - NO HAZARDS "
      -            "CHARTED **"
           END-IF.
      *
       210-LIST-ONE-CARD.
           READ HAZMST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   IF HZ-WITHDRAWN
                       MOVE "WITHDRAWN" TO WS-STATUS-TEXT
                   ELSE
                       MOVE "ACTIVE" TO WS-STATUS-TEXT
                   END-IF
                   DISPLAY "HAZARD " HZ-HAZARD-ID " " HZ-HAZARD-NAME
                       " " HZ-TYPE " LENGTH " HZ-LENGTH-FROM "-"
                       HZ-LENGTH-TO " DEPTH " HZ-DEPTH-FROM "-"
                       HZ-DEPTH-TO " SEV " HZ-SEVERITY " "
                       WS-STATUS-TEXT " " HZ-INITIALS " "
                       HZ-ENTERED-DATE
           END-READ.
      *
      ******************************************************************
      * 300-ADD-CARD - VALIDATE EVERY FIELD AT THE CONSOLE BEFORE
      * ANYTHING REACHES THE MASTER: A HAZARD ID OF 1-6 CHARACTERS
      * WITH NO EMBEDDED BLANK, A NAME, A TYPE (S SEAMOUNT, C CABLE
      * RUN, W WRECK, X EXERCISE EXCLUSION BOX), THE LENGTH AND DEPTH
      * RANGES AS WHOLE NUMBERS WITH THE FROM NO GREATER THAN THE TO,
      * A SEVERITY OF B (BREACH) OR C (CAUTION), A STATUS OF A
      * (ACTIVE) OR W (WITHDRAWN) AND THE OPERATOR'S INITIALS.
      ******************************************************************
       300-ADD-CARD.
           DISPLAY "HAZARD ID (1-6 CHARS)        : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-HAZARD.
           ACCEPT WS-IN-HAZARD FROM CONSOLE.
           DISPLAY "HAZARD NAME (20 CHARS)       : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-NAME.
           ACCEPT WS-IN-NAME FROM CONSOLE.
           DISPLAY "TYPE (S/C/W/X)               : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-TYPE.
           ACCEPT WS-IN-TYPE FROM CONSOLE.
           DISPLAY "LENGTH FROM                  : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-LENGTH-FROM.
           ACCEPT WS-IN-LENGTH-FROM FROM CONSOLE.
           DISPLAY "LENGTH TO                    : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-LENGTH-TO.
           ACCEPT WS-IN-LENGTH-TO FROM CONSOLE.
           DISPLAY "DEPTH FROM                   : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-DEPTH-FROM.
           ACCEPT WS-IN-DEPTH-FROM FROM CONSOLE.
           DISPLAY "DEPTH TO                     : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-DEPTH-TO.
           ACCEPT WS-IN-DEPTH-TO FROM CONSOLE.
           DISPLAY "SEVERITY (B=BREACH, C=CAUTION): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-SEVERITY.
           ACCEPT WS-IN-SEVERITY FROM CONSOLE.
           DISPLAY "STATUS (A=ACTIVE, W=WITHDRAWN): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-STATUS.
           ACCEPT WS-IN-STATUS FROM CONSOLE.
           DISPLAY "OPERATOR INITIALS            : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-INITIALS.
           ACCEPT WS-IN-INITIALS FROM CONSOLE.
           PERFORM 310-VALIDATE-ENTRY.
           IF WS-ENTRY-VALID = 'Y'
               OPEN EXTEND HAZMSTX
               MOVE WS-IN-HAZARD TO HX-HAZARD-ID
               MOVE WS-IN-NAME TO HX-HAZARD-NAME
               MOVE WS-IN-TYPE TO HX-TYPE
               MOVE WS-LENGTH-FROM-VALUE TO HX-LENGTH-FROM
               MOVE WS-LENGTH-TO-VALUE TO HX-LENGTH-TO
               MOVE WS-DEPTH-FROM-VALUE TO HX-DEPTH-FROM
               MOVE WS-DEPTH-TO-VALUE TO HX-DEPTH-TO
               MOVE WS-IN-SEVERITY TO HX-SEVERITY
               MOVE WS-IN-STATUS TO HX-STATUS
               MOVE WS-IN-INITIALS TO HX-INITIALS
               MOVE WS-TODAY-DATE TO HX-ENTERED-DATE
               WRITE HAZMSTX-RECORD
               CLOSE HAZMSTX
               DISPLAY "HAZARD CARD WRITTEN - HAZARD " HX-HAZARD-ID
                   " " HX-HAZARD-NAME " STATUS " HX-STATUS
           END-IF.
      *
       310-VALIDATE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-VALID.
           INSPECT WS-IN-HAZARD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-IN-TYPE CONVERTING "scwx" TO "SCWX".
           INSPECT WS-IN-SEVERITY CONVERTING "bc" TO "BC".
           INSPECT WS-IN-STATUS CONVERTING "aw" TO "AW".
           INSPECT WS-IN-INITIALS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-IN-HAZARD IS EQUAL TO SPACE OR
               WS-IN-HAZARD(7:4) NOT EQUAL TO SPACE
               DISPLAY "** HAZARD ID (1-6 CHARACTERS) IS REQUIRED - "
      -            "NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
      *    A LEADING OR EMBEDDED BLANK WOULD CHART THE SAME HAZARD
      *    TWICE UNDER TWO IDS THAT LOOK ALIKE ON THE LISTING.
           IF WS-ENTRY-VALID = 'Y'
               MOVE ZERO TO WS-NUM-DIGITS
               INSPECT WS-IN-HAZARD(1:6) TALLYING WS-NUM-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-NUM-DIGITS IS LESS THAN 6
                   IF WS-IN-HAZARD(WS-NUM-DIGITS + 1:) NOT EQUAL TO
                       SPACE
                       DISPLAY "** HAZARD ID MAY NOT CONTAIN BLANKS "
      -                    "- NOTHING WRITTEN."
                       MOVE 'N' TO WS-ENTRY-VALID
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               (WS-IN-NAME IS EQUAL TO SPACE OR
                WS-IN-NAME(21:10) NOT EQUAL TO SPACE)
               DISPLAY "** HAZARD NAME (1-20 CHARACTERS) IS REQUIRED "
      -            "- NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF (WS-IN-TYPE(1:1) NOT EQUAL TO 'S' AND
                   WS-IN-TYPE(1:1) NOT EQUAL TO 'C' AND
                   WS-IN-TYPE(1:1) NOT EQUAL TO 'W' AND
                   WS-IN-TYPE(1:1) NOT EQUAL TO 'X') OR
                   WS-IN-TYPE(2:9) NOT EQUAL TO SPACE
                   DISPLAY "** TYPE MUST BE S, C, W OR X - "
      -                "NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-IN-LENGTH-FROM TO WS-NUM-INPUT
               PERFORM 320-CONVERT-RANGE-END
               MOVE WS-NUM-VALUE TO WS-LENGTH-FROM-VALUE
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-IN-LENGTH-TO TO WS-NUM-INPUT
               PERFORM 320-CONVERT-RANGE-END
               MOVE WS-NUM-VALUE TO WS-LENGTH-TO-VALUE
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               WS-LENGTH-FROM-VALUE IS GREATER THAN WS-LENGTH-TO-VALUE
               DISPLAY "** LENGTH FROM IS PAST LENGTH TO - "
      -            "NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-IN-DEPTH-FROM TO WS-NUM-INPUT
               PERFORM 320-CONVERT-RANGE-END
               MOVE WS-NUM-VALUE TO WS-DEPTH-FROM-VALUE
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-IN-DEPTH-TO TO WS-NUM-INPUT
               PERFORM 320-CONVERT-RANGE-END
               MOVE WS-NUM-VALUE TO WS-DEPTH-TO-VALUE
           END-IF.
           IF WS-ENTRY-VALID = 'Y' AND
               WS-DEPTH-FROM-VALUE IS GREATER THAN WS-DEPTH-TO-VALUE
               DISPLAY "** DEPTH FROM IS PAST DEPTH TO - "
      -            "NOTHING WRITTEN."
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF (WS-IN-SEVERITY(1:1) NOT EQUAL TO 'B' AND
                   WS-IN-SEVERITY(1:1) NOT EQUAL TO 'C') OR
                   WS-IN-SEVERITY(2:9) NOT EQUAL TO SPACE
                   DISPLAY "** SEVERITY MUST BE B OR C - "
      -                "NOTHING WRITTEN."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               IF (WS-IN-STATUS(1:1) NOT EQUAL TO 'A' AND
                   WS-IN-STATUS(1:1) NOT EQUAL TO 'W') OR
                   WS-IN-STATUS(2:9) NOT EQUAL TO SPACE
                   DISPLAY "** STATUS MUST BE A OR W - "
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
       320-CONVERT-RANGE-END.
           MOVE 7 TO WS-NUM-MAX-DIGITS.
           PERFORM 330-CONVERT-NUMBER.
           IF WS-NUM-VALID = 'N'
               DISPLAY "** RANGE ENDS MUST BE WHOLE NUMBERS OF AT "
      -            "MOST 7 DIGITS - NOTHING WRITTEN."
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
      * 400-PRINT-CHART - THE CURRENT CHART AS HAZCHK SEES IT: EACH
      * HAZARD ONCE, WITH ITS LATEST CARD, THROUGH THE HAZLD LOADER.
      ******************************************************************
       400-PRINT-CHART.
           MOVE ZERO TO HZL-HAZARD-COUNT.
           MOVE ZERO TO HZL-ACTIVE-COUNT.
           MOVE ZERO TO HZL-OVERFLOW-COUNT.
           CALL "HAZLD" USING HAZLD-PARM.
           OPEN OUTPUT RPTFL.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE RPTFL-RECORD FROM RPT-HEADER.
           WRITE RPTFL-RECORD FROM RPT-COLUMNS.
           PERFORM 410-PRINT-ONE-HAZARD
               VARYING WS-HZ-SUBS FROM 1 BY 1
               UNTIL WS-HZ-SUBS > HZL-HAZARD-COUNT.
           MOVE HZL-ACTIVE-COUNT TO RT-ACTIVE-COUNT.
           COMPUTE RT-WITHDRAWN-COUNT =
               HZL-HAZARD-COUNT - HZL-ACTIVE-COUNT.
           WRITE RPTFL-RECORD FROM RPT-TOTAL.
           WRITE RPTFL-RECORD FROM RPT-KEY-LINE.
           IF HZL-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE SPACE TO RPTFL-RECORD
               STRING "** MORE THAN 100 HAZARDS CHARTED - "
                   HZL-OVERFLOW-COUNT " CARD(S) NOT PRINTED **"
                   DELIMITED BY SIZE INTO RPTFL-RECORD
               WRITE RPTFL-RECORD
           END-IF.
           CLOSE RPTFL.
           DISPLAY HZL-HAZARD-COUNT " HAZARD(S) PRINTED TO HAZMSTRPT.".
      *
       410-PRINT-ONE-HAZARD.
           MOVE HZL-HAZARD-ID(WS-HZ-SUBS) TO RD-HAZARD.
           MOVE HZL-HAZARD-NAME(WS-HZ-SUBS) TO RD-NAME.
           MOVE HZL-TYPE(WS-HZ-SUBS) TO RD-TYPE.
           MOVE HZL-LENGTH-FROM(WS-HZ-SUBS) TO RD-LENGTH-FROM.
           MOVE HZL-LENGTH-TO(WS-HZ-SUBS) TO RD-LENGTH-TO.
           MOVE HZL-DEPTH-FROM(WS-HZ-SUBS) TO RD-DEPTH-FROM.
           MOVE HZL-DEPTH-TO(WS-HZ-SUBS) TO RD-DEPTH-TO.
           MOVE HZL-SEVERITY(WS-HZ-SUBS) TO RD-SEVERITY.
           IF HZL-WITHDRAWN(WS-HZ-SUBS)
               MOVE "WITHDRAWN" TO RD-STATUS
           ELSE
               MOVE "ACTIVE" TO RD-STATUS
           END-IF.
           WRITE RPTFL-RECORD FROM RPT-DETAIL.
