      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: MAINTENANCE WORK-ORDER UPKEEP. THE MONITORING
      *          PROGRAMS OPEN ORDERS ON THE WORKORD MASTER THROUGH
      *          WORKOPEN; HERE THE MAINTENANCE DESK ASSIGNS AN ORDER
      *          TO A TECHNICIAN, RECORDS PROGRESS, AND CLOSES IT,
      *          EACH STEP STAMPED WITH THE TECHNICIAN'S INITIALS, AND
      *          PRINTS THE BACKLOG OF OPEN ORDERS BY HULL AND AGE -
      *          SO A RECOMMENDATION ON A REPORT BECOMES A FAULT
      *          SOMEBODY OWNS UNTIL IT IS FIXED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * WORKORD IS THE WORK-ORDER MASTER (SEE COPYBOOKS/WORKOREC.CPY).
      * WORKORD.WRK IS THE REWRITE WORK FILE, THE SAME SPLIT/REBUILD
      * SHAPE ALARMMT USES ON ITS MASTER.
           SELECT OPTIONAL WORKORD ASSIGN TO "WORKORD"
           ORGANIZATION IS SEQUENTIAL.
           SELECT WORKWRK ASSIGN TO "WORKORD.WRK"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD WORKORD.
           COPY WORKOREC.
      *
       FD WORKWRK.
       01 WORKWRK-RECORD                           PIC X(167).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-DONE                              PIC X VALUE 'N'.
      *
      * WHICH BOAT'S ORDERS THE LIST SHOWS (HULLID ENVIRONMENT
      * VARIABLE, DEFAULT SUB1). ASSIGN, UPDATE AND CLOSE GO BY ORDER
      * NUMBER, WHICH IS UNIQUE ACROSS HULLS; THE BACKLOG COVERS EVERY
      * HULL.
       01 WS-HULL-ID                               PIC X(4)
                                                VALUE "SUB1".
       01 WS-ENV-WORK                              PIC X(100)
                                                VALUE SPACE.
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY). THE LAYER OWNS THE PRINT FILE AND
      * SUPPLIES THE STANDARD HEADING, PAGING AND TOTALS LINE.
           COPY RPTFMTPM.
      *
       01 MAINT-DATA.
           05 WS-MENU-CHOICE                       PIC X    VALUE SPACE.
      *    THE ACTION BEING APPLIED BY 420-APPLY-ACTION: 'A' ASSIGN,
      *    'U' UPDATE, 'C' CLOSE.
           05 WS-ACTION                            PIC X    VALUE SPACE.
           05 WS-ORDER-REPLY                       PIC X(10)
                                                VALUE SPACE.
           05 WS-ORDER-NUMBER                      PIC 9(6) VALUE ZERO.
           05 WS-INITIALS                          PIC X(3)
                                                VALUE SPACE.
           05 WS-ASSIGNEE                          PIC X(3)
                                                VALUE SPACE.
           05 WS-NOTE                              PIC X(40)
                                                VALUE SPACE.
           05 WS-APPLIED-COUNT                     PIC 9(5) VALUE ZERO.
           05 WS-REFUSED                           PIC X    VALUE 'N'.
           05 WS-LIST-COUNT                        PIC 9(5) VALUE ZERO.
      *    DIGIT-SCAN WORK FOR A NATURALLY KEYED ORDER NUMBER, THE
      *    SAME ACCUMULATION ALARMMT USES FOR ITS RECORD NUMBER.
           05 WS-ORDER-VALID                       PIC X    VALUE 'N'.
           05 WS-ORDER-DIGITS                      PIC 99   VALUE ZERO.
           05 WS-ORDER-SUBS                        PIC 99   VALUE ZERO.
           05 WS-ORDER-DIGIT-X                     PIC X    VALUE SPACE.
           05 WS-ORDER-DIGIT-9 REDEFINES WS-ORDER-DIGIT-X
                                                   PIC 9.
      *
      * THE BACKLOG TABLE: EVERY ORDER NOT CLOSED, SORTED BY HULL AND
      * THEN OLDEST FIRST, WITH ITS AGE IN DAYS.
       01 BACKLOG-DATA.
           05 WS-BL-COUNT                          PIC 9(4) VALUE ZERO.
           05 WS-BL-MAX                            PIC 9(4) VALUE 500.
           05 WS-BL-SUBS                           PIC 9(4) VALUE ZERO.
           05 WS-BL-JX                             PIC 9(4) VALUE ZERO.
           05 WS-BL-SWAPPED                        PIC X    VALUE 'N'.
           05 WS-BL-HULL-COUNT                     PIC 9(4) VALUE ZERO.
           05 WS-BL-HULL-OLDEST                    PIC 9(5) VALUE ZERO.
           05 WS-BL-BREAK-HULL                     PIC X(4) VALUE SPACE.
           05 BL-ENTRY OCCURS 500 TIMES.
               10 BL-HULL-ID                       PIC X(4).
               10 BL-OPEN-DATE                     PIC X(10).
               10 BL-NUMBER                        PIC 9(6).
               10 BL-SOURCE                        PIC X(10).
               10 BL-FAULT-KEY                     PIC X(20).
               10 BL-STATUS                        PIC X.
               10 BL-ASSIGNED-TO                   PIC X(3).
               10 BL-AGE                           PIC 9(5).
           05 BL-SWAP-ENTRY.
               10 FILLER                           PIC X(59).
      *
      * DAY-NUMBER WORK: A YYYY-MM-DD DATE TURNED INTO A RUNNING DAY
      * COUNT SO AN ORDER'S AGE IS TODAY'S DAY NUMBER LESS ITS OPEN
      * DATE'S. MARCH IS TAKEN AS THE FIRST MONTH SO FEBRUARY'S LEAP
      * DAY FALLS AT THE END OF THE YEAR AND NEEDS NO TABLE.
       01 DAY-NUMBER-DATA.
           05 WS-DN-DATE                           PIC X(10)
                                                VALUE SPACE.
           05 WS-DN-YYYY                           PIC 9(4) VALUE ZERO.
           05 WS-DN-MM                             PIC 9(2) VALUE ZERO.
           05 WS-DN-DD                             PIC 9(2) VALUE ZERO.
           05 WS-DN-Y4                             PIC 9(4) VALUE ZERO.
           05 WS-DN-Y100                           PIC 9(4) VALUE ZERO.
           05 WS-DN-Y400                           PIC 9(4) VALUE ZERO.
           05 WS-DN-MDAYS                          PIC 9(4) VALUE ZERO.
           05 WS-DN-RESULT                         PIC 9(7) VALUE ZERO.
           05 WS-TODAY-DN                          PIC 9(7) VALUE ZERO.
      *
       01 RPT-COLUMN-HEAD.
           05 FILLER                               PIC X(6)
                                                VALUE "HULL".
           05 FILLER                               PIC X(8)
                                                VALUE "ORDER".
           05 FILLER                               PIC X(12)
                                                VALUE "OPENED".
           05 FILLER                               PIC X(7)
                                                VALUE "  AGE".
           05 FILLER                               PIC X(12)
                                                VALUE "SOURCE".
           05 FILLER                               PIC X(22)
                                                VALUE "FAULT".
           05 FILLER                               PIC X(13)
                                                VALUE "STATUS".
           05 FILLER                               PIC X(52)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-HULL                              PIC X(4).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-NUMBER                            PIC 9(6).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-OPEN-DATE                         PIC X(10).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-AGE                               PIC ZZZZ9.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-SOURCE                            PIC X(10).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-FAULT                             PIC X(20).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-STATUS                            PIC X(13).
           05 FILLER                               PIC X(52)
                                                   VALUE SPACE.
      *
       01 RPT-HULL-TOTAL.
           05 FILLER                               PIC X(5)
                                                VALUE "HULL ".
           05 RT-HULL                              PIC X(4).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RT-COUNT                             PIC ZZZ9.
           05 FILLER                               PIC X(23)
                                  VALUE " OPEN ORDER(S), OLDEST ".
           05 RT-OLDEST                            PIC ZZZZ9.
           05 FILLER                               PIC X(5)
                                                VALUE " DAYS".
           05 FILLER                               PIC X(84)
                                                   VALUE SPACE.
      *
       01 RPT-TEXT-LINE                            PIC X(132)
                                                   VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-SETTINGS.
           PERFORM 100-MAINT-LOOP UNTIL SW-DONE = 'Y'.
           DISPLAY "EXITING WORK-ORDER MAINTENANCE.".
           STOP RUN.
      *
       010-GET-SETTINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "HULLID"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
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
       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "------------ WORK-ORDER MAINTENANCE ------------".
           DISPLAY "  L - LIST ORDERS NOT CLOSED (" WS-HULL-ID ")".
           DISPLAY "  A - ASSIGN AN ORDER TO A TECHNICIAN".
           DISPLAY "  U - UPDATE AN ORDER'S PROGRESS NOTE".
           DISPLAY "  C - CLOSE AN ORDER".
           DISPLAY "  B - BACKLOG REPORT (ALL HULLS, BY AGE)".
           DISPLAY "  X - EXIT".
           DISPLAY "------------------------------------------------".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM 300-LIST-ORDERS
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-ACTION
                   PERFORM 400-TAKE-ACTION
               WHEN 'U'
               WHEN 'u'
                   MOVE 'U' TO WS-ACTION
                   PERFORM 400-TAKE-ACTION
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-ACTION
                   PERFORM 400-TAKE-ACTION
               WHEN 'B'
               WHEN 'b'
                   PERFORM 600-BACKLOG-REPORT
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO SW-DONE
               WHEN OTHER
                   DISPLAY "**INVALID CHOICE** ENTER L, A, U, C, B OR "
                       "X."
           END-EVALUATE.
      *
      ******************************************************************
      * 300-LIST-ORDERS - EVERY ORDER NOT CLOSED FOR THE WORKING HULL,
      * IN ORDER-NUMBER ORDER AS APPENDED.
      ******************************************************************
       300-LIST-ORDERS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT WORKORD.
           PERFORM 310-LIST-ONE-ORDER UNTIL SW-EOF = 'Y'.
           CLOSE WORKORD.
           IF WS-LIST-COUNT IS EQUAL TO ZERO
               DISPLAY "** NO OPEN WORK ORDERS FOR " WS-HULL-ID " **"
           END-IF.
      *
       310-LIST-ONE-ORDER.
           READ WORKORD NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF NOT WO-CLOSED AND
                       WO-HULL-ID IS EQUAL TO WS-HULL-ID
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY WO-NUMBER " " WO-OPEN-DATE " "
                           WO-SOURCE " " WO-FAULT-KEY " "
                           WO-STATUS " " WO-ASSIGNED-TO
                       DISPLAY "       " WO-DESCRIPTION
                       DISPLAY "       LAST " WO-LAST-DATE " "
                           WO-LAST-INITIALS " " WO-NOTE
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 400-TAKE-ACTION - ASSIGN, UPDATE OR CLOSE ONE ORDER BY NUMBER.
      * THE INITIALS OF WHOEVER IS AT THE CONSOLE ARE REQUIRED FOR
      * EVERY ACTION; AN ASSIGNMENT ALSO NAMES THE TECHNICIAN, AND AN
      * UPDATE OR CLOSURE CARRIES A NOTE (REQUIRED TO CLOSE, SO THE
      * FIX IS ON RECORD).
      ******************************************************************
       400-TAKE-ACTION.
           DISPLAY "WORK ORDER NUMBER  : " WITH NO ADVANCING.
           MOVE SPACE TO WS-ORDER-REPLY.
           ACCEPT WS-ORDER-REPLY FROM CONSOLE.
           PERFORM 410-CONVERT-ORDER-NUMBER.
           MOVE 'N' TO WS-REFUSED.
           IF WS-ORDER-VALID = 'N'
               DISPLAY "** NOT AN ORDER NUMBER (UP TO 6 DIGITS) - "
      -            "NOTHING CHANGED."
               MOVE 'Y' TO WS-REFUSED
           END-IF.
           IF WS-REFUSED = 'N'
               DISPLAY "YOUR INITIALS      : " WITH NO ADVANCING
               MOVE SPACE TO WS-INITIALS
               ACCEPT WS-INITIALS FROM CONSOLE
               IF WS-INITIALS IS EQUAL TO SPACE
                   DISPLAY "** INITIALS ARE REQUIRED - NOTHING "
      -                "CHANGED."
                   MOVE 'Y' TO WS-REFUSED
               END-IF
           END-IF.
           MOVE SPACE TO WS-ASSIGNEE.
           IF WS-REFUSED = 'N' AND WS-ACTION = 'A'
               DISPLAY "ASSIGN TO (INITIALS): " WITH NO ADVANCING
               ACCEPT WS-ASSIGNEE FROM CONSOLE
               IF WS-ASSIGNEE IS EQUAL TO SPACE
                   MOVE WS-INITIALS TO WS-ASSIGNEE
               END-IF
           END-IF.
           MOVE SPACE TO WS-NOTE.
           IF WS-REFUSED = 'N'
               DISPLAY "NOTE               : " WITH NO ADVANCING
               ACCEPT WS-NOTE FROM CONSOLE
               IF WS-NOTE IS EQUAL TO SPACE AND WS-ACTION = 'C'
                   DISPLAY "** A CLOSING NOTE IS REQUIRED - NOTHING "
      -                "CHANGED."
                   MOVE 'Y' TO WS-REFUSED
               END-IF
           END-IF.
           IF WS-REFUSED = 'N'
               PERFORM 420-APPLY-ACTION
           END-IF.
      *
       410-CONVERT-ORDER-NUMBER.
           MOVE 'Y' TO WS-ORDER-VALID.
           MOVE ZERO TO WS-ORDER-DIGITS.
           MOVE ZERO TO WS-ORDER-NUMBER.
           PERFORM 415-TAKE-ONE-DIGIT
               VARYING WS-ORDER-SUBS FROM 1 BY 1
               UNTIL WS-ORDER-SUBS > 10
               OR WS-ORDER-REPLY(WS-ORDER-SUBS:1) IS EQUAL TO SPACE.
           IF WS-ORDER-DIGITS IS EQUAL TO ZERO
               MOVE 'N' TO WS-ORDER-VALID
           END-IF.
      *
       415-TAKE-ONE-DIGIT.
           MOVE WS-ORDER-REPLY(WS-ORDER-SUBS:1) TO WS-ORDER-DIGIT-X.
           IF WS-ORDER-DIGIT-X IS NUMERIC AND
               WS-ORDER-DIGITS IS LESS THAN 6
               ADD 1 TO WS-ORDER-DIGITS
               COMPUTE WS-ORDER-NUMBER =
                   WS-ORDER-NUMBER * 10 + WS-ORDER-DIGIT-9
           ELSE
               MOVE 'N' TO WS-ORDER-VALID
               MOVE 11 TO WS-ORDER-SUBS
           END-IF.
      *
       420-APPLY-ACTION.
           MOVE ZERO TO WS-APPLIED-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT WORKORD.
           OPEN OUTPUT WORKWRK.
           PERFORM 430-ACTION-ONE-ORDER UNTIL SW-EOF = 'Y'.
           CLOSE WORKORD.
           CLOSE WORKWRK.
           IF WS-APPLIED-COUNT IS GREATER THAN ZERO
               MOVE 'N' TO SW-EOF
               OPEN INPUT WORKWRK
               OPEN OUTPUT WORKORD
               PERFORM 440-REWRITE-ONE-ORDER UNTIL SW-EOF = 'Y'
               CLOSE WORKWRK
               CLOSE WORKORD
               EVALUATE WS-ACTION
                   WHEN 'A'
                       DISPLAY "ORDER " WS-ORDER-NUMBER
                           " ASSIGNED TO " WS-ASSIGNEE "."
                   WHEN 'U'
                       DISPLAY "ORDER " WS-ORDER-NUMBER " UPDATED."
                   WHEN 'C'
                       DISPLAY "ORDER " WS-ORDER-NUMBER " CLOSED BY "
                           WS-INITIALS "."
               END-EVALUATE
           ELSE
               DISPLAY "** NO ORDER " WS-ORDER-NUMBER
                   " THAT IS NOT ALREADY CLOSED - NOTHING CHANGED."
           END-IF.
      *
       430-ACTION-ONE-ORDER.
           READ WORKORD NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF WO-NUMBER IS EQUAL TO WS-ORDER-NUMBER AND
                       NOT WO-CLOSED
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE WS-TODAY-DATE TO WO-LAST-DATE
                       MOVE WS-INITIALS TO WO-LAST-INITIALS
                       EVALUATE WS-ACTION
                           WHEN 'A'
                               MOVE 'A' TO WO-STATUS
                               MOVE WS-ASSIGNEE TO WO-ASSIGNED-TO
                               IF WS-NOTE IS EQUAL TO SPACE
                                   MOVE SPACE TO WO-NOTE
                                   STRING "ASSIGNED TO " WS-ASSIGNEE
                                       DELIMITED BY SIZE INTO WO-NOTE
                               ELSE
                                   MOVE WS-NOTE TO WO-NOTE
                               END-IF
                           WHEN 'U'
                               IF WS-NOTE NOT EQUAL TO SPACE
                                   MOVE WS-NOTE TO WO-NOTE
                               END-IF
                           WHEN 'C'
                               MOVE 'C' TO WO-STATUS
                               MOVE WS-NOTE TO WO-NOTE
                               MOVE WS-TODAY-DATE TO WO-CLOSED-DATE
                       END-EVALUATE
                   END-IF
                   WRITE WORKWRK-RECORD FROM WORKORD-RECORD
           END-READ.
      *
       440-REWRITE-ONE-ORDER.
           READ WORKWRK NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   WRITE WORKORD-RECORD FROM WORKWRK-RECORD
           END-READ.
      *
      ******************************************************************
      * 600-BACKLOG-REPORT - EVERY ORDER NOT CLOSED, FOR EVERY HULL,
      * GROUPED BY HULL AND OLDEST FIRST WITH ITS AGE IN DAYS, AND A
      * COUNT AND OLDEST AGE PER HULL.
      ******************************************************************
       600-BACKLOG-REPORT.
           MOVE WS-TODAY-DATE TO WS-DN-DATE.
           PERFORM 820-DATE-TO-DAY-NUMBER.
           MOVE WS-DN-RESULT TO WS-TODAY-DN.
           MOVE ZERO TO WS-BL-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT WORKORD.
           PERFORM 610-LOAD-ONE-ORDER UNTIL SW-EOF = 'Y'.
           CLOSE WORKORD.
           PERFORM 650-SORT-BACKLOG.
           MOVE 'O' TO RF-ACTION.
           MOVE "WORKBKLG" TO RF-REPORT-NAME.
           MOVE "WORKMT" TO RF-PROGRAM.
           MOVE "ALL" TO RF-HULL-ID.
           MOVE WS-TODAY-DATE TO RF-RUN-DATE.
           MOVE "OPEN WORK-ORDER BACKLOG" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           IF WS-BL-COUNT IS EQUAL TO ZERO
               MOVE "NO OPEN WORK ORDERS" TO RPT-TEXT-LINE
               MOVE RPT-TEXT-LINE TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           ELSE
               MOVE BL-HULL-ID(1) TO WS-BL-BREAK-HULL
               MOVE ZERO TO WS-BL-HULL-COUNT
               MOVE ZERO TO WS-BL-HULL-OLDEST
               PERFORM 620-PRINT-ONE-ORDER
                   VARYING WS-BL-SUBS FROM 1 BY 1
                   UNTIL WS-BL-SUBS > WS-BL-COUNT
               PERFORM 630-PRINT-HULL-TOTAL
           END-IF.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
           DISPLAY WS-BL-COUNT " OPEN ORDER(S) ON WORKBKLG.".
      *
       610-LOAD-ONE-ORDER.
           READ WORKORD NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF NOT WO-CLOSED
                       IF WS-BL-COUNT IS LESS THAN WS-BL-MAX
                           ADD 1 TO WS-BL-COUNT
                           PERFORM 615-FILE-ONE-ORDER
                       ELSE
                           DISPLAY "**WARNING** MORE THAN " WS-BL-MAX
                               " OPEN ORDERS - ORDER " WO-NUMBER
                               " LEFT OFF THE BACKLOG."
                       END-IF
                   END-IF
           END-READ.
      *
       615-FILE-ONE-ORDER.
           MOVE WO-HULL-ID TO BL-HULL-ID(WS-BL-COUNT).
           MOVE WO-OPEN-DATE TO BL-OPEN-DATE(WS-BL-COUNT).
           MOVE WO-NUMBER TO BL-NUMBER(WS-BL-COUNT).
           MOVE WO-SOURCE TO BL-SOURCE(WS-BL-COUNT).
           MOVE WO-FAULT-KEY TO BL-FAULT-KEY(WS-BL-COUNT).
           MOVE WO-STATUS TO BL-STATUS(WS-BL-COUNT).
           MOVE WO-ASSIGNED-TO TO BL-ASSIGNED-TO(WS-BL-COUNT).
           MOVE WO-OPEN-DATE TO WS-DN-DATE.
           PERFORM 820-DATE-TO-DAY-NUMBER.
           IF WS-DN-RESULT IS GREATER THAN ZERO AND
               WS-DN-RESULT IS LESS THAN WS-TODAY-DN
               COMPUTE BL-AGE(WS-BL-COUNT) = WS-TODAY-DN - WS-DN-RESULT
           ELSE
               MOVE ZERO TO BL-AGE(WS-BL-COUNT)
           END-IF.
      *
       620-PRINT-ONE-ORDER.
           IF BL-HULL-ID(WS-BL-SUBS) NOT EQUAL TO WS-BL-BREAK-HULL
               PERFORM 630-PRINT-HULL-TOTAL
               MOVE BL-HULL-ID(WS-BL-SUBS) TO WS-BL-BREAK-HULL
               MOVE ZERO TO WS-BL-HULL-COUNT
               MOVE ZERO TO WS-BL-HULL-OLDEST
           END-IF.
           ADD 1 TO WS-BL-HULL-COUNT.
           IF BL-AGE(WS-BL-SUBS) IS GREATER THAN WS-BL-HULL-OLDEST
               MOVE BL-AGE(WS-BL-SUBS) TO WS-BL-HULL-OLDEST
           END-IF.
           MOVE BL-HULL-ID(WS-BL-SUBS) TO RD-HULL.
           MOVE BL-NUMBER(WS-BL-SUBS) TO RD-NUMBER.
           MOVE BL-OPEN-DATE(WS-BL-SUBS) TO RD-OPEN-DATE.
           MOVE BL-AGE(WS-BL-SUBS) TO RD-AGE.
           MOVE BL-SOURCE(WS-BL-SUBS) TO RD-SOURCE.
           MOVE BL-FAULT-KEY(WS-BL-SUBS) TO RD-FAULT.
           IF BL-STATUS(WS-BL-SUBS) = 'A'
               MOVE SPACE TO RD-STATUS
               STRING "ASSIGNED " BL-ASSIGNED-TO(WS-BL-SUBS)
                   DELIMITED BY SIZE INTO RD-STATUS
           ELSE
               MOVE "UNASSIGNED" TO RD-STATUS
           END-IF.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-DETAIL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       630-PRINT-HULL-TOTAL.
           MOVE WS-BL-BREAK-HULL TO RT-HULL.
           MOVE WS-BL-HULL-COUNT TO RT-COUNT.
           MOVE WS-BL-HULL-OLDEST TO RT-OLDEST.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-HULL-TOTAL TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE SPACE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
      ******************************************************************
      * 650-SORT-BACKLOG - EXCHANGE SORT ON HULL, THEN OPEN DATE, THEN
      * ORDER NUMBER (THE FIRST THREE FIELDS OF THE ENTRY, IN THAT
      * ORDER). THE BACKLOG IS A FEW DOZEN ORDERS, SO THE SIMPLE SORT
      * COUNT1 USES FOR ITS CONSENSUS GROUPS IS ENOUGH.
      ******************************************************************
       650-SORT-BACKLOG.
           MOVE 'Y' TO WS-BL-SWAPPED.
           PERFORM 655-SORT-ONE-PASS UNTIL WS-BL-SWAPPED = 'N'.
      *
       655-SORT-ONE-PASS.
           MOVE 'N' TO WS-BL-SWAPPED.
           PERFORM 660-COMPARE-ONE-PAIR
               VARYING WS-BL-SUBS FROM 1 BY 1
               UNTIL WS-BL-SUBS >= WS-BL-COUNT.
      *
       660-COMPARE-ONE-PAIR.
           COMPUTE WS-BL-JX = WS-BL-SUBS + 1.
           IF BL-ENTRY(WS-BL-SUBS)(1:20) IS GREATER THAN
               BL-ENTRY(WS-BL-JX)(1:20)
               MOVE BL-ENTRY(WS-BL-SUBS) TO BL-SWAP-ENTRY
               MOVE BL-ENTRY(WS-BL-JX) TO BL-ENTRY(WS-BL-SUBS)
               MOVE BL-SWAP-ENTRY TO BL-ENTRY(WS-BL-JX)
               MOVE 'Y' TO WS-BL-SWAPPED
           END-IF.
      *
      ******************************************************************
      * 800-CALL-REPORT-FORMAT - ONE CALL INTO THE SHARED REPORT
      * LAYER; 810 WRAPS THE COMMON DETAIL-LINE WRITE.
      ******************************************************************
       800-CALL-REPORT-FORMAT.
           CALL "RPTFMT" USING RPTFMT-PARM.
      *
       810-WRITE-REPORT-LINE.
           MOVE 'D' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
      *
      ******************************************************************
      * 820-DATE-TO-DAY-NUMBER - WS-DN-DATE (YYYY-MM-DD) TO A RUNNING
      * DAY COUNT IN WS-DN-RESULT; ZERO FOR A DATE THAT IS NOT ONE.
      * JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR
      * BEFORE, SO THE MONTH LENGTHS FROM MARCH ON FOLLOW THE FIXED
      * 153-DAYS-PER-FIVE-MONTHS PATTERN.
      ******************************************************************
       820-DATE-TO-DAY-NUMBER.
           MOVE ZERO TO WS-DN-RESULT.
           IF WS-DN-DATE(1:4) IS NUMERIC AND
               WS-DN-DATE(6:2) IS NUMERIC AND
               WS-DN-DATE(9:2) IS NUMERIC
               MOVE WS-DN-DATE(1:4) TO WS-DN-YYYY
               MOVE WS-DN-DATE(6:2) TO WS-DN-MM
               MOVE WS-DN-DATE(9:2) TO WS-DN-DD
               IF WS-DN-MM IS LESS THAN 3
                   SUBTRACT 1 FROM WS-DN-YYYY
                   ADD 12 TO WS-DN-MM
               END-IF
               DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-Y4
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-Y100
               DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-Y400
               COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MM - 3) + 2
               DIVIDE 5 INTO WS-DN-MDAYS
               COMPUTE WS-DN-RESULT = 365 * WS-DN-YYYY + WS-DN-Y4
                   - WS-DN-Y100 + WS-DN-Y400 + WS-DN-MDAYS
                   + WS-DN-DD
           END-IF.
