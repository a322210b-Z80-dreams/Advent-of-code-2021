      *          HEAD TODAY DOES NOT REWRITE LAST WEEK'S SWEEP), AND
      *          KEEP A CHANGE AUDIT TRAIL - INSTEAD OF A HAND-EDITED
      *          DECK WHERE A TYPO'D OFFSET SILENTLY SKEWS EVERY
      *          READING FROM THAT HEAD. A NEW CARD GOES ON AS A
      *          PENDING CHANGE REQUEST AND ONLY TAKES EFFECT ONCE A
      *          SUPERVISOR APPROVES IT (SEE CHGREQWR AND CHGCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SONARCAL IS READ FOR LISTING/PRINTING. CARDS ARE ADDED BY THE
      * CHANGE-REQUEST ROUTINE, THE SAME AS RUNCTLMT'S ROWS ON RUNCTL.
           SELECT OPTIONAL CALIBFL ASSIGN TO "SONARCAL"
           ORGANIZATION IS LINE SEQUENTIAL.
      * SONARCALAUD IS THE CHANGE AUDIT TRAIL: ONE ROW PER CARD
      * WRITTEN THROUGH THIS PROGRAM - WHO, WHEN, WHICH HEAD, WHICH
      * OFFSET AND FROM WHEN.
      * THE EFFECTIVE-FROM DATE. OLD SIX-BYTE CARDS READ WITH A BLANK
      * DATE, WHICH THE COUNT PROGRAMS TREAT AS EFFECTIVE FROM THE
      * BEGINNING OF TIME, SO EXISTING DECKS KEEP WORKING UNCHANGED.
      * A CARD AWAITING APPROVAL CARRIES 'P' IN CB-PENDING-FLAG AND
      * ITS REQUEST NUMBER.
       FD CALIBFL.
       01 CALIBFL-RECORD.
           05 CB-SENSOR-ID                         PIC 9(2).
           05 CB-OFFSET                            PIC S9(3)
                                       SIGN IS LEADING SEPARATE.
           05 CB-EFFECTIVE-FROM                    PIC X(10).
           05 CB-PENDING-FLAG                      PIC X.
               88 CB-PENDING                       VALUE 'P'.
           05 CB-REQUEST-NUMBER                    PIC 9(6).
      *
       FD AUDITFL.
       01 AUDITFL-RECORD.
                                                VALUE SPACE.
           05 WS-IN-INITIALS                       PIC X(3)
                                                VALUE SPACE.
           05 WS-IN-OPERATOR                       PIC X(8)
                                                VALUE SPACE.
           05 WS-PENDING-COUNT                     PIC 9(4) VALUE ZERO.
           05 WS-SENSOR-X                          PIC X(2)
                                                VALUE "00".
           05 WS-SENSOR-ID REDEFINES WS-SENSOR-X   PIC 9(2).
           05 FILLER                               PIC X(17)
                                   VALUE "  EFFECTIVE FROM ".
           05 RD-EFFDATE                           PIC X(10).
           05 FILLER                               PIC X(2)
                                                   VALUE SPACE.
           05 RD-PENDING                           PIC X(29).
      *
       01 WS-NEW-CARD.
           05 NC-SENSOR-ID                         PIC 9(2).
           05 NC-OFFSET                            PIC S9(3)
                                       SIGN IS LEADING SEPARATE.
           05 NC-EFFECTIVE-FROM                    PIC X(10).
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           DISPLAY " ".
           DISPLAY "---------- CALIBRATION MAINTENANCE ------------".
           DISPLAY "  L - LIST THE CALIBRATION CARDS".
           DISPLAY "  A - REQUEST A NEW OR REPLACED OFFSET".
           DISPLAY "  P - PRINT THE DECK TO SONARCALRPT".
           DISPLAY "  X - EXIT".
           DISPLAY "-----------------------------------------------".
       200-LIST-CARDS.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           OPEN INPUT CALIBFL.
           PERFORM 210-LIST-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE CALIBFL.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "** SONARCAL DECK IS EMPTY **"
           END-IF.
           IF WS-PENDING-COUNT IS GREATER THAN ZERO
               DISPLAY WS-PENDING-COUNT
                   " CARD(S) AWAIT APPROVAL AND ARE NOT YET IN EFFECT."
           END-IF.
      *
       210-LIST-ONE-CARD.
           READ CALIBFL NEXT
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   IF CB-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       DISPLAY "PENDING REQUEST " CB-REQUEST-NUMBER
                           ": SENSOR " CB-SENSOR-ID " OFFSET "
                           CB-OFFSET " EFFECTIVE FROM "
                           CB-EFFECTIVE-FROM
                   ELSE
                       IF CB-EFFECTIVE-FROM IS EQUAL TO SPACE
                           DISPLAY "SENSOR " CB-SENSOR-ID " OFFSET "
                               CB-OFFSET " EFFECTIVE FROM (ALWAYS)"
                       ELSE
                           DISPLAY "SENSOR " CB-SENSOR-ID " OFFSET "
                               CB-OFFSET " EFFECTIVE FROM "
                               CB-EFFECTIVE-FROM
                       END-IF
                   END-IF
           END-READ.
      *
      * DATE (BLANK MEANS TODAY). A REPLACEMENT IS AN APPENDED CARD -
      * THE COUNT PROGRAMS TAKE THE LATEST CARD IN EFFECT ON EACH
      * READING'S DATE, SO THE HISTORY OF EARLIER OFFSETS STAYS IN
      * THE DECK AND OLD SWEEPS KEEP THEIR OLD CALIBRATION. THE CARD
      * GOES ON PENDING UNDER A CHANGE REQUEST; A SECOND OPERATOR
      * WITH SUPERVISOR AUTHORITY APPROVES IT FROM CHGCTL. THE AUDIT
      * ROW RECORDS THE ENTRY; THE DECISION GOES TO THE CHANGE LOG.
      ******************************************************************
       300-ADD-CARD.
           DISPLAY "SENSOR HEAD (1-99)        : " WITH NO ADVANCING.
           DISPLAY "OPERATOR INITIALS         : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-INITIALS.
           ACCEPT WS-IN-INITIALS FROM CONSOLE.
           DISPLAY "YOUR OPERATOR ID          : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-OPERATOR.
           ACCEPT WS-IN-OPERATOR FROM CONSOLE.
           PERFORM 310-VALIDATE-ENTRY.
           IF WS-ENTRY-VALID = 'Y'
               PERFORM 340-RAISE-CHANGE-REQUEST
           END-IF.
           IF WS-ENTRY-VALID = 'Y'
               PERFORM 350-WRITE-AUDIT-ROW
               DISPLAY "CHANGE REQUEST " CQ-REQUEST-NUMBER
                   " RAISED - SENSOR " WS-SENSOR-ID " OFFSET "
                   WS-OFFSET " EFFECTIVE " WS-IN-EFFDATE
               DISPLAY "IN EFFECT ONCE A SUPERVISOR APPROVES IT."
           END-IF.
      *
       310-VALIDATE-ENTRY.
                   COMPUTE WS-OFFSET = ZERO - WS-OFFSET
               END-IF
           END-IF.
      *
       340-RAISE-CHANGE-REQUEST.
           MOVE WS-SENSOR-ID TO NC-SENSOR-ID.
           MOVE WS-OFFSET TO NC-OFFSET.
           MOVE WS-IN-EFFDATE TO NC-EFFECTIVE-FROM.
           MOVE 'R' TO CQ-ACTION.
           MOVE "SONARCAL" TO CQ-DATASET.
           MOVE WS-NEW-CARD(1:2) TO CQ-KEY.
           MOVE WS-IN-OPERATOR TO CQ-OPERATOR-ID.
           MOVE WS-NEW-CARD TO CQ-AFTER.
           MOVE 'N' TO CQ-RESULT.
           MOVE "CHANGE-REQUEST ROUTINE IS NOT AVAILABLE" TO CQ-MESSAGE.
           CALL "CHGREQWR" USING CHGREQ-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF NOT CQ-DONE
               DISPLAY "** NOTHING WRITTEN - " CQ-MESSAGE
               MOVE 'N' TO WS-ENTRY-VALID
           END-IF.
      *
       350-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDITFL.
                   ELSE
                       MOVE CB-EFFECTIVE-FROM TO RD-EFFDATE
                   END-IF
                   IF CB-PENDING
                       MOVE SPACE TO RD-PENDING
                       STRING "PENDING REQUEST " CB-REQUEST-NUMBER
                           DELIMITED BY SIZE INTO RD-PENDING
                   ELSE
                       MOVE SPACE TO RD-PENDING
                   END-IF
                   WRITE RPTFL-RECORD FROM RPT-DETAIL
           END-READ.
