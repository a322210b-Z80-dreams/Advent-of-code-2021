      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: OPEN A MAINTENANCE WORK ORDER ON THE WORKORD MASTER
      *          ON BEHALF OF A MONITORING PROGRAM - SENSMON'S
      *          RECALIBRATION RECOMMENDATION, BITDRIFT'S DRIFTING
      *          POSITION, SBMRCD2'S LIFE-SUPPORT ALARM - UNLESS THE
      *          SAME FAULT ON THE SAME HULL ALREADY HAS AN ORDER
      *          THAT IS NOT CLOSED. CALLED WITH WORKOPEN-PARM (SEE
      *          COPYBOOKS/WORKOPM.CPY) THE SAME WAY FEEDQWR IS
      *          CALLED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKOPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORKORD ASSIGN TO "WORKORD"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * WORKORD-RECORD IS THE SHARED WORK-ORDER MASTER RECORD (SEE
      * COPYBOOKS/WORKOREC.CPY).
       FD WORKORD.
           COPY WORKOREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
      *
       01 WS-LAST-NUMBER                           PIC 9(6) VALUE ZERO.
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
      *
       LINKAGE SECTION.
      * WORKOPEN-PARM IS THE SHARED WORK-ORDER OPENER AREA (SEE
      * COPYBOOKS/WORKOPM.CPY).
           COPY WORKOPM.
      *
       PROCEDURE DIVISION USING WORKOPEN-PARM.
       000-MAIN-PROCEDURE.
           MOVE 'N' TO WP-RESULT.
           MOVE ZERO TO WP-NUMBER.
           MOVE ZERO TO WS-LAST-NUMBER.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT WORKORD.
           PERFORM 100-CHECK-ONE-ORDER UNTIL SW-EOF = 'Y'.
           CLOSE WORKORD.
           IF WP-RESULT = 'N'
               PERFORM 200-APPEND-ORDER
           END-IF.
           GOBACK.
      *
      ******************************************************************
      * 100-CHECK-ONE-ORDER - THE MASTER IS SCANNED WHOLE: FOR THE
      * HIGHEST ORDER NUMBER, AND FOR AN ORDER NOT YET CLOSED FOR THE
      * SAME HULL, SOURCE AND FAULT KEY. THE MASTER IS SMALL AND THE
      * MONITORS CALL THIS A HANDFUL OF TIMES A NIGHT, SO THE SIMPLE
      * SCAN IS PREFERRED, AS IN ALARMMT'S DUPLICATE CHECK.
      ******************************************************************
       100-CHECK-ONE-ORDER.
           READ WORKORD NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF WO-NUMBER IS GREATER THAN WS-LAST-NUMBER
                       MOVE WO-NUMBER TO WS-LAST-NUMBER
                   END-IF
                   IF NOT WO-CLOSED AND
                       WO-HULL-ID IS EQUAL TO WP-HULL-ID AND
                       WO-SOURCE IS EQUAL TO WP-SOURCE AND
                       WO-FAULT-KEY IS EQUAL TO WP-FAULT-KEY
                       MOVE 'D' TO WP-RESULT
                       MOVE WO-NUMBER TO WP-NUMBER
                   END-IF
           END-READ.
      *
       200-APPEND-ORDER.
           IF WP-OPEN-DATE IS EQUAL TO SPACE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                   DELIMITED BY SIZE INTO WP-OPEN-DATE
           END-IF.
           COMPUTE WP-NUMBER = WS-LAST-NUMBER + 1.
           OPEN EXTEND WORKORD.
           MOVE WP-NUMBER TO WO-NUMBER.
           MOVE WP-HULL-ID TO WO-HULL-ID.
           MOVE WP-SOURCE TO WO-SOURCE.
           MOVE WP-FAULT-KEY TO WO-FAULT-KEY.
           MOVE WP-DESCRIPTION TO WO-DESCRIPTION.
           MOVE WP-OPEN-DATE TO WO-OPEN-DATE.
           MOVE 'O' TO WO-STATUS.
           MOVE SPACE TO WO-ASSIGNED-TO.
           MOVE WP-OPEN-DATE TO WO-LAST-DATE.
           MOVE SPACE TO WO-LAST-INITIALS.
           MOVE "OPENED AUTOMATICALLY" TO WO-NOTE.
           MOVE SPACE TO WO-CLOSED-DATE.
           WRITE WORKORD-RECORD.
           CLOSE WORKORD.
