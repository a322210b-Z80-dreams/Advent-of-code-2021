      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: SHARED LOADER FOR THE DIAGNOSTIC BIT-POSITION
      *          REFERENCE MAP. SBMRCD1, SBMRCD2 AND BITDRIFT CALL
      *          THIS WITH THEIR HULL AND GET BACK, FOR EVERY BIT
      *          POSITION, THE SUBSYSTEM NAME, CRITICALITY AND HEALTHY
      *          VALUE, SO THEIR PRINTOUTS NAME THE PUMP OR SCRUBBER
      *          INSTEAD OF SENDING ENGINEERING TO THE LAMINATED CARD
      *          TO FIND OUT WHAT "BIT 07" IS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BITMAPLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BITMAP HOLDS ONE CARD PER HULL AND BIT POSITION. LINE
      * SEQUENTIAL SO THE DECK STAYS HAND-EDITABLE IN AN EMERGENCY;
      * BITMAPMT IS THE NORMAL WAY IN.
           SELECT OPTIONAL BITMAP ASSIGN TO "BITMAP"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BITMAP.
           COPY BITMAPRC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
      *
       01 WS-BP-SUBS                               PIC 99 VALUE ZERO.
      *
       LINKAGE SECTION.
      * BITMAP-PARM IS THE SHARED LOADER PARAMETER AREA (SEE
      * COPYBOOKS/BITMAPPM.CPY).
           COPY BITMAPPM.
      *
       PROCEDURE DIVISION USING BITMAP-PARM.
       000-MAIN-PROCEDURE.
           MOVE ZERO TO BP-MAPPED-COUNT.
           PERFORM 050-CLEAR-ONE-ENTRY
               VARYING WS-BP-SUBS FROM 1 BY 1
               UNTIL WS-BP-SUBS > 32.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT BITMAP.
           PERFORM 100-MATCH-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE BITMAP.
           PERFORM 200-COUNT-ONE-ENTRY
               VARYING WS-BP-SUBS FROM 1 BY 1
               UNTIL WS-BP-SUBS > 32.
           GOBACK.
      *
       050-CLEAR-ONE-ENTRY.
           MOVE "** NOT MAPPED **" TO BP-SUBSYSTEM(WS-BP-SUBS).
           MOVE SPACE TO BP-CRITICALITY(WS-BP-SUBS).
           MOVE 1 TO BP-NORMAL-VALUE(WS-BP-SUBS).
           MOVE SPACE TO BP-SOURCE(WS-BP-SUBS).
      *
      ******************************************************************
      * 100-MATCH-ONE-CARD - THE WHOLE DECK IS SCANNED SO A LATER CARD
      * FOR THE SAME POSITION WINS (A RENAMED OR RE-RATED SUBSYSTEM IS
      * AN APPENDED CARD), AND A HULL-SPECIFIC CARD WINS OVER AN "ALL"
      * CARD REGARDLESS OF ORDER. A CARD WITH A POSITION OUTSIDE 1-32
      * IS IGNORED.
      ******************************************************************
       100-MATCH-ONE-CARD.
           READ BITMAP NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF BM-BIT-POSITION IS NUMERIC AND
                       BM-BIT-POSITION IS GREATER THAN ZERO AND
                       BM-BIT-POSITION IS NOT GREATER THAN 32
                       IF BM-HULL-ID IS EQUAL TO BP-HULL-ID
                           MOVE 'H' TO BP-SOURCE(BM-BIT-POSITION)
                           PERFORM 110-TAKE-CARD
                       ELSE
                           IF BM-HULL-ID IS EQUAL TO "ALL" AND
                               BP-SOURCE(BM-BIT-POSITION)
                                   NOT EQUAL TO 'H'
                               MOVE 'A' TO BP-SOURCE(BM-BIT-POSITION)
                               PERFORM 110-TAKE-CARD
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       110-TAKE-CARD.
           MOVE BM-SUBSYSTEM TO BP-SUBSYSTEM(BM-BIT-POSITION).
           MOVE BM-CRITICALITY TO BP-CRITICALITY(BM-BIT-POSITION).
           IF BM-NORMAL-VALUE IS EQUAL TO '0'
               MOVE 0 TO BP-NORMAL-VALUE(BM-BIT-POSITION)
           ELSE
               MOVE 1 TO BP-NORMAL-VALUE(BM-BIT-POSITION)
           END-IF.
      *
       200-COUNT-ONE-ENTRY.
           IF BP-SOURCE(WS-BP-SUBS) NOT EQUAL TO SPACE
               ADD 1 TO BP-MAPPED-COUNT
           END-IF.
