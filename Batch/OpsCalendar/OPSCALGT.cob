      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: SHARED LOOKUP ROUTINE FOR THE SHOP OPERATING
      *          CALENDAR. THE TREND, GAP AND SLA PROGRAMS CALL THIS
      *          WITH A HULL AND A DATE AND GET BACK WHETHER THE BOAT
      *          WAS OPERATING, IN PORT, ON A HOLIDAY OR STOOD DOWN
      *          FOR MAINTENANCE, SO A DAY NOBODY SAILED IS NOT
      *          REPORTED AS A MISSING RUN. THE WHOLE FILE IS SCANNED
      *          SO THE LATEST COVERING CARD WINS, THE SAME RULE
      *          DAYCTLGT AND THE RUN-CONTROL LOOKUP FOLLOW.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSCALGT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPSCAL ASSIGN TO "OPSCAL"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * OPSCAL-RECORD IS THE SHARED OPERATING-CALENDAR CARD (SEE
      * COPYBOOKS/OPSCALRC.CPY).
       FD OPSCAL.
           COPY OPSCALRC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
      *
      * THE LATEST HULL-SPECIFIC AND LATEST "ALL" CARD COVERING THE
      * DATE, KEPT APART SO THE HULL CARD CAN WIN WHATEVER THE ORDER.
       01 MATCH-DATA.
           05 WS-HULL-STATUS                       PIC X    VALUE SPACE.
           05 WS-HULL-REMARK                       PIC X(30)
                                                VALUE SPACE.
           05 WS-ALL-STATUS                        PIC X    VALUE SPACE.
           05 WS-ALL-REMARK                        PIC X(30)
                                                VALUE SPACE.
           05 WS-CARD-TO-DATE                      PIC X(10)
                                                VALUE SPACE.
      *
       LINKAGE SECTION.
      * OPSCAL-PARM IS THE SHARED LOOKUP PARAMETER AREA (SEE
      * COPYBOOKS/OPSCALPM.CPY).
           COPY OPSCALPM.
      *
       PROCEDURE DIVISION USING OPSCAL-PARM.
       000-MAIN-PROCEDURE.
           MOVE SPACE TO WS-HULL-STATUS.
           MOVE SPACE TO WS-HULL-REMARK.
           MOVE SPACE TO WS-ALL-STATUS.
           MOVE SPACE TO WS-ALL-REMARK.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT OPSCAL.
           PERFORM 100-MATCH-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE OPSCAL.
           EVALUATE TRUE
               WHEN WS-HULL-STATUS NOT EQUAL TO SPACE
                   MOVE WS-HULL-STATUS TO CG-DAY-STATUS
                   MOVE WS-HULL-REMARK TO CG-REMARK
                   MOVE 'H' TO CG-SOURCE
               WHEN WS-ALL-STATUS NOT EQUAL TO SPACE
                   MOVE WS-ALL-STATUS TO CG-DAY-STATUS
                   MOVE WS-ALL-REMARK TO CG-REMARK
                   MOVE 'A' TO CG-SOURCE
               WHEN OTHER
                   MOVE 'O' TO CG-DAY-STATUS
                   MOVE SPACE TO CG-REMARK
                   MOVE SPACE TO CG-SOURCE
           END-EVALUATE.
           EVALUATE CG-DAY-STATUS
               WHEN 'P'
                   MOVE 'N' TO CG-OPERATING
                   MOVE "IN PORT" TO CG-STATUS-TEXT
               WHEN 'H'
                   MOVE 'N' TO CG-OPERATING
                   MOVE "HOLIDAY" TO CG-STATUS-TEXT
               WHEN 'S'
                   MOVE 'N' TO CG-OPERATING
                   MOVE "STAND-DOWN" TO CG-STATUS-TEXT
               WHEN OTHER
                   MOVE 'O' TO CG-DAY-STATUS
                   MOVE 'Y' TO CG-OPERATING
                   MOVE "OPERATING" TO CG-STATUS-TEXT
           END-EVALUATE.
           GOBACK.
      *
       100-MATCH-ONE-CARD.
           READ OPSCAL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE CL-TO-DATE TO WS-CARD-TO-DATE
                   IF WS-CARD-TO-DATE IS EQUAL TO SPACE
                       MOVE CL-FROM-DATE TO WS-CARD-TO-DATE
                   END-IF
                   IF CG-REQ-DATE IS NOT LESS THAN CL-FROM-DATE AND
                       CG-REQ-DATE IS NOT GREATER THAN WS-CARD-TO-DATE
                       IF CL-HULL-ID IS EQUAL TO CG-HULL-ID AND
                           CL-HULL-ID NOT EQUAL TO "ALL"
                           MOVE CL-DAY-STATUS TO WS-HULL-STATUS
                           MOVE CL-REMARK TO WS-HULL-REMARK
                       END-IF
                       IF CL-HULL-ID IS EQUAL TO "ALL"
                           MOVE CL-DAY-STATUS TO WS-ALL-STATUS
                           MOVE CL-REMARK TO WS-ALL-REMARK
                       END-IF
                   END-IF
           END-READ.
