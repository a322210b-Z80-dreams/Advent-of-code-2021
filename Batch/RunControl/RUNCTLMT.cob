      * Author: MARIA ASPVIK
      * Date: 22 AUG, 2026
      * Purpose: MAINTENANCE FOR THE CENTRAL RUN-CONTROL DATASET -
      *          LIST THE ROWS AT THE CONSOLE, REQUEST AN ADDED OR
      *          UPDATED PARAMETER (AN UPDATE IS AN APPENDED ROW; THE
      *          LOOKUP ROUTINE TAKES THE LATEST ROW FOR A KEY), AND
      *          PRINT THE ACTIVE SET TO A REPORT FILE SO A SHIFT
      *          HANDOVER CAN SEE THE WHOLE RUN'S CONFIGURATION ON ONE
      *          PAGE. A NEW ROW GOES ON AS A PENDING CHANGE REQUEST
      *          AND ONLY TAKES EFFECT ONCE A SUPERVISOR APPROVES IT
      *          (SEE CHGREQWR AND CHGCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFL ASSIGN TO "RUNCTLRPT"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * RUNCTL IS READ FOR LISTING/PRINTING. ROWS ARE ADDED BY THE
      * CHANGE-REQUEST ROUTINE: A ROW AWAITING APPROVAL CARRIES 'P' IN
      * RL-PENDING-FLAG AND ITS REQUEST NUMBER.
       FD RUNCTL.
       01 RUNCTL-RECORD.
           05 RL-PROGRAM                           PIC X(10).
           05 RL-KEYWORD                           PIC X(10).
           05 RL-VALUE                             PIC X(100).
           05 RL-PENDING-FLAG                      PIC X.
               88 RL-PENDING                       VALUE 'P'.
           05 RL-REQUEST-NUMBER                    PIC 9(6).
      *
       FD RPTFL.
       01 RPTFL-RECORD                             PIC X(100).
                                                VALUE SPACE.
           05 WS-IN-VALUE                          PIC X(100)
                                                VALUE SPACE.
           05 WS-IN-OPERATOR                       PIC X(8)
                                                VALUE SPACE.
           05 WS-PENDING-COUNT                     PIC 9(4) VALUE ZERO.
      *
       01 RPT-HEADER.
           05 FILLER                               PIC X(36)
           05 FILLER                               PIC X(5)
                                                VALUE " ==> ".
           05 RD-VALUE                             PIC X(74).
      *
       01 WS-NEW-ROW.
           05 NR-PROGRAM                           PIC X(10).
           05 NR-KEYWORD                           PIC X(10).
           05 NR-VALUE                             PIC X(100).
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
           PERFORM 100-MAINT-LOOP UNTIL SW-DONE = 'Y'.
           DISPLAY "EXITING RUN-CONTROL MAINTENANCE.".
           STOP RUN.
           DISPLAY " ".
           DISPLAY "----------- RUN-CONTROL MAINTENANCE -----------".
           DISPLAY "  L - LIST THE PARAMETER SET".
           DISPLAY "  A - REQUEST AN ADDED OR UPDATED PARAMETER".
           DISPLAY "  P - PRINT THE PARAMETER SET TO RUNCTLRPT".
           DISPLAY "  X - EXIT".
           DISPLAY "-----------------------------------------------".
       200-LIST-PARAMETERS.
           MOVE 'N' TO SW-EOF.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           OPEN INPUT RUNCTL.
           PERFORM 210-LIST-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE RUNCTL.
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "** RUN-CONTROL DATASET IS EMPTY **"
           END-IF.
           IF WS-PENDING-COUNT IS GREATER THAN ZERO
               DISPLAY WS-PENDING-COUNT
                   " ROW(S) AWAIT APPROVAL AND ARE NOT YET IN EFFECT."
           END-IF.
      *
       210-LIST-ONE-ROW.
           READ RUNCTL NEXT
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   IF RL-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       DISPLAY "PENDING REQUEST " RL-REQUEST-NUMBER
                           ": " RL-PROGRAM " " RL-KEYWORD " ==> "
                           RL-VALUE
                   ELSE
                       DISPLAY RL-PROGRAM " " RL-KEYWORD " ==> "
                           RL-VALUE
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 300-ADD-PARAMETER - AN UPDATE IS AN APPENDED ROW: THE LOOKUP
      * ROUTINE TAKES THE LATEST ROW FOR A PROGRAM/KEYWORD, SO THE
      * HISTORY OF EARLIER SETTINGS STAYS READABLE IN THE FILE. THE
      * ROW GOES ON PENDING UNDER A CHANGE REQUEST; A SECOND OPERATOR
      * WITH SUPERVISOR AUTHORITY APPROVES IT FROM CHGCTL.
      ******************************************************************
       300-ADD-PARAMETER.
           DISPLAY "PROGRAM NAME (OR ALL): " WITH NO ADVANCING.
           DISPLAY "VALUE                : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-VALUE.
           ACCEPT WS-IN-VALUE FROM CONSOLE.
           DISPLAY "YOUR OPERATOR ID     : " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-OPERATOR.
           ACCEPT WS-IN-OPERATOR FROM CONSOLE.
           IF WS-IN-PROGRAM IS EQUAL TO SPACE OR
               WS-IN-KEYWORD IS EQUAL TO SPACE
               DISPLAY "** PROGRAM AND KEYWORD ARE BOTH REQUIRED - "
      -            "NOTHING WRITTEN."
           ELSE
               MOVE WS-IN-PROGRAM TO NR-PROGRAM
               MOVE WS-IN-KEYWORD TO NR-KEYWORD
               MOVE WS-IN-VALUE TO NR-VALUE
               MOVE 'R' TO CQ-ACTION
               MOVE "RUNCTL" TO CQ-DATASET
               MOVE WS-NEW-ROW(1:20) TO CQ-KEY
               MOVE WS-IN-OPERATOR TO CQ-OPERATOR-ID
               MOVE WS-NEW-ROW TO CQ-AFTER
               MOVE 'N' TO CQ-RESULT
               MOVE "CHANGE-REQUEST ROUTINE IS NOT AVAILABLE"
                   TO CQ-MESSAGE
               CALL "CHGREQWR" USING CHGREQ-PARM
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF CQ-DONE
                   DISPLAY "CHANGE REQUEST " CQ-REQUEST-NUMBER
                       " RAISED - IN EFFECT ONCE A SUPERVISOR "
                       "APPROVES IT."
               ELSE
                   DISPLAY "** NOTHING WRITTEN - " CQ-MESSAGE
               END-IF
           END-IF.
      *
       400-PRINT-PARAMETERS.
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF NOT RL-PENDING
                       PERFORM 420-PRINT-ACTIVE-ROW
                   END-IF
           END-READ.
      *
      * A ROW STILL AWAITING APPROVAL IS NOT PART OF THE ACTIVE SET.
       420-PRINT-ACTIVE-ROW.
           ADD 1 TO WS-ROW-COUNT.
           MOVE RL-PROGRAM TO RD-PROGRAM.
           MOVE RL-KEYWORD TO RD-KEYWORD.
           MOVE RL-VALUE TO RD-VALUE.
           WRITE RPTFL-RECORD FROM RPT-DETAIL.
