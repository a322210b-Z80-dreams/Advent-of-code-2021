       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RUNCTL HOLDS ONE ROW PER PROGRAM AND KEYWORD. LINE SEQUENTIAL
      * SO THE DATASET STAYS HAND-EDITABLE IN AN EMERGENCY. A ROW
      * STILL AWAITING APPROVAL (SEE CHGREQWR) CARRIES 'P' IN
      * RL-PENDING-FLAG AND IS PASSED OVER.
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05 RL-PROGRAM                           PIC X(10).
           05 RL-KEYWORD                           PIC X(10).
           05 RL-VALUE                             PIC X(100).
           05 RL-PENDING-FLAG                      PIC X.
               88 RL-PENDING                       VALUE 'P'.
           05 RL-REQUEST-NUMBER                    PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
      *
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY).
           COPY TRAINSPM.
      *
       LINKAGE SECTION.
      * RUNCTL-PARM IS THE SHARED LOOKUP PARAMETER AREA (SEE
           MOVE 'N' TO RC-FOUND.
           MOVE SPACE TO RC-VALUE.
           MOVE 'N' TO SW-EOF.
      *    TRAINING MODE (SEE TRAINSW) MOVES THE RUN ONTO THE TRAINING
      *    SET BEFORE THE RUNCTL DATASET IS OPENED.
           MOVE 'A' TO TS-ACTION.
           MOVE 'L' TO TS-MODE.
           CALL "TRAINSW" USING TRAINSW-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN INPUT RUNCTL.
           PERFORM 100-MATCH-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE RUNCTL.
      * 100-MATCH-ONE-ROW - THE WHOLE FILE IS SCANNED SO A LATER ROW
      * FOR THE SAME KEY WINS (EASY EMERGENCY OVERRIDE BY APPENDING),
      * AND A PROGRAM-SPECIFIC ROW WINS OVER AN "ALL" ROW REGARDLESS
      * OF ORDER. A PENDING ROW IS NOT YET IN EFFECT.
      ******************************************************************
       100-MATCH-ONE-ROW.
           READ RUNCTL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF RL-KEYWORD IS EQUAL TO RC-KEYWORD AND
                       NOT RL-PENDING
                       IF RL-PROGRAM IS EQUAL TO RC-PROGRAM
                           MOVE RL-VALUE TO RC-VALUE
                           MOVE 'Y' TO RC-FOUND
