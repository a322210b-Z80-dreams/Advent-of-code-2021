           ORGANIZATION IS LINE SEQUENTIAL.
      * THE THREE GENERATED EXTRACTS, IN THE REAL INPUT LAYOUTS, SO
      * THEY CAN BE POINTED AT VIA CNT1IN, NAVIN1 AND SBMIN1.
      * IN TRAINING MODE THEY ARE WRITTEN INTO THE TRAINING SET,
      * WHERE THE TRAINEES' RUNS WILL LOOK FOR THEM.
           SELECT SONARFL ASSIGN TO "DRILLSONAR"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSEFL ASSIGN TO "DRILLCOURSE"
           05 RA-VALUE                             PIC Z(8)9-.
           05 FILLER                               PIC X(86)
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
           PERFORM 010-READ-PARM-CARD.
           IF WS-SEED IS EQUAL TO ZERO
               MOVE 12345 TO WS-SEED
