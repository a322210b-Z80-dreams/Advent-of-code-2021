      *
       01 RPT-TEXT-LINE                    PIC X(80)   VALUE SPACE.
       01 RPT-SEPARATOR                    PIC X(80)   VALUE ALL "-".
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
           PERFORM 001-CHECK-MODE.
           PERFORM 010-GET-FILE-NAMES.
           PERFORM 020-READ-DEPTH-LIMITS.
