      * DAYCTL-PARM IS THE SHARED STATUS LOOKUP AREA (SEE COPYBOOKS/
      * DAYCTLPM.CPY).
           COPY DAYCTLPM.
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
           PERFORM 010-GET-BUSINESS-DATE.
           MOVE SPACE TO WS-ACTION-ENV.
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT "DAYCTLACT"
