       FD RESTTR.
       01 RESTTR-RECORD                            PIC X(36).
       FD RESTAU.
       01 RESTAU-RECORD                            PIC X(26).
       FD RESTSK.
       01 RESTSK-RECORD                            PIC X(26).
      *
           05 WS-GEN-COUNT                         PIC 9(5) VALUE ZERO.
           05 WS-GEN-RESTORED                      PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-RESTORED                    PIC 9(7) VALUE ZERO.
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
           PERFORM 010-GET-REQUEST.
           PERFORM 020-OPEN-RESTORE-TARGET.
           OPEN INPUT ARCHCAT.
