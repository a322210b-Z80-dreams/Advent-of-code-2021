           05 WS-READ-COUNT                        PIC 9(7) VALUE ZERO.
           05 WS-LOADED-COUNT                      PIC 9(7) VALUE ZERO.
           05 WS-REPLACED-COUNT                    PIC 9(7) VALUE ZERO.
      *
      * SHRDWR-PARM IS THE SHARED-DATASET WRITER AREA (SEE
      * COPYBOOKS/SHRDWRPM.CPY).
           COPY SHRDWRPM.
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
           MOVE 'S' TO SWP-ACTION.
           PERFORM 900-CALL-SHARED-WRITER.
           OPEN INPUT OLDTELEM.
           OPEN I-O TELEMFL.
           PERFORM 100-CONVERT-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE OLDTELEM.
           CLOSE TELEMFL.
           MOVE 'R' TO SWP-ACTION.
           PERFORM 900-CALL-SHARED-WRITER.
           DISPLAY "TELEMETRY CONVERSION COMPLETE - READ "
               WS-READ-COUNT " LOADED " WS-LOADED-COUNT
               " REPLACED " WS-REPLACED-COUNT.
                           ADD 1 TO WS-LOADED-COUNT
                   END-WRITE
           END-READ.
      *
      ******************************************************************
      * 900-CALL-SHARED-WRITER - SEIZE ('S') OR RELEASE ('R') THE
      * SHARED-DATASET LOCK (SEE SHRDWR), SO NO OTHER TELEMIDX UPDATE
      * INTERLEAVES WITH THE LOAD.
      ******************************************************************
       900-CALL-SHARED-WRITER.
           MOVE "TELEMCNV" TO SWP-PROGRAM.
           CALL "SHRDWR" USING SHRDWR-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
