           05 WS-ARCH-LOADED                       PIC 9(7) VALUE ZERO.
           05 WS-JRNL-APPLIED                      PIC 9(7) VALUE ZERO.
           05 WS-DUP-COUNT                         PIC 9(7) VALUE ZERO.
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
           PERFORM 100-FIND-LATEST-ARCHIVE.
           MOVE 'S' TO SWP-ACTION.
           PERFORM 900-CALL-SHARED-WRITER.
           OPEN OUTPUT TELEMFL.
           IF SW-ARCH-FOUND = 'Y'
               PERFORM 200-RELOAD-ARCHIVE
           END-IF.
           PERFORM 300-REPLAY-JOURNAL.
           CLOSE TELEMFL.
           MOVE 'R' TO SWP-ACTION.
           PERFORM 900-CALL-SHARED-WRITER.
           DISPLAY "TELEMIDX REBUILT - " WS-ARCH-LOADED
               " ARCHIVE ROW(S) RELOADED, " WS-JRNL-APPLIED
               " JOURNAL IMAGE(S) REPLAYED.".
                   END-WRITE
                   ADD 1 TO WS-JRNL-APPLIED
           END-READ.
      *
      ******************************************************************
      * 900-CALL-SHARED-WRITER - SEIZE ('S') OR RELEASE ('R') THE
      * SHARED-DATASET LOCK (SEE SHRDWR), SO NO TELEMIDX UPDATE OR
      * JOURNAL APPEND LANDS WHILE THE FILE IS BEING REBUILT AND IS
      * THEN LOST UNDER THE REBUILT ONE.
      ******************************************************************
       900-CALL-SHARED-WRITER.
           MOVE "TELEMRBD" TO SWP-PROGRAM.
           CALL "SHRDWR" USING SHRDWR-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
