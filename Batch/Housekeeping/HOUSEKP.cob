       01 TRNDWORK-RECORD                          PIC X(36).
      *
      * AUDITFL-RECORD IS SBMRCD2'S ELIMINATION AUDIT RECORD (SEE
      * COPYBOOKS/AUDITREC.CPY), A 26-BYTE RECORD.
       FD AUDTLIVE.
           COPY AUDITREC.
       FD AUDTARCH.
       01 AUDTARCH-RECORD                          PIC X(26).
       FD AUDTWORK.
       01 AUDTWORK-RECORD                          PIC X(26).
      *
      * SHRNKFL-RECORD IS SBMRCD2'S POOL-SHRINKAGE RECORD (SEE
      * COPYBOOKS/SHRNKREC.CPY), A 26-BYTE RECORD.
      *
       01 WS-LIVE-NAME                             PIC X(14)
                                                VALUE SPACE.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
      ******************************************************************
       300-ARCHIVE-TELEMETRY.
           MOVE WS-ARCHIVE-NAME TO FILENAME-ARCH-TL.
           MOVE 'S' TO SWP-ACTION.
           PERFORM 820-CALL-SHARED-WRITER.
           OPEN INPUT TELEMLIVE.
           OPEN OUTPUT TELEMARCH.
           OPEN OUTPUT TELEMWORK.
               DISPLAY WS-LIVE-NAME " - NOTHING OLDER THAN "
                   WS-CUTOFF-DATE " TO ARCHIVE."
           END-IF.
           MOVE 'R' TO SWP-ACTION.
           PERFORM 820-CALL-SHARED-WRITER.
      *
       310-SPLIT-TELEM-RECORD.
           READ TELEMLIVE NEXT
      ******************************************************************
       400-ARCHIVE-BATCHLOG.
           MOVE WS-ARCHIVE-NAME TO FILENAME-ARCH-RL.
           MOVE 'S' TO SWP-ACTION.
           PERFORM 820-CALL-SHARED-WRITER.
           OPEN INPUT RLOGLIVE.
           OPEN OUTPUT RLOGARCH.
           OPEN OUTPUT RLOGWORK.
               DISPLAY WS-LIVE-NAME " - NOTHING OLDER THAN "
                   WS-CUTOFF-DATE " TO ARCHIVE."
           END-IF.
           MOVE 'R' TO SWP-ACTION.
           PERFORM 820-CALL-SHARED-WRITER.
      *
       410-SPLIT-RLOG-RECORD.
           READ RLOGLIVE NEXT
               INTO WS-ARCHIVE-NAME.
      *
      ******************************************************************
      * 820-CALL-SHARED-WRITER - SEIZE ('S') OR RELEASE ('R') THE
      * SHARED-DATASET LOCK (SEE SHRDWR), SO NO LEG RUNNING IN A
      * CONCURRENT WAVE APPENDS TO BATCHLOG OR UPDATES TELEMIDX WHILE
      * THE LIVE FILE IS BEING SPLIT AND REBUILT UNDER IT.
      ******************************************************************
       820-CALL-SHARED-WRITER.
           MOVE "HOUSEKP" TO SWP-PROGRAM.
           CALL "SHRDWR" USING SHRDWR-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
      ******************************************************************
      * 900-WRITE-CATALOG - ONE CATALOG ROW PER ARCHIVE GENERATION CUT,
      * SO AN OLD RUN CAN STILL BE LOCATED AND RESTORED LATER.
      ******************************************************************
