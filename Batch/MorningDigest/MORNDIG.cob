      * Purpose: MORNING EXCEPTION DIGEST. AFTER A NIGHT RUN THE
      *          EXCEPTIONS ARE SCATTERED ACROSS ABENDLOG, THE ALARM
      *          MASTER, SLARPT, MANIFRPT, SBMRCD2'S UNRESOLVED-ROW
      *          WARNINGS, THE REJECT FILES AND PARMCHGRPT; THIS
      *          SWEEPS ALL OF THEM FOR THE RUN DATE AND PRINTS ONE
      *          PRIORITIZED PAGE - ABENDS FIRST, THEN ENVELOPE
      *          BREACHES, SLA MISSES, CONTROL-TOTAL MISMATCHES,
      *          REJECT COUNTS BY PROGRAM, THEN PARAMETER CARDS
      *          CHANGED SINCE THE LAST RUN - SO THE 6 A.M. REVIEW
      *          STARTS FROM ONE PAGE INSTEAD OF SEVEN FILES.
      * Tectonics: cobc
      ******************************************************************
           05 RL-DEPTH                             PIC Z(6)9-.
           05 FILLER                               PIC X(30)
                                                   VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 400-DIGEST-MANIFEST.
           PERFORM 450-DIGEST-UNRESOLVED.
           PERFORM 500-DIGEST-REJECTS.
           PERFORM 600-DIGEST-PARM-CHANGES.
           WRITE RPTFL-RECORD FROM RPT-SEPARATOR.
           MOVE SPACE TO RPT-TEXT-LINE.
           IF WS-TOTAL-EXCEPTIONS IS EQUAL TO ZERO
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:4) TO WS-HULL-ID
           END-IF.
      *    A HULL THAT IS NOT IN THE HULLMST REGISTRY, OR IS RETIRED,
      *    ENDS THE RUN WITH CONDITION CODE 16 BEFORE ANY DATASET IS
      *    NAMED AFTER IT.
           MOVE WS-HULL-ID TO HK-HULL-ID.
           MOVE 'V' TO HK-RESULT.
           CALL "HULLCHK" USING HULLCHK-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF HK-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      ******************************************************************
      * 100-DIGEST-ABENDS - PRIORITY 1: EVERY ABEND DIAGNOSTIC CUT ON
           END-IF.
      *
      ******************************************************************
      * 600-DIGEST-PARM-CHANGES - PRIORITY 7: EVERY PARAMETER CARD
      * ADDED, REMOVED OR CHANGED SINCE THE LAST SNAPSHOT, OFF THE
      * LATEST CHANGE REPORT - THE FIRST THING ASKED WHEN A RUN'S
      * FIGURES MOVE OVERNIGHT - AND EVERY CHANGE REQUEST THAT EXPIRED
      * UNAPPROVED, OFF THE LATEST EXPIRY REPORT, SO THE REQUESTER
      * KNOWS THE CHANGE THEY EXPECTED NEVER WENT LIVE.
      ******************************************************************
       600-DIGEST-PARM-CHANGES.
           MOVE "7. PARAMETER CARD CHANGES" TO RPT-SECTION-LINE.
           WRITE RPTFL-RECORD FROM RPT-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "PARMCHGRPT" TO FILENAME-TXT.
           MOVE "**PARM CARD " TO RPT-TEXT-LINE.
           PERFORM 700-SWEEP-MARKED-LINES.
           MOVE "CHGEXPRPT" TO FILENAME-TXT.
           MOVE "**EXPIRED** " TO RPT-TEXT-LINE.
           PERFORM 700-SWEEP-MARKED-LINES.
           PERFORM 900-CLOSE-SECTION.
      *
      ******************************************************************
      * 700-SWEEP-MARKED-LINES - ECHO EVERY LINE OF THE NAMED PRINT
      * FILE THAT CARRIES THE MARKER LEFT IN RPT-TEXT-LINE BY THE
      * CALLER. THE PRINT FILES ARE REWRITTEN EACH RUN, SO THE SWEEP
