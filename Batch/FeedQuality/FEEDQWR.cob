      *          DELTA - SO FEED HEALTH IS JUDGED FROM A HISTORY
      *          INSTEAD OF ANECDOTES OFF THE CONSOLE. CALLED WITH
      *          FEEDQ-PARM (SEE COPYBOOKS/FEEDQPM.CPY) THE SAME WAY
      *          THE REGISTRY ROUTINES ARE CALLED. THE ROW GOES DOWN
      *          THROUGH THE SHARED-DATASET WRITER (SHRDWR), SO INPUT
      *          PROGRAMS RUNNING IN THE SAME WAVE TAKE TURNS AT
      *          FEEDQHIST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDQWR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * FEEDQ-RECORD IS THE SHARED FEED-QUALITY HISTORY RECORD (SEE
      * COPYBOOKS/FEEDQREC.CPY), BUILT HERE AND HANDED TO SHRDWR.
           COPY FEEDQREC.
      * SHRDWR-PARM IS THE SHARED-DATASET WRITER AREA (SEE
      * COPYBOOKS/SHRDWRPM.CPY).
           COPY SHRDWRPM.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
      *
       PROCEDURE DIVISION USING FEEDQ-PARM.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO FQ-RUN-DATE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
           MOVE FQP-DUP-HITS TO FQ-DUP-HITS.
           MOVE FQP-CTL-MISMATCHES TO FQ-CTL-MISMATCHES.
           MOVE FQP-CTL-DELTA TO FQ-CTL-DELTA.
           MOVE 'F' TO SWP-ACTION.
           MOVE FQP-PROGRAM TO SWP-PROGRAM.
           MOVE FEEDQ-RECORD TO SWP-RECORD.
           CALL "SHRDWR" USING SHRDWR-PARM
               ON EXCEPTION
                   DISPLAY "**WARNING** SHRDWR NOT AVAILABLE - "
                       "FEED-QUALITY ROW NOT WRITTEN."
           END-CALL.
           GOBACK.
