      ******************************************************************
      * SHRDWRPM - PARAMETER AREA FOR THE SHARED-DATASET WRITER
      * (SHRDWR). EVERY APPEND TO BATCHLOG AND FEEDQHIST AND EVERY
      * TELEMIDX UPDATE GOES THROUGH IT, SO LEGS RUNNING AT THE SAME
      * TIME IN A CONCURRENT WAVE TAKE TURNS AT THOSE FILES INSTEAD OF
      * INTERLEAVING OR COLLIDING ON THEM. THE CALLER SETS SWP-ACTION:
      *   'L' APPEND SWP-RECORD (A RUNLOG-RECORD) TO BATCHLOG.
      *   'F' APPEND SWP-RECORD (A FEEDQ-RECORD) TO FEEDQHIST.
      *   'T' WRITE SWP-RECORD (A TELEM-RECORD) THROUGH ITS KEY TO
      *       TELEMIDX - A REWRITE WHEN THE ROW IS ALREADY THERE - AND
      *       JOURNAL IT TO TELEMJRNL WITH ITS BEFORE IMAGE, BOTH
      *       UNDER ONE HOLD OF THE LOCK.
      *   'S' SEIZE THE LOCK AND KEEP IT (A HOUSEKEEPING OR REBUILD
      *       JOB ABOUT TO REPLACE ONE OF THE FILES WHOLESALE).
      *   'R' RELEASE A LOCK TAKEN BY 'S'.
      * SWP-PROGRAM NAMES THE CALLING PROGRAM AS IT SHOULD APPEAR ON
      * THE JOURNAL. THE ROUTINE RETURNS:
      *   SWP-RESULT       'Y' WRITTEN (OR SEIZED/RELEASED),
      *                    'E' NOT WRITTEN - THE DATASET WOULD NOT
      *                    OPEN OR TAKE THE RECORD AFTER EVERY RETRY.
      *   SWP-TELEM-ACTION 'W' NEW TELEMIDX ROW, 'R' REWRITTEN ROW.
      *   SWP-WAIT-COUNT   HOW MANY TIMES THE CALL WAITED ON ANOTHER
      *                    WRITER BEFORE IT GOT ITS TURN.
      ******************************************************************
       01 SHRDWR-PARM.
           05 SWP-ACTION                           PIC X.
               88 SWP-APPEND-RUNLOG                VALUE 'L'.
               88 SWP-APPEND-FEEDQ                 VALUE 'F'.
               88 SWP-UPDATE-TELEM                 VALUE 'T'.
               88 SWP-SEIZE                        VALUE 'S'.
               88 SWP-RELEASE                      VALUE 'R'.
           05 SWP-PROGRAM                          PIC X(10).
           05 SWP-RECORD                           PIC X(243).
           05 SWP-RESULT                           PIC X.
               88 SWP-DONE                         VALUE 'Y'.
               88 SWP-FAILED                       VALUE 'E'.
           05 SWP-TELEM-ACTION                     PIC X.
           05 SWP-WAIT-COUNT                       PIC 9(4).
