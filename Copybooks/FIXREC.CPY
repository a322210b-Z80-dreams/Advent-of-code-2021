      ******************************************************************
      * FIXREC - ONE EXTERNAL POSITION FIX, AS THE NAVIGATORS TAKE IT
      * OFF THE FIX SHEET (A SURFACING GPS FIX, A BOTTOM TRANSPONDER
      * RANGE). FX-RECORD-NUMBER IS THE STEERNAV COURSE RECORD THE FIX
      * WAS TAKEN AT - THE SAME NUMBER AS PL-RECORD-NUMBER ON THE
      * POSITION LOG - AND IS THE KEY: WHEN A STEP IS FIXED TWICE THE
      * LATER CARD WINS. LENGTH AND DEPTH ARE THE OBSERVED POSITION IN
      * THE SAME UNITS AS THE DEAD-RECKONED ONE.
      ******************************************************************
       01 POSFIX-RECORD.
           05 FX-RECORD-NUMBER                     PIC 9(7).
           05 FX-LENGTH                            PIC 9(7).
           05 FX-DEPTH                             PIC 9(7).
           05 FX-SOURCE                            PIC X(10).
           05 FX-INITIALS                          PIC X(3).
           05 FX-FIX-DATE                          PIC X(10).
