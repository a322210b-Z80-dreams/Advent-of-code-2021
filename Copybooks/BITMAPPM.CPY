      ******************************************************************
      * BITMAPPM - PARAMETER AREA FOR THE SHARED BIT-MAP LOADER
      * (BITMAPLD). THE CALLER FILLS BP-HULL-ID; THE ROUTINE RETURNS
      * THE RESOLVED CARD FOR EVERY BIT POSITION 1-32 FROM THE BITMAP
      * DECK (SEE COPYBOOKS/BITMAPRC.CPY). A POSITION WITH NO CARD
      * COMES BACK NAMED "** NOT MAPPED **" WITH A BLANK CRITICALITY,
      * AND A MISSING ROUTINE OR DECK LEAVES BP-MAPPED-COUNT AT ZERO,
      * SO THE REPORTS PRINT AS BEFORE WITH JUST THE POSITIONS.
      ******************************************************************
       01 BITMAP-PARM.
           05 BP-HULL-ID                           PIC X(4).
           05 BP-MAPPED-COUNT                      PIC 99.
           05 BP-ENTRY OCCURS 32 TIMES.
               10 BP-SUBSYSTEM                     PIC X(20).
               10 BP-CRITICALITY                   PIC X.
                   88 BP-CRITICAL                      VALUE 'C'.
               10 BP-NORMAL-VALUE                  PIC 9.
      *        'H' HULL-SPECIFIC CARD, 'A' AN "ALL" CARD, SPACE NONE.
               10 BP-SOURCE                        PIC X.
