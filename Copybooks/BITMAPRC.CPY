      ******************************************************************
      * BITMAPRC - DIAGNOSTIC BIT-POSITION REFERENCE CARD. ONE CARD
      * PER BIT POSITION NAMING THE ONBOARD SUBSYSTEM THAT DRIVES THE
      * BIT, HOW CRITICAL IT IS, AND WHICH VALUE THE BIT READS WHEN
      * THE EQUIPMENT IS HEALTHY. THE BITMAP DECK IS APPEND-ORDERED
      * AND THE LATEST CARD FOR A HULL AND POSITION WINS; A CARD
      * WHOSE HULL IS "ALL" APPLIES TO EVERY HULL AND A HULL-SPECIFIC
      * CARD WINS OVER IT - THE RUN-CONTROL AND LSBAND RULE.
      ******************************************************************
       01 BITMAP-RECORD.
           05 BM-HULL-ID                           PIC X(4).
           05 BM-BIT-POSITION                      PIC 99.
           05 BM-SUBSYSTEM                         PIC X(20).
           05 BM-CRITICALITY                       PIC X.
               88 BM-CRITICAL                          VALUE 'C'.
               88 BM-MAJOR                             VALUE 'M'.
               88 BM-ROUTINE                           VALUE 'R'.
      *    A BLANK HEALTHY VALUE IS TAKEN AS '1'.
           05 BM-NORMAL-VALUE                      PIC X.
