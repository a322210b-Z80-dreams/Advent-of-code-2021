      ******************************************************************
      * WORKOPM - PARAMETER AREA FOR THE SHARED WORK-ORDER OPENER
      * (WORKOPEN). THE CALLING MONITOR FILLS THE HULL, ITS OWN NAME,
      * THE FAULT KEY AND A ONE-LINE DESCRIPTION (AND OPTIONALLY ITS
      * RUN DATE - BLANK MEANS TODAY). THE ROUTINE RETURNS WP-RESULT
      * 'N' WITH THE NEW ORDER NUMBER, OR 'D' WITH THE NUMBER OF THE
      * ORDER ALREADY OPEN FOR THE SAME FAULT. CALLED THE SAME WAY THE
      * FEED-QUALITY WRITER IS, WITH A MISSING ROUTINE COSTING
      * NOTHING BUT THE ORDER.
      ******************************************************************
       01 WORKOPEN-PARM.
           05 WP-HULL-ID                           PIC X(4).
           05 WP-SOURCE                            PIC X(10).
           05 WP-FAULT-KEY                         PIC X(20).
           05 WP-DESCRIPTION                       PIC X(50).
           05 WP-OPEN-DATE                         PIC X(10).
           05 WP-RESULT                            PIC X.
           05 WP-NUMBER                            PIC 9(6).
