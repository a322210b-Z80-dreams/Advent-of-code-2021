      ******************************************************************
      * OPSCALPM - PARAMETER AREA FOR THE OPERATING-CALENDAR LOOKUP
      * ROUTINE (OPSCALGT). THE CALLER FILLS CG-HULL-ID AND
      * CG-REQ-DATE; THE ROUTINE RETURNS THE DAY'S STATUS FROM THE
      * OPSCAL DATASET:
      *   CG-DAY-STATUS  'O' OPERATING, 'P' IN PORT, 'H' HOLIDAY,
      *                  'S' MAINTENANCE STAND-DOWN.
      *   CG-OPERATING   'Y' FOR AN OPERATING DAY, 'N' OTHERWISE -
      *                  THE ONE TEST A GAP CHECK NEEDS.
      *   CG-STATUS-TEXT THE STATUS SPELLED OUT FOR A REPORT LINE.
      *   CG-REMARK      THE WINNING CARD'S REMARK.
      *   CG-SOURCE      'H' HULL-SPECIFIC CARD, 'A' AN "ALL" CARD,
      *                  SPACE WHEN NO CARD COVERS THE DATE (WHICH
      *                  IS AN OPERATING DAY).
      * A CALLER THAT SETS CG-OPERATING TO 'Y' BEFORE THE CALL KEEPS
      * THE OLD EVERY-DAY-IS-A-SAILING-DAY BEHAVIOR WHEN THE ROUTINE
      * ITSELF IS MISSING.
      ******************************************************************
       01 OPSCAL-PARM.
           05 CG-HULL-ID                           PIC X(4).
           05 CG-REQ-DATE                          PIC X(10).
           05 CG-DAY-STATUS                        PIC X.
           05 CG-OPERATING                         PIC X.
           05 CG-STATUS-TEXT                       PIC X(10).
           05 CG-REMARK                            PIC X(30).
           05 CG-SOURCE                            PIC X.
