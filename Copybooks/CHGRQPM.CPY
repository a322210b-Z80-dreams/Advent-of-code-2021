      ******************************************************************
      * CHGRQPM - PARAMETER AREA FOR THE CHANGE-REQUEST ROUTINE
      * (CHGREQWR). THE CALLER SETS CQ-ACTION:
      *   'R' RAISE A REQUEST: CQ-DATASET, CQ-KEY, CQ-AFTER (THE NEW
      *       CARD IMAGE) AND CQ-OPERATOR-ID (THE REQUESTER). THE
      *       ROUTINE RETURNS THE NEW CQ-REQUEST-NUMBER. A RUNCTL OR
      *       SONARCAL REQUEST ALSO GOES ON ITS DECK AS A PENDING ROW,
      *       WHICH THE PROGRAMS READING THE DECK PASS OVER.
      *   'A' APPROVE CQ-REQUEST-NUMBER AS CQ-OPERATOR-ID, WHO MUST
      *       NOT BE THE REQUESTER AND MUST CARRY SUPERVISOR AUTHORITY
      *       (AN 'S') IN OPAUTH. THE CHANGE IS MADE LIVE AND
      *       CQ-BEFORE RETURNS THE CARD IT REPLACED.
      *   'J' REJECT CQ-REQUEST-NUMBER - BY A SUPERVISOR, OR THE
      *       REQUESTER WITHDRAWING IT.
      *   'X' EXPIRE CQ-REQUEST-NUMBER (THE NIGHTLY CHGEXP RUN).
      * CQ-RESULT COMES BACK 'Y' DONE OR 'N' REFUSED, WITH THE REASON
      * IN CQ-MESSAGE. EVERY DECISION IS LOGGED TO CHGLOG.
      ******************************************************************
       01 CHGREQ-PARM.
           05 CQ-ACTION                            PIC X.
               88 CQ-RAISE                         VALUE 'R'.
               88 CQ-APPROVE                       VALUE 'A'.
               88 CQ-REJECT                        VALUE 'J'.
               88 CQ-EXPIRE                        VALUE 'X'.
           05 CQ-REQUEST-NUMBER                    PIC 9(6).
           05 CQ-DATASET                           PIC X(10).
           05 CQ-KEY                               PIC X(20).
           05 CQ-OPERATOR-ID                       PIC X(8).
           05 CQ-AFTER                             PIC X(200).
           05 CQ-BEFORE                            PIC X(200).
           05 CQ-RESULT                            PIC X.
               88 CQ-DONE                          VALUE 'Y'.
               88 CQ-REFUSED                       VALUE 'N'.
           05 CQ-MESSAGE                           PIC X(60).
