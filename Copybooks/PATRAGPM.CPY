      ******************************************************************
      * PATRAGPM - PARAMETER AREA FOR THE PATROL TOTALS ROUTINE
      * (PATRLAGG). THE CALLER FILLS THE HULL AND THE FIRST AND LAST
      * DATE OF THE PATROL; THE ROUTINE RETURNS PA-FIGURES, TOTALLED
      * OVER EVERY DAY IN THAT RANGE:
      *   PA-COURSE-DAYS    DAYS WITH A STEERNAV COURSE ON TELEMIDX.
      *   PA-DISTANCE       DISTANCE RUN - THE SUM OF EACH DAY'S
      *                     FINAL COURSE LENGTH (STEER2, ELSE STEER3,
      *                     ELSE STEER1, THE FLEET BOARD'S RULE).
      *   PA-DEEPEST        DEEPEST POINT - THE GREATEST OF THE DAYS'
      *                     FINAL DEPTHS AND THE DEPTHS RECORDED ON
      *                     THE PATROL'S ENVELOPE ALARMS.
      *   PA-CAUTIONS/-BREACHES  ENVELOPE ALARMS ON ALARMMST.
      *   PA-RECHARGED/-DRAWN    BATTERY LEDGER 'R' AND 'D' ENTRIES.
      *   PA-RUNS/-RECORDS-READ/-REJECTS  BATCHLOG ROWS.
      *   PA-WORST-O2/-CO2  THE LOWEST SBMRCD2 RATINGS AND THEIR DATES
      *                     (ZERO WITH A BLANK DATE WHEN PA-DIAG-DAYS
      *                     IS ZERO).
      *   PA-DAY-OVERFLOW   COURSE DAYS BEYOND THE ROUTINE'S 400-DAY
      *                     TABLE, LEFT OUT OF THE DISTANCE.
      * PA-FIGURES IS CARRIED WHOLE ON THE PATROLSUM LOCK ROW, SO ITS
      * LENGTH (146) MUST MATCH PS-FIGURES IN PATRSREC.
      ******************************************************************
       01 PATRLAGG-PARM.
           05 PA-HULL-ID                           PIC X(4).
           05 PA-FROM-DATE                         PIC X(10).
           05 PA-TO-DATE                           PIC X(10).
           05 PA-FIGURES.
               10 PA-COURSE-DAYS                   PIC 9(5).
               10 PA-DISTANCE                      PIC S9(9).
               10 PA-DEEPEST                       PIC S9(7).
               10 PA-DEEPEST-DATE                  PIC X(10).
               10 PA-CAUTIONS                      PIC 9(7).
               10 PA-BREACHES                      PIC 9(7).
               10 PA-RECHARGED                     PIC 9(11).
               10 PA-DRAWN                         PIC 9(11).
               10 PA-RUNS                          PIC 9(7).
               10 PA-RECORDS-READ                  PIC 9(9).
               10 PA-REJECTS                       PIC 9(9).
               10 PA-DIAG-DAYS                     PIC 9(5).
               10 PA-WORST-O2                      PIC 9(12).
               10 PA-WORST-O2-DATE                 PIC X(10).
               10 PA-WORST-CO2                     PIC 9(12).
               10 PA-WORST-CO2-DATE                PIC X(10).
               10 PA-DAY-OVERFLOW                  PIC 9(5).
