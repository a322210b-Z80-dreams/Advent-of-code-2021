      ******************************************************************
      * TRAINSPM - PARAMETER AREA FOR THE TRAINING-MODE SWITCH
      * ROUTINE (TRAINSW). THE CALLER SETS TS-ACTION:
      *   'A' APPLY THE RUN'S OWN SWITCHES - THE TRAINMODE
      *       ENVIRONMENT VARIABLE, ELSE THE "ALL" TRAINING ROW OF
      *       THE LIVE RUNCTL DATASET. EVERY PROGRAM DOES THIS AT
      *       STARTUP, BEFORE IT OPENS ANY DATASET.
      *   'F' FORCE TRAINING MODE (A TRAINEE SIGN-ON AT THE MENU).
      *   'Q' QUERY ONLY - RESOLVE THE MODE AND THE TRAINING
      *       DIRECTORY WITHOUT MOVING THE RUN ONTO IT.
      * THE ROUTINE RETURNS:
      *   TS-MODE        'T' TRAINING - EVERY UNQUALIFIED DATASET NAME
      *                      THE RUN (AND ANY PROGRAM IT LAUNCHES)
      *                      OPENS FROM HERE ON RESOLVES INSIDE
      *                      TS-DIRECTORY, SO THE LIVE FILES ARE
      *                      NEITHER READ NOR WRITTEN.
      *                  'L' LIVE.
      *   TS-DIRECTORY   THE TRAINING SET'S DIRECTORY (TRAINDIR
      *                  ENVIRONMENT VARIABLE, ELSE THE "ALL" TRAINDIR
      *                  RUNCTL ROW, ELSE "TRAINING").
      * A CALLER THAT SETS TS-MODE TO 'L' BEFORE THE CALL KEEPS THE
      * LIVE BEHAVIOR WHEN THE ROUTINE ITSELF IS MISSING.
      ******************************************************************
       01 TRAINSW-PARM.
           05 TS-ACTION                            PIC X.
           05 TS-MODE                              PIC X.
               88 TS-TRAINING                      VALUE 'T'.
               88 TS-LIVE                          VALUE 'L'.
           05 TS-DIRECTORY                         PIC X(100).
