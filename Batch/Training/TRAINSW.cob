      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: SHARED TRAINING-MODE SWITCH. TRAINEES RUNNING COUNT1,
      *          STEERNAV OR SBMRCD2 AGAINST THE DRILLGEN FEEDS USED TO
      *          LAND THEIR RESULTS IN THE LIVE TELEMIDX, TELEMJRNL,
      *          BATCHLOG, FEEDQHIST, PROCREG AND ALARM MASTER. IN
      *          TRAINING MODE THIS ROUTINE POINTS THE RUN'S FILE PATH
      *          AT A SEPARATE TRAINING DIRECTORY BEFORE ANY DATASET
      *          IS OPENED, SO EVERY SHARED DATASET AND EVERY DATED
      *          OUTPUT - AND EVERYTHING THE RUN LAUNCHES, WHICH
      *          INHERITS THE SETTING - LIVES IN THE TRAINING SET AND
      *          THE LIVE FILES ARE NEITHER READ NOR WRITTEN. THE
      *          DECISION IS MADE ONCE PER RUN; LATER CALLS RETURN IT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINSW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE LIVE RUN-CONTROL DATASET, READ HERE DIRECTLY (NOT THROUGH
      * RUNCTLGT, WHICH CALLS THIS ROUTINE) FOR THE SHOP-WIDE
      * TRAINING SWITCH BEFORE THE RUN IS MOVED OFF THE LIVE FILES.
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL.
       01 RUNCTL-RECORD.
           05 RL-PROGRAM                           PIC X(10).
           05 RL-KEYWORD                           PIC X(10).
           05 RL-VALUE                             PIC X(100).
           05 RL-PENDING-FLAG                      PIC X.
               88 RL-PENDING                       VALUE 'P'.
           05 RL-REQUEST-NUMBER                    PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
      *    'Y' ONCE THIS RUN'S MODE HAS BEEN DECIDED AND APPLIED.
           05 SW-DECIDED                           PIC X VALUE 'N'.
      *
      * THE MODE AND DIRECTORY THIS RUN SETTLED ON, KEPT ACROSS CALLS.
       01 WS-RUN-MODE                              PIC X VALUE 'L'.
       01 WS-TRAIN-DIR                             PIC X(100)
                                                VALUE SPACE.
      *
      * THE SWITCH VALUES AS FOUND: ENVIRONMENT FIRST, THE "ALL"
      * RUNCTL ROWS UNDERNEATH.
       01 SWITCH-VALUES.
           05 WS-ENV-MODE                          PIC X(100)
                                                VALUE SPACE.
           05 WS-ENV-DIR                           PIC X(100)
                                                VALUE SPACE.
           05 WS-CTL-MODE                          PIC X(100)
                                                VALUE SPACE.
           05 WS-CTL-DIR                           PIC X(100)
                                                VALUE SPACE.
      *
       01 WS-MESSAGE                               PIC X(132)
                                                VALUE SPACE.
      *
       LINKAGE SECTION.
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY).
           COPY TRAINSPM.
      *
       PROCEDURE DIVISION USING TRAINSW-PARM.
       000-MAIN-PROCEDURE.
      *    A RUN ALREADY DECIDED KEEPS ITS MODE - ONLY A TRAINEE
      *    SIGN-ON CAN STILL MOVE A LIVE RUN ONTO THE TRAINING SET.
           IF SW-DECIDED = 'Y' AND
               (TS-ACTION NOT EQUAL TO 'F' OR WS-RUN-MODE = 'T')
               MOVE WS-RUN-MODE TO TS-MODE
               MOVE WS-TRAIN-DIR TO TS-DIRECTORY
               GOBACK
           END-IF.
           PERFORM 100-READ-SWITCHES.
           PERFORM 200-RESOLVE-MODE.
           MOVE WS-RUN-MODE TO TS-MODE.
           MOVE WS-TRAIN-DIR TO TS-DIRECTORY.
           IF TS-ACTION = 'Q'
               GOBACK
           END-IF.
           MOVE 'Y' TO SW-DECIDED.
           IF WS-RUN-MODE = 'T'
               PERFORM 300-ENTER-TRAINING
           END-IF.
           GOBACK.
      *
      ******************************************************************
      * 100-READ-SWITCHES - THE TRAINMODE AND TRAINDIR ENVIRONMENT
      * VARIABLES (SET BY A TRAINING MENU OR DRIVER FOR EVERYTHING IT
      * LAUNCHES), AND THE "ALL" TRAINING AND TRAINDIR ROWS OF THE
      * LIVE RUNCTL. A RUN LAUNCHED FROM A TRAINING SESSION NEVER
      * LOOKS AT THE LIVE DATASET AT ALL.
      ******************************************************************
       100-READ-SWITCHES.
           MOVE SPACE TO SWITCH-VALUES.
           ACCEPT WS-ENV-MODE FROM ENVIRONMENT "TRAINMODE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-ENV-DIR FROM ENVIRONMENT "TRAINDIR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-MODE(1:1) NOT EQUAL TO 'Y'
               MOVE 'N' TO SW-EOF
               OPEN INPUT RUNCTL
               PERFORM 110-MATCH-ONE-ROW UNTIL SW-EOF = 'Y'
               CLOSE RUNCTL
           END-IF.
      *
      * THE LATEST "ALL" ROW FOR EACH KEYWORD WINS, THE SAME RULE THE
      * RUN-CONTROL LOOKUP FOLLOWS; A ROW STILL AWAITING APPROVAL IS
      * PASSED OVER.
       110-MATCH-ONE-ROW.
           READ RUNCTL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF RL-PROGRAM IS EQUAL TO "ALL" AND
                       NOT RL-PENDING
                       IF RL-KEYWORD IS EQUAL TO "TRAINING"
                           MOVE RL-VALUE TO WS-CTL-MODE
                       END-IF
                       IF RL-KEYWORD IS EQUAL TO "TRAINDIR"
                           MOVE RL-VALUE TO WS-CTL-DIR
                       END-IF
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 200-RESOLVE-MODE - THE ENVIRONMENT IS THE OVERRIDE ON TOP OF
      * RUNCTL (TRAINMODE=N RUNS LIVE EVEN UNDER A SHOP-WIDE TRAINING
      * ROW); A TRAINEE SIGN-ON FORCES TRAINING WHATEVER THE SWITCHES
      * SAY. A DIRECTORY THAT WOULD RESOLVE TO THE LIVE FILES
      * THEMSELVES FALLS BACK TO THE DEFAULT TRAINING DIRECTORY.
      ******************************************************************
       200-RESOLVE-MODE.
           MOVE 'L' TO WS-RUN-MODE.
           EVALUATE TRUE
               WHEN TS-ACTION = 'F'
                   MOVE 'T' TO WS-RUN-MODE
               WHEN WS-ENV-MODE(1:1) = 'Y'
                   MOVE 'T' TO WS-RUN-MODE
               WHEN WS-ENV-MODE(1:1) = 'N'
                   CONTINUE
               WHEN WS-CTL-MODE(1:1) = 'Y'
                   MOVE 'T' TO WS-RUN-MODE
           END-EVALUATE.
           MOVE WS-CTL-DIR TO WS-TRAIN-DIR.
           IF WS-ENV-DIR NOT EQUAL TO SPACE
               MOVE WS-ENV-DIR TO WS-TRAIN-DIR
           END-IF.
           IF WS-TRAIN-DIR = SPACE OR WS-TRAIN-DIR = "." OR
               WS-TRAIN-DIR = "./" OR WS-TRAIN-DIR = "/" OR
               WS-TRAIN-DIR = ".."
               IF WS-TRAIN-DIR NOT EQUAL TO SPACE
                   DISPLAY "** TRAINDIR '" WS-TRAIN-DIR(1:20)
                       "' IS NOT A SEPARATE DIRECTORY - USING "
                       "TRAINING **"
               END-IF
               MOVE "TRAINING" TO WS-TRAIN-DIR
           END-IF.
      *
      ******************************************************************
      * 300-ENTER-TRAINING - MAKE SURE THE TRAINING DIRECTORY EXISTS
      * (AN EMPTY ONE IS A FRESH CLASS), POINT THE FILE PATH AT IT,
      * AND LEAVE TRAINMODE AND TRAINDIR SET SO EVERY PROGRAM THIS
      * RUN LAUNCHES LANDS IN THE SAME TRAINING SET.
      ******************************************************************
       300-ENTER-TRAINING.
           CALL "CBL_CREATE_DIR" USING WS-TRAIN-DIR
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           SET ENVIRONMENT "COB_FILE_PATH" TO WS-TRAIN-DIR.
           SET ENVIRONMENT "TRAINMODE" TO "Y".
           SET ENVIRONMENT "TRAINDIR" TO WS-TRAIN-DIR.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACE TO WS-MESSAGE.
           STRING "*** TRAINING MODE - DATASETS ON " DELIMITED BY SIZE
               WS-TRAIN-DIR DELIMITED BY SPACE
               " - LIVE FILES NOT IN USE ***" DELIMITED BY SIZE
               INTO WS-MESSAGE.
           DISPLAY WS-MESSAGE.
