      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: WHOLE-SHOP POINT-IN-TIME BACKUP, RUN BY THE BATCH
      *          DRIVER AS THE LAST STEP OF THE NIGHT. EVERY REGISTERED
      *          DATASET (SEE COPYBOOKS/BKUPREGT.CPY) - THE BATCHLOG,
      *          THE ALARM MASTER, THE BATTERY LEDGER, THE PERIOD AND
      *          DAY CONTROLS, RUNCTL, THE CALIBRATION DECK, THE
      *          PROCESSED-INPUT REGISTRY, THE HISTORIES, THE JOB
      *          QUEUE AND THE REST - IS COPIED INTO ONE DATED BACKUP
      *          SET, THE DIRECTORY BKUP.D<YYYYMMDD>, WITH A MANIFEST
      *          OF EACH COPY'S RECORD COUNT AND CONTROL HASH (SEE
      *          COPYBOOKS/BKUPMREC.CPY). SHOPRST PUTS A SET BACK. A
      *          SECOND RUN ON THE SAME DAY REPLACES THAT DAY'S SET.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOPBKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BKUPREG REGISTERS DATASETS ADDED SINCE THE BUILT-IN LIST WAS
      * LAST CHANGED, OR DROPS ONE FROM IT. LINE SEQUENTIAL SO
      * OPERATIONS CAN MAINTAIN IT BY HAND. NO DECK MEANS THE
      * BUILT-IN LIST AS IT STANDS.
           SELECT OPTIONAL BKUPREG ASSIGN TO "BKUPREG"
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE INDEXED TELEMETRY FILE IS UNLOADED IN KEY ORDER THROUGH
      * ITS OWN LAYOUT RATHER THAN COPIED AS BYTES, THE WAY HOUSEKP
      * ARCHIVES IT, SO THE SET HOLDS A PLAIN SEQUENTIAL IMAGE THAT
      * SHOPRST CAN RELOAD WHATEVER THE INDEXED FILE'S OWN FORMAT.
           SELECT OPTIONAL TELEMLIVE ASSIGN TO "TELEMIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TL-REC-KEY.
           SELECT TELEMIMG ASSIGN TO DYNAMIC FILENAME-IMAGE
           ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFEST ASSIGN TO DYNAMIC FILENAME-MANIFEST
           ORGANIZATION IS LINE SEQUENTIAL.
      * BKUPLOG IS THE BACKUP TRAIL, APPENDED.
           SELECT OPTIONAL BKUPLOG ASSIGN TO "BKUPLOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * ONE REGISTRATION CARD: THE SAME SHAPE AS A BUILT-IN ENTRY.
       FD BKUPREG.
       01 BKUPREG-RECORD.
           05 RG-DATASET-NAME                      PIC X(14).
           05 RG-KIND                              PIC X.
           05 RG-RECORD-LENGTH                     PIC 9(4).
      *
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY).
       FD TELEMLIVE.
           COPY TELEMREC.
      *
       FD TELEMIMG.
       01 TELEMIMG-RECORD                          PIC X(107).
      *
      * BKUPMAN-RECORD IS THE SHARED BACKUP MANIFEST ROW (SEE
      * COPYBOOKS/BKUPMREC.CPY).
       FD MANIFEST.
           COPY BKUPMREC.
      *
      * BKUPLOG-RECORD IS THE SHARED BACKUP TRAIL ROW (SEE
      * COPYBOOKS/BKUPLREC.CPY).
       FD BKUPLOG.
           COPY BKUPLREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-FOUND                             PIC X VALUE 'N'.
      *
      * THE BUILT-IN REGISTRY (SEE COPYBOOKS/BKUPREGT.CPY).
           COPY BKUPREGT.
      *
      * THE DATASETS THIS RUN BACKS UP: THE BUILT-IN LIST WITH THE
      * BKUPREG CARDS APPLIED OVER IT.
       01 REGISTRY-TABLE.
           05 WS-DSN-COUNT                         PIC 9(3) VALUE ZERO.
           05 DS-ENTRY OCCURS 150 TIMES.
               10 DS-NAME                          PIC X(14).
               10 DS-KIND                          PIC X.
               10 DS-RECORD-LENGTH                 PIC 9(4).
       01 WS-DSN-MAX                               PIC 9(3) VALUE 150.
       01 WS-DSN-SUBS                              PIC 9(3) VALUE ZERO.
       01 WS-SCAN-SUBS                             PIC 9(3) VALUE ZERO.
      *
       01 FILE-NAMES.
           05 FILENAME-IMAGE                       PIC X(100)
                                                VALUE SPACE.
           05 FILENAME-MANIFEST                    PIC X(100)
                                                VALUE SPACE.
      *    THE SET'S DIRECTORY AS THE DIRECTORY ROUTINE NEEDS IT - IN
      *    TRAINING MODE UNDER THE TRAINING DIRECTORY, SINCE ONLY THE
      *    FILE ROUTINES FOLLOW THE RUN'S FILE PATH.
           05 WS-SET-DIRECTORY                     PIC X(100)
                                                VALUE SPACE.
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-RUN-TIME.
           05 WS-RUN-HH                            PIC 9(2).
           05 WS-RUN-MIN                           PIC 9(2).
           05 WS-RUN-SS                            PIC 9(2).
           05 WS-RUN-HS                            PIC 9(2).
       01 STAMP-DATA.
           05 WS-TODAY-DATE                        PIC X(10)
                                                VALUE SPACE.
           05 WS-TODAY-TIME                        PIC X(8)
                                                VALUE SPACE.
           05 WS-SET-NAME                          PIC X(14)
                                                VALUE SPACE.
      *
       01 TOTALS.
           05 WS-COPIED-COUNT                      PIC 9(4) VALUE ZERO.
           05 WS-ABSENT-COUNT                      PIC 9(4) VALUE ZERO.
           05 WS-FAILED-COUNT                      PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-BYTES                       PIC 9(12) VALUE ZERO.
           05 WS-TOTAL-RECORDS                     PIC 9(12) VALUE ZERO.
           05 WS-IMAGE-COUNT                       PIC 9(9) VALUE ZERO.
      *
      * THE TRAILER'S HASH OF THE DATASET ROWS, FOLDED THE SAME WAY
      * BKUPCOPY FOLDS BYTES.
       01 SET-HASH-DATA.
           05 WS-SET-HASH                          PIC 9(15) VALUE ZERO.
           05 WS-SET-HASH-WORK                     PIC 9(17) VALUE ZERO.
           05 WS-SET-HASH-QUOT                     PIC 9(17) VALUE ZERO.
           05 WS-HASH-MODULUS                      PIC 9(15)
                                                VALUE 999999999999989.
      *
      * BKUPCOPY-PARM IS THE SHARED BYTE-COPIER AREA (SEE
      * COPYBOOKS/BKUPCPPM.CPY).
           COPY BKUPCPPM.
      *
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY).
           COPY TRAINSPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *    TRAINING MODE (SEE TRAINSW) MOVES THE RUN ONTO THE TRAINING
      *    SET BEFORE ANY DATASET IS OPENED - A TRAINING RUN BACKS UP
      *    THE TRAINING SET, NEVER THE LIVE FILES.
           MOVE 'A' TO TS-ACTION.
           MOVE 'L' TO TS-MODE.
           CALL "TRAINSW" USING TRAINSW-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM 100-INITIALIZE.
           PERFORM 200-LOAD-REGISTRY.
           PERFORM 300-CREATE-SET.
           PERFORM 400-BACKUP-ONE-DATASET
               VARYING WS-DSN-SUBS FROM 1 BY 1
               UNTIL WS-DSN-SUBS > WS-DSN-COUNT.
           PERFORM 500-WRITE-TRAILER.
           CLOSE MANIFEST.
           PERFORM 800-WRITE-TRAIL.
           DISPLAY "BACKUP SET " WS-SET-NAME " TAKEN - "
               WS-COPIED-COUNT " DATASET(S) COPIED, "
               WS-ABSENT-COUNT " NOT PRESENT, "
               WS-FAILED-COUNT " FAILED.".
           IF WS-FAILED-COUNT IS GREATER THAN ZERO
               DISPLAY "**ERROR** BACKUP SET " WS-SET-NAME
                   " IS INCOMPLETE - SEE THE MESSAGES ABOVE."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 100-INITIALIZE - STAMP THE RUN AND NAME TODAY'S SET.
      ******************************************************************
       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO WS-TODAY-TIME.
           STRING "BKUP.D" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SET-NAME.
      *
      ******************************************************************
      * 200-LOAD-REGISTRY - THE BUILT-IN LIST, THEN EACH BKUPREG CARD:
      * A CARD FOR A DATASET ALREADY LISTED REPLACES ITS ENTRY (OR,
      * WITH KIND 'X', DROPS IT); ANY OTHER CARD ADDS A DATASET.
      ******************************************************************
       200-LOAD-REGISTRY.
           MOVE ZERO TO WS-DSN-COUNT.
           PERFORM 210-LOAD-ONE-BUILT-IN
               VARYING WS-SCAN-SUBS FROM 1 BY 1
               UNTIL WS-SCAN-SUBS > BR-BUILT-IN-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT BKUPREG.
           PERFORM 220-APPLY-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE BKUPREG.
      *
       210-LOAD-ONE-BUILT-IN.
           ADD 1 TO WS-DSN-COUNT.
           MOVE BR-BUILT-IN-NAME(WS-SCAN-SUBS)
               TO DS-NAME(WS-DSN-COUNT).
           MOVE BR-BUILT-IN-KIND(WS-SCAN-SUBS)
               TO DS-KIND(WS-DSN-COUNT).
           MOVE BR-BUILT-IN-LENGTH(WS-SCAN-SUBS)
               TO DS-RECORD-LENGTH(WS-DSN-COUNT).
      *
       220-APPLY-ONE-CARD.
           READ BKUPREG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF RG-DATASET-NAME NOT EQUAL TO SPACE
                       PERFORM 230-FIND-DATASET
                       PERFORM 240-REGISTER-CARD
                   END-IF
           END-READ.
      *
       230-FIND-DATASET.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO WS-DSN-SUBS.
           PERFORM 235-MATCH-ONE-DATASET
               VARYING WS-SCAN-SUBS FROM 1 BY 1
               UNTIL WS-SCAN-SUBS > WS-DSN-COUNT OR SW-FOUND = 'Y'.
      *
       235-MATCH-ONE-DATASET.
           IF DS-NAME(WS-SCAN-SUBS) IS EQUAL TO RG-DATASET-NAME
               MOVE 'Y' TO SW-FOUND
               MOVE WS-SCAN-SUBS TO WS-DSN-SUBS
           END-IF.
      *
      * A DROPPED DATASET KEEPS ITS SLOT WITH KIND 'X' AND IS PASSED
      * OVER WHEN THE SET IS TAKEN.
       240-REGISTER-CARD.
           IF RG-KIND NOT EQUAL TO 'F' AND RG-KIND NOT EQUAL TO 'L'
               AND RG-KIND NOT EQUAL TO 'I' AND RG-KIND NOT EQUAL TO 'X'
               DISPLAY "**WARNING** BKUPREG CARD FOR " RG-DATASET-NAME
                   " HAS KIND '" RG-KIND "' - CARD IGNORED."
           ELSE
               IF SW-FOUND = 'N'
                   IF WS-DSN-COUNT NOT LESS THAN WS-DSN-MAX
                       DISPLAY "**WARNING** BKUPREG HAS MORE THAN "
                           WS-DSN-MAX " DATASETS - " RG-DATASET-NAME
                           " IGNORED."
                   ELSE
                       ADD 1 TO WS-DSN-COUNT
                       MOVE WS-DSN-COUNT TO WS-DSN-SUBS
                       MOVE 'Y' TO SW-FOUND
                   END-IF
               END-IF
               IF SW-FOUND = 'Y'
                   MOVE RG-DATASET-NAME TO DS-NAME(WS-DSN-SUBS)
                   MOVE RG-KIND TO DS-KIND(WS-DSN-SUBS)
                   MOVE RG-RECORD-LENGTH
                       TO DS-RECORD-LENGTH(WS-DSN-SUBS)
               END-IF
           END-IF.
      *
      ******************************************************************
      * 300-CREATE-SET - MAKE TODAY'S SET DIRECTORY (ONE LEFT BY AN
      * EARLIER RUN TODAY IS REUSED) AND START ITS MANIFEST.
      ******************************************************************
       300-CREATE-SET.
           MOVE SPACE TO WS-SET-DIRECTORY.
           IF TS-MODE = 'T'
               STRING TS-DIRECTORY DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-SET-NAME DELIMITED BY SPACE
                   INTO WS-SET-DIRECTORY
           ELSE
               MOVE WS-SET-NAME TO WS-SET-DIRECTORY
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-SET-DIRECTORY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE SPACE TO FILENAME-MANIFEST.
           STRING WS-SET-NAME DELIMITED BY SPACE
               "/MANIFEST" DELIMITED BY SIZE
               INTO FILENAME-MANIFEST.
           OPEN OUTPUT MANIFEST.
           MOVE SPACE TO BKUPMAN-RECORD.
           MOVE 'H' TO MF-ROW-TYPE.
           MOVE WS-SET-NAME TO MF-DATASET-NAME.
           MOVE ZERO TO MF-RECORD-LENGTH.
           MOVE ZERO TO MF-BYTE-COUNT.
           MOVE ZERO TO MF-RECORD-COUNT.
           MOVE ZERO TO MF-HASH.
           MOVE WS-TODAY-DATE TO MF-TAKEN-DATE.
           MOVE WS-TODAY-TIME TO MF-TAKEN-TIME.
           WRITE BKUPMAN-RECORD.
      *
      ******************************************************************
      * 400-BACKUP-ONE-DATASET - COPY ONE REGISTERED DATASET INTO THE
      * SET AND ENTER IT ON THE MANIFEST. A DATASET THAT DOES NOT
      * EXIST (AN OPTIONAL FILE NOT YET CREATED) IS ENTERED AS NOT
      * PRESENT; ONE THAT CANNOT BE COPIED WHOLE LEAVES THE SET
      * INCOMPLETE AND IS NOT ENTERED, SO IT CAN NEVER BE RESTORED
      * FROM A BAD COPY.
      ******************************************************************
       400-BACKUP-ONE-DATASET.
           IF DS-KIND(WS-DSN-SUBS) NOT EQUAL TO 'X'
               MOVE SPACE TO BKUPCOPY-PARM
               MOVE 'C' TO BC-ACTION
               MOVE DS-NAME(WS-DSN-SUBS) TO BC-SOURCE-NAME
               STRING WS-SET-NAME DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   DS-NAME(WS-DSN-SUBS) DELIMITED BY SPACE
                   INTO BC-TARGET-NAME
               MOVE DS-KIND(WS-DSN-SUBS) TO BC-KIND
               MOVE DS-RECORD-LENGTH(WS-DSN-SUBS) TO BC-RECORD-LENGTH
               IF DS-KIND(WS-DSN-SUBS) = 'I'
                   PERFORM 420-UNLOAD-INDEXED
               ELSE
                   CALL "BKUPCOPY" USING BKUPCOPY-PARM
               END-IF
               PERFORM 450-ENTER-ON-MANIFEST
           END-IF.
      *
      ******************************************************************
      * 420-UNLOAD-INDEXED - WRITE THE TELEMETRY FILE'S ROWS IN KEY
      * ORDER TO ITS IMAGE IN THE SET, THEN HAVE BKUPCOPY COUNT AND
      * HASH THE IMAGE LIKE ANY FIXED-LENGTH DATASET. A TELEMETRY
      * FILE NOT YET CREATED GIVES AN EMPTY IMAGE, WHICH RESTORES AS
      * AN EMPTY FILE.
      ******************************************************************
       420-UNLOAD-INDEXED.
           MOVE BC-TARGET-NAME TO FILENAME-IMAGE.
           MOVE ZERO TO WS-IMAGE-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TELEMLIVE.
           OPEN OUTPUT TELEMIMG.
           PERFORM 425-UNLOAD-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE TELEMLIVE.
           CLOSE TELEMIMG.
           MOVE 'H' TO BC-ACTION.
           MOVE FILENAME-IMAGE TO BC-SOURCE-NAME.
           CALL "BKUPCOPY" USING BKUPCOPY-PARM.
           IF BC-RESULT = 'Y' AND BC-RECORD-COUNT NOT EQUAL TO
               WS-IMAGE-COUNT
               MOVE 'E' TO BC-RESULT
           END-IF.
      *
       425-UNLOAD-ONE-ROW.
           READ TELEMLIVE NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE TELEM-RECORD TO TELEMIMG-RECORD
                   WRITE TELEMIMG-RECORD
                   ADD 1 TO WS-IMAGE-COUNT
           END-READ.
      *
       450-ENTER-ON-MANIFEST.
           MOVE SPACE TO BKUPMAN-RECORD.
           MOVE 'D' TO MF-ROW-TYPE.
           MOVE DS-NAME(WS-DSN-SUBS) TO MF-DATASET-NAME.
           MOVE DS-KIND(WS-DSN-SUBS) TO MF-KIND.
           MOVE DS-RECORD-LENGTH(WS-DSN-SUBS) TO MF-RECORD-LENGTH.
           MOVE BC-BYTE-COUNT TO MF-BYTE-COUNT.
           MOVE BC-RECORD-COUNT TO MF-RECORD-COUNT.
           MOVE BC-HASH TO MF-HASH.
           MOVE WS-TODAY-DATE TO MF-TAKEN-DATE.
           MOVE WS-TODAY-TIME TO MF-TAKEN-TIME.
           EVALUATE TRUE
               WHEN BC-DONE
                   MOVE 'Y' TO MF-PRESENT
                   WRITE BKUPMAN-RECORD
                   ADD 1 TO WS-COPIED-COUNT
                   ADD BC-BYTE-COUNT TO WS-TOTAL-BYTES
                   ADD BC-RECORD-COUNT TO WS-TOTAL-RECORDS
                   PERFORM 460-FOLD-SET-HASH
               WHEN BC-MISSING
                   MOVE 'N' TO MF-PRESENT
                   MOVE ZERO TO MF-BYTE-COUNT
                   MOVE ZERO TO MF-RECORD-COUNT
                   MOVE ZERO TO MF-HASH
                   WRITE BKUPMAN-RECORD
                   ADD 1 TO WS-ABSENT-COUNT
                   PERFORM 460-FOLD-SET-HASH
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "**ERROR** " DS-NAME(WS-DSN-SUBS)
                       " COULD NOT BE COPIED INTO " WS-SET-NAME
                       " - LEFT OFF THE MANIFEST."
           END-EVALUATE.
      *
      * EACH ROW'S HASH, RECORD COUNT AND BYTE COUNT ARE ALL FOLDED
      * IN, SO NO FIGURE ON THE MANIFEST CAN BE EDITED UNSEEN.
       460-FOLD-SET-HASH.
           COMPUTE WS-SET-HASH-WORK = WS-SET-HASH * 31
               + MF-HASH + 1.
           DIVIDE WS-SET-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-SET-HASH-QUOT REMAINDER WS-SET-HASH.
           COMPUTE WS-SET-HASH-WORK = WS-SET-HASH * 31
               + MF-RECORD-COUNT + 1.
           DIVIDE WS-SET-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-SET-HASH-QUOT REMAINDER WS-SET-HASH.
           COMPUTE WS-SET-HASH-WORK = WS-SET-HASH * 31
               + MF-BYTE-COUNT + 1.
           DIVIDE WS-SET-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-SET-HASH-QUOT REMAINDER WS-SET-HASH.
      *
      ******************************************************************
      * 500-WRITE-TRAILER - THE DATASET ROW COUNT, TOTAL BYTES AND
      * THE HASH OF THE DATASET HASHES. A SET WITH A FAILED DATASET
      * IS MARKED INCOMPLETE IN THE TRAILER'S KIND ('P'), SO SHOPRST
      * TREATS IT AS PARTIAL WHATEVER ELSE VERIFIES.
      ******************************************************************
       500-WRITE-TRAILER.
           MOVE SPACE TO BKUPMAN-RECORD.
           MOVE 'T' TO MF-ROW-TYPE.
           MOVE WS-SET-NAME TO MF-DATASET-NAME.
           IF WS-FAILED-COUNT IS GREATER THAN ZERO
               MOVE 'P' TO MF-KIND
               MOVE 'N' TO MF-PRESENT
           ELSE
               MOVE 'C' TO MF-KIND
               MOVE 'Y' TO MF-PRESENT
           END-IF.
           MOVE ZERO TO MF-RECORD-LENGTH.
           COMPUTE MF-RECORD-COUNT = WS-COPIED-COUNT + WS-ABSENT-COUNT.
           MOVE WS-TOTAL-BYTES TO MF-BYTE-COUNT.
           MOVE WS-SET-HASH TO MF-HASH.
           MOVE WS-TODAY-DATE TO MF-TAKEN-DATE.
           MOVE WS-TODAY-TIME TO MF-TAKEN-TIME.
           WRITE BKUPMAN-RECORD.
      *
      ******************************************************************
      * 800-WRITE-TRAIL - ONE BKUPLOG ROW FOR THE SET.
      ******************************************************************
       800-WRITE-TRAIL.
           OPEN EXTEND BKUPLOG.
           MOVE SPACE TO BKUPLOG-RECORD.
           MOVE WS-TODAY-DATE TO BG-RUN-DATE.
           MOVE WS-TODAY-TIME TO BG-RUN-TIME.
           MOVE "BACKUP" TO BG-ACTION.
           MOVE WS-SET-NAME TO BG-SET-NAME.
           COMPUTE BG-DATASET-COUNT = WS-COPIED-COUNT + WS-ABSENT-COUNT.
           MOVE WS-FAILED-COUNT TO BG-FAILED-COUNT.
           IF WS-FAILED-COUNT IS GREATER THAN ZERO
               MOVE "FAILED" TO BG-STATUS
           ELSE
               MOVE "COMPLETE" TO BG-STATUS
           END-IF.
           WRITE BKUPLOG-RECORD.
           CLOSE BKUPLOG.
