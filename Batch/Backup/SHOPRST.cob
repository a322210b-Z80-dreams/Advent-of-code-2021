      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: WHOLE-SHOP RESTORE FROM A SHOPBKUP BACKUP SET. THE
      *          CHOSEN SET (BY ITS DATE - RSTDATE, OR ASKED AT THE
      *          CONSOLE) IS VERIFIED FIRST, EVERY COPY IN IT AGAINST
      *          ITS MANIFEST ROW - BYTES, RECORDS AND CONTROL HASH -
      *          AND THE MANIFEST AGAINST ITS OWN TRAILER. ONLY A SET
      *          THAT VERIFIES WHOLE IS PUT BACK WITHOUT QUESTION. IF
      *          ANY PART FAILS, PUTTING BACK THE REST WOULD LEAVE THE
      *          SHOP'S DATASETS FROM TWO DIFFERENT POINTS IN TIME, SO
      *          THE RESTORE IS REFUSED UNLESS A SUPERVISOR (AN
      *          OPERATOR ID WITH 'S' AUTHORITY ON OPAUTH, GIVEN IN
      *          RSTSUPV OR ASKED AT THE CONSOLE) OVERRIDES IT FOR THE
      *          VERIFIED DATASETS ONLY. EVERY ATTEMPT IS LOGGED ON THE
      *          BACKUP TRAIL. RUN IT WITH THE BATCH STOPPED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOPRST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MANIFEST ASSIGN TO DYNAMIC FILENAME-MANIFEST
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE TELEMETRY IMAGE IN THE SET IS RELOADED INTO THE INDEXED
      * FILE IN KEY ORDER, THE WAY ARCHRST AND TELEMRBD RELOAD IT.
           SELECT TELEMIMG ASSIGN TO DYNAMIC FILENAME-IMAGE
           ORGANIZATION IS SEQUENTIAL.
           SELECT TELEMLIVE ASSIGN TO "TELEMIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TL-REC-KEY.
      * OPAUTH IS THE OPERATOR AUTHORIZATION FILE (SEE OPMENU1). AN
      * 'S' IN THE ENTRY STRING IS SUPERVISOR AUTHORITY, THE SAME
      * TEST CHGREQWR MAKES BEFORE A CHANGE GOES LIVE.
           SELECT OPTIONAL OPAUTH ASSIGN TO "OPAUTH"
           ORGANIZATION IS LINE SEQUENTIAL.
      * BKUPLOG IS THE BACKUP TRAIL, APPENDED.
           SELECT OPTIONAL BKUPLOG ASSIGN TO "BKUPLOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * BKUPMAN-RECORD IS THE SHARED BACKUP MANIFEST ROW (SEE
      * COPYBOOKS/BKUPMREC.CPY).
       FD MANIFEST.
           COPY BKUPMREC.
      *
       FD TELEMIMG.
       01 TELEMIMG-RECORD                          PIC X(107).
      *
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY).
       FD TELEMLIVE.
           COPY TELEMREC.
      *
      * BKUPLOG-RECORD IS THE SHARED BACKUP TRAIL ROW (SEE
      * COPYBOOKS/BKUPLREC.CPY).
       FD BKUPLOG.
           COPY BKUPLREC.
      *
       FD OPAUTH.
       01 OPAUTH-RECORD.
           05 OA-OPERATOR-ID                       PIC X(8).
           05 OA-ALLOWED-ENTRIES                   PIC X(12).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-HEADER-SEEN                       PIC X VALUE 'N'.
           05 SW-TRAILER-SEEN                      PIC X VALUE 'N'.
      *    'Y' WHEN THE TRAILER DOES NOT ADD UP, OR THE SET WAS
      *    MARKED INCOMPLETE WHEN IT WAS TAKEN.
           05 SW-SET-SHORT                         PIC X VALUE 'N'.
      *    'Y' WHEN THE MANIFEST'S OWN ROWS DO NOT HASH TO ITS
      *    TRAILER - IT HAS BEEN EDITED, AND NO ROW OF IT CAN BE
      *    TRUSTED, SO NOT EVEN A SUPERVISOR CAN OVERRIDE.
           05 SW-MANIFEST-BAD                      PIC X VALUE 'N'.
      *    'Y' WHEN THE OVERRIDING ID CARRIES SUPERVISOR AUTHORITY.
           05 SW-SUPERVISOR                        PIC X VALUE 'N'.
           05 SW-AUTH-EOF                          PIC X VALUE 'N'.
      *
      * THE MANIFEST'S DATASET ROWS AND WHAT VERIFICATION FOUND:
      * MT-VERIFIED 'Y' OR 'N', AND MT-RESTORED 'Y' ONCE PUT BACK.
       01 MANIFEST-TABLE.
           05 WS-ROW-COUNT                         PIC 9(3) VALUE ZERO.
           05 MT-ENTRY OCCURS 150 TIMES.
               10 MT-DATASET-NAME                  PIC X(14).
               10 MT-KIND                          PIC X.
               10 MT-RECORD-LENGTH                 PIC 9(4).
               10 MT-PRESENT                       PIC X.
               10 MT-BYTE-COUNT                    PIC 9(12).
               10 MT-RECORD-COUNT                  PIC 9(9).
               10 MT-HASH                          PIC 9(15).
               10 MT-VERIFIED                      PIC X.
               10 MT-RESTORED                      PIC X.
       01 WS-ROW-MAX                               PIC 9(3) VALUE 150.
       01 WS-ROW-SUBS                              PIC 9(3) VALUE ZERO.
      *
      * THE TRAILER AS READ, AND THE SET'S STAMP FROM THE HEADER.
       01 TRAILER-DATA.
           05 WS-TRL-KIND                          PIC X    VALUE SPACE.
           05 WS-TRL-ROW-COUNT                     PIC 9(9) VALUE ZERO.
           05 WS-TRL-HASH                          PIC 9(15) VALUE ZERO.
           05 WS-TAKEN-DATE                        PIC X(10)
                                                VALUE SPACE.
           05 WS-TAKEN-TIME                        PIC X(8)
                                                VALUE SPACE.
      *
      * THE HASH OF THE DATASET ROWS, FOLDED THE SAME WAY SHOPBKUP
      * FOLDS IT.
       01 SET-HASH-DATA.
           05 WS-SET-HASH                          PIC 9(15) VALUE ZERO.
           05 WS-SET-HASH-WORK                     PIC 9(17) VALUE ZERO.
           05 WS-SET-HASH-QUOT                     PIC 9(17) VALUE ZERO.
           05 WS-HASH-MODULUS                      PIC 9(15)
                                                VALUE 999999999999989.
      *
       01 FILE-NAMES.
           05 FILENAME-MANIFEST                    PIC X(100)
                                                VALUE SPACE.
           05 FILENAME-IMAGE                       PIC X(100)
                                                VALUE SPACE.
           05 WS-LIVE-NAME                         PIC X(100)
                                                VALUE SPACE.
           05 WS-ENV-WORK                          PIC X(100)
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
      *    THE SET ASKED FOR, AS A DATE (YYYY-MM-DD), AND ITS NAME.
           05 WS-SET-DATE                          PIC X(10)
                                                VALUE SPACE.
           05 WS-SET-NAME                          PIC X(14)
                                                VALUE SPACE.
      *
       01 OVERRIDE-DATA.
           05 WS-SUPERVISOR                        PIC X(10)
                                                VALUE SPACE.
           05 WS-RUN-STATUS                        PIC X(8)
                                                VALUE SPACE.
           05 WS-AUTH-TALLY                        PIC 99   VALUE ZERO.
      *
       01 TOTALS.
           05 WS-VERIFIED-COUNT                    PIC 9(4) VALUE ZERO.
           05 WS-FAILED-COUNT                      PIC 9(4) VALUE ZERO.
           05 WS-RESTORED-COUNT                    PIC 9(4) VALUE ZERO.
           05 WS-REMOVED-COUNT                     PIC 9(4) VALUE ZERO.
           05 WS-PUTBACK-FAILED                    PIC 9(4) VALUE ZERO.
           05 WS-RELOAD-COUNT                      PIC 9(9) VALUE ZERO.
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
      *    SET BEFORE ANY DATASET IS OPENED - A TRAINING RUN RESTORES
      *    THE TRAINING SET FROM ITS OWN BACKUPS.
           MOVE 'A' TO TS-ACTION.
           MOVE 'L' TO TS-MODE.
           CALL "TRAINSW" USING TRAINSW-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM 100-INITIALIZE.
           PERFORM 200-LOAD-MANIFEST.
           IF SW-HEADER-SEEN = 'N' OR WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "**REFUSED** NO MANIFEST FOR BACKUP SET "
                   WS-SET-NAME " - NOTHING RESTORED."
               MOVE "REFUSED" TO WS-RUN-STATUS
               PERFORM 800-WRITE-TRAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-VERIFY-ONE-DATASET
               VARYING WS-ROW-SUBS FROM 1 BY 1
               UNTIL WS-ROW-SUBS > WS-ROW-COUNT.
           PERFORM 350-CHECK-TRAILER.
           IF SW-MANIFEST-BAD = 'Y'
               DISPLAY "**REFUSED** THE MANIFEST OF " WS-SET-NAME
                   " DOES NOT AGREE WITH ITS OWN TRAILER - THE SET "
                   "CANNOT BE TRUSTED. NOTHING RESTORED."
               MOVE "REFUSED" TO WS-RUN-STATUS
               PERFORM 800-WRITE-TRAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FAILED-COUNT IS GREATER THAN ZERO OR
               SW-SET-SHORT = 'Y'
               PERFORM 400-GET-OVERRIDE
               IF SW-SUPERVISOR = 'N'
                   DISPLAY "**REFUSED** " WS-SET-NAME
                       " DID NOT VERIFY WHOLE AND A PARTIAL RESTORE "
                       "NEEDS A SUPERVISOR - NOTHING RESTORED."
                   IF WS-SUPERVISOR IS NOT EQUAL TO SPACE
                       DISPLAY "**REFUSED** " WS-SUPERVISOR
                           " HAS NO SUPERVISOR AUTHORITY ON OPAUTH."
                   END-IF
                   MOVE "REFUSED" TO WS-RUN-STATUS
                   PERFORM 800-WRITE-TRAIL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "PARTIAL" TO WS-RUN-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RUN-STATUS
           END-IF.
           PERFORM 500-RESTORE-ONE-DATASET
               VARYING WS-ROW-SUBS FROM 1 BY 1
               UNTIL WS-ROW-SUBS > WS-ROW-COUNT.
           IF WS-PUTBACK-FAILED IS GREATER THAN ZERO
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.
           PERFORM 800-WRITE-TRAIL.
           PERFORM 900-SHOW-SUMMARY.
           STOP RUN.
      *
      ******************************************************************
      * 100-INITIALIZE - STAMP THE RUN AND SETTLE WHICH SET IS WANTED:
      * RSTDATE (YYYY-MM-DD), OR THE DATE KEYED AT THE CONSOLE.
      ******************************************************************
       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO WS-TODAY-TIME.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "RSTDATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO WS-SET-DATE
           ELSE
               DISPLAY "BACKUP SET DATE TO RESTORE (YYYY-MM-DD): "
                   WITH NO ADVANCING
               ACCEPT WS-SET-DATE FROM CONSOLE
           END-IF.
           IF WS-SET-DATE(5:1) NOT EQUAL TO "-" OR
               WS-SET-DATE(8:1) NOT EQUAL TO "-" OR
               WS-SET-DATE(1:4) IS NOT NUMERIC OR
               WS-SET-DATE(6:2) IS NOT NUMERIC OR
               WS-SET-DATE(9:2) IS NOT NUMERIC
               DISPLAY "**REFUSED** '" WS-SET-DATE
                   "' IS NOT A BACKUP SET DATE (YYYY-MM-DD)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "BKUP.D" WS-SET-DATE(1:4) WS-SET-DATE(6:2)
               WS-SET-DATE(9:2) DELIMITED BY SIZE INTO WS-SET-NAME.
           STRING WS-SET-NAME DELIMITED BY SPACE
               "/MANIFEST" DELIMITED BY SIZE
               INTO FILENAME-MANIFEST.
      *
      ******************************************************************
      * 200-LOAD-MANIFEST - THE HEADER, THE DATASET ROWS AND THE
      * TRAILER. A MANIFEST WITH NO TRAILER WAS CUT SHORT.
      ******************************************************************
       200-LOAD-MANIFEST.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT MANIFEST.
           PERFORM 210-LOAD-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE MANIFEST.
      *
       210-LOAD-ONE-ROW.
           READ MANIFEST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN MF-HEADER
                           MOVE 'Y' TO SW-HEADER-SEEN
                           MOVE MF-TAKEN-DATE TO WS-TAKEN-DATE
                           MOVE MF-TAKEN-TIME TO WS-TAKEN-TIME
                       WHEN MF-DATASET
                           PERFORM 220-TABLE-ONE-DATASET
                       WHEN MF-TRAILER
                           MOVE 'Y' TO SW-TRAILER-SEEN
                           MOVE MF-KIND TO WS-TRL-KIND
                           MOVE MF-RECORD-COUNT TO WS-TRL-ROW-COUNT
                           MOVE MF-HASH TO WS-TRL-HASH
                   END-EVALUATE
           END-READ.
      *
       220-TABLE-ONE-DATASET.
           IF WS-ROW-COUNT NOT LESS THAN WS-ROW-MAX
               DISPLAY "**WARNING** MANIFEST HAS MORE THAN "
                   WS-ROW-MAX " DATASETS - " MF-DATASET-NAME
                   " NOT RESTORED."
               MOVE 'Y' TO SW-SET-SHORT
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE MF-DATASET-NAME TO MT-DATASET-NAME(WS-ROW-COUNT)
               MOVE MF-KIND TO MT-KIND(WS-ROW-COUNT)
               MOVE MF-RECORD-LENGTH TO MT-RECORD-LENGTH(WS-ROW-COUNT)
               MOVE MF-PRESENT TO MT-PRESENT(WS-ROW-COUNT)
               MOVE MF-BYTE-COUNT TO MT-BYTE-COUNT(WS-ROW-COUNT)
               MOVE MF-RECORD-COUNT TO MT-RECORD-COUNT(WS-ROW-COUNT)
               MOVE MF-HASH TO MT-HASH(WS-ROW-COUNT)
               MOVE 'N' TO MT-VERIFIED(WS-ROW-COUNT)
               MOVE 'N' TO MT-RESTORED(WS-ROW-COUNT)
           END-IF.
           COMPUTE WS-SET-HASH-WORK = WS-SET-HASH * 31 + MF-HASH + 1.
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
      * 300-VERIFY-ONE-DATASET - RE-COUNT AND RE-HASH THE COPY IN THE
      * SET AND HOLD IT TO ITS MANIFEST ROW. A DATASET THAT DID NOT
      * EXIST WHEN THE SET WAS TAKEN HAS NOTHING TO VERIFY.
      ******************************************************************
       300-VERIFY-ONE-DATASET.
           IF MT-PRESENT(WS-ROW-SUBS) = 'N'
               MOVE 'Y' TO MT-VERIFIED(WS-ROW-SUBS)
           ELSE
               MOVE MT-DATASET-NAME(WS-ROW-SUBS) TO WS-LIVE-NAME
               MOVE SPACE TO BKUPCOPY-PARM
               MOVE 'H' TO BC-ACTION
               STRING WS-SET-NAME DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   MT-DATASET-NAME(WS-ROW-SUBS) DELIMITED BY SPACE
                   INTO BC-SOURCE-NAME
               MOVE MT-KIND(WS-ROW-SUBS) TO BC-KIND
               MOVE MT-RECORD-LENGTH(WS-ROW-SUBS) TO BC-RECORD-LENGTH
               CALL "BKUPCOPY" USING BKUPCOPY-PARM
               EVALUATE TRUE
                   WHEN BC-MISSING
                       DISPLAY "**VERIFY** " WS-LIVE-NAME(1:14)
                           " IS MISSING FROM THE SET."
                   WHEN BC-FAILED
                       DISPLAY "**VERIFY** " WS-LIVE-NAME(1:14)
                           " COULD NOT BE READ IN THE SET."
                   WHEN BC-BYTE-COUNT NOT EQUAL TO
                       MT-BYTE-COUNT(WS-ROW-SUBS) OR
                       BC-RECORD-COUNT NOT EQUAL TO
                       MT-RECORD-COUNT(WS-ROW-SUBS) OR
                       BC-HASH NOT EQUAL TO MT-HASH(WS-ROW-SUBS)
                       DISPLAY "**VERIFY** " WS-LIVE-NAME(1:14)
                           " IN SET  " BC-BYTE-COUNT " BYTES "
                           BC-RECORD-COUNT " RECS HASH " BC-HASH
                       DISPLAY "           "
                           "  MANIFEST     " MT-BYTE-COUNT(WS-ROW-SUBS)
                           " BYTES " MT-RECORD-COUNT(WS-ROW-SUBS)
                           " RECS HASH " MT-HASH(WS-ROW-SUBS)
                   WHEN OTHER
                       MOVE 'Y' TO MT-VERIFIED(WS-ROW-SUBS)
               END-EVALUATE
           END-IF.
           IF MT-VERIFIED(WS-ROW-SUBS) = 'Y'
               ADD 1 TO WS-VERIFIED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
      *
      ******************************************************************
      * 350-CHECK-TRAILER - A MISSING TRAILER, A ROW COUNT THAT DOES
      * NOT MATCH IT, OR A SET MARKED INCOMPLETE WHEN TAKEN MEANS THE
      * SET DOES NOT HOLD EVERY DATASET - A PARTIAL SET. ROWS WHOSE
      * FIGURES DO NOT HASH TO THE TRAILER MEAN THE MANIFEST ITSELF
      * WAS ALTERED.
      ******************************************************************
       350-CHECK-TRAILER.
           IF SW-TRAILER-SEEN = 'N'
               DISPLAY "**VERIFY** THE MANIFEST OF " WS-SET-NAME
                   " HAS NO TRAILER - IT WAS CUT SHORT."
               MOVE 'Y' TO SW-SET-SHORT
           ELSE
               IF WS-TRL-ROW-COUNT NOT EQUAL TO WS-ROW-COUNT
                   DISPLAY "**VERIFY** THE MANIFEST OF " WS-SET-NAME
                       " LISTS " WS-ROW-COUNT " DATASET(S), ITS "
                       "TRAILER " WS-TRL-ROW-COUNT "."
                   MOVE 'Y' TO SW-SET-SHORT
               ELSE
                   IF WS-SET-HASH NOT EQUAL TO WS-TRL-HASH
                       MOVE 'Y' TO SW-MANIFEST-BAD
                   END-IF
               END-IF
               IF WS-TRL-KIND = 'P'
                   DISPLAY "**VERIFY** " WS-SET-NAME " WAS TAKEN "
                       "INCOMPLETE - A DATASET COULD NOT BE COPIED."
                   MOVE 'Y' TO SW-SET-SHORT
               END-IF
           END-IF.
      *
      ******************************************************************
      * 400-GET-OVERRIDE - A PARTIAL RESTORE PUTS BACK ONLY THE
      * DATASETS THAT VERIFIED AND LEAVES THE REST AS THEY ARE NOW,
      * SO IT TAKES A SUPERVISOR'S OPERATOR ID (RSTSUPV, OR KEYED AT
      * THE CONSOLE), CHECKED FOR 'S' AUTHORITY ON OPAUTH. THE ID GOES
      * ON THE BACKUP TRAIL WHETHER OR NOT IT PASSES.
      ******************************************************************
       400-GET-OVERRIDE.
           DISPLAY WS-SET-NAME " - " WS-VERIFIED-COUNT
               " DATASET(S) VERIFIED, " WS-FAILED-COUNT " FAILED.".
           MOVE SPACE TO WS-SUPERVISOR.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "RSTSUPV"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO WS-SUPERVISOR
           ELSE
               DISPLAY "SUPERVISOR OPERATOR ID TO RESTORE THE "
                   "VERIFIED DATASETS ONLY (BLANK TO REFUSE): "
                   WITH NO ADVANCING
               ACCEPT WS-SUPERVISOR FROM CONSOLE
           END-IF.
           PERFORM 410-CHECK-SUPERVISOR.
      *
      ******************************************************************
      * 410-CHECK-SUPERVISOR - AN 'S' ANYWHERE IN THE ID'S OPAUTH
      * ENTRY STRING. AN ID NOT ON OPAUTH, OR NO OPAUTH AT ALL, HAS NO
      * SUPERVISOR AUTHORITY.
      ******************************************************************
       410-CHECK-SUPERVISOR.
           MOVE 'N' TO SW-SUPERVISOR.
           IF WS-SUPERVISOR IS NOT EQUAL TO SPACE
               MOVE 'N' TO SW-AUTH-EOF
               OPEN INPUT OPAUTH
               PERFORM 415-MATCH-ONE-AUTH-ROW UNTIL SW-AUTH-EOF = 'Y'
               CLOSE OPAUTH
           END-IF.
      *
       415-MATCH-ONE-AUTH-ROW.
           READ OPAUTH NEXT
               AT END
                   MOVE 'Y' TO SW-AUTH-EOF
               NOT AT END
                   IF OA-OPERATOR-ID IS EQUAL TO WS-SUPERVISOR
                       MOVE ZERO TO WS-AUTH-TALLY
                       INSPECT OA-ALLOWED-ENTRIES TALLYING
                           WS-AUTH-TALLY FOR ALL 'S'
                       IF WS-AUTH-TALLY IS GREATER THAN ZERO
                           MOVE 'Y' TO SW-SUPERVISOR
                       ELSE
                           MOVE 'N' TO SW-SUPERVISOR
                       END-IF
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 500-RESTORE-ONE-DATASET - PUT ONE VERIFIED DATASET BACK UNDER
      * ITS LIVE NAME AND CHECK WHAT LANDED AGAINST THE MANIFEST. A
      * DATASET THAT DID NOT EXIST WHEN THE SET WAS TAKEN IS REMOVED,
      * SO THE SHOP IS BACK AT THAT POINT IN TIME.
      ******************************************************************
       500-RESTORE-ONE-DATASET.
           IF MT-VERIFIED(WS-ROW-SUBS) = 'Y'
               MOVE MT-DATASET-NAME(WS-ROW-SUBS) TO WS-LIVE-NAME
               EVALUATE TRUE
                   WHEN MT-PRESENT(WS-ROW-SUBS) = 'N'
                       CALL "CBL_DELETE_FILE" USING WS-LIVE-NAME
                       MOVE ZERO TO RETURN-CODE
                       MOVE 'Y' TO MT-RESTORED(WS-ROW-SUBS)
                       ADD 1 TO WS-REMOVED-COUNT
                   WHEN MT-KIND(WS-ROW-SUBS) = 'I'
                       PERFORM 520-RELOAD-INDEXED
                   WHEN OTHER
                       PERFORM 510-COPY-BACK
               END-EVALUATE
               IF MT-RESTORED(WS-ROW-SUBS) = 'N'
                   ADD 1 TO WS-PUTBACK-FAILED
                   DISPLAY "**ERROR** " MT-DATASET-NAME(WS-ROW-SUBS)
                       " WAS NOT PUT BACK CLEANLY - RESTORE IT AGAIN "
                       "BEFORE THE BATCH RUNS."
               END-IF
           END-IF.
      *
       510-COPY-BACK.
           MOVE SPACE TO BKUPCOPY-PARM.
           MOVE 'C' TO BC-ACTION.
           STRING WS-SET-NAME DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               MT-DATASET-NAME(WS-ROW-SUBS) DELIMITED BY SPACE
               INTO BC-SOURCE-NAME.
           MOVE WS-LIVE-NAME TO BC-TARGET-NAME.
           MOVE MT-KIND(WS-ROW-SUBS) TO BC-KIND.
           MOVE MT-RECORD-LENGTH(WS-ROW-SUBS) TO BC-RECORD-LENGTH.
           CALL "BKUPCOPY" USING BKUPCOPY-PARM.
           IF BC-DONE
               MOVE 'H' TO BC-ACTION
               MOVE WS-LIVE-NAME TO BC-SOURCE-NAME
               CALL "BKUPCOPY" USING BKUPCOPY-PARM
               IF BC-DONE AND
                   BC-BYTE-COUNT = MT-BYTE-COUNT(WS-ROW-SUBS) AND
                   BC-RECORD-COUNT = MT-RECORD-COUNT(WS-ROW-SUBS) AND
                   BC-HASH = MT-HASH(WS-ROW-SUBS)
                   MOVE 'Y' TO MT-RESTORED(WS-ROW-SUBS)
                   ADD 1 TO WS-RESTORED-COUNT
               END-IF
           END-IF.
      *
       520-RELOAD-INDEXED.
           MOVE SPACE TO FILENAME-IMAGE.
           STRING WS-SET-NAME DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               MT-DATASET-NAME(WS-ROW-SUBS) DELIMITED BY SPACE
               INTO FILENAME-IMAGE.
           MOVE ZERO TO WS-RELOAD-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TELEMIMG.
           OPEN OUTPUT TELEMLIVE.
           PERFORM 525-RELOAD-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE TELEMIMG.
           CLOSE TELEMLIVE.
           IF WS-RELOAD-COUNT = MT-RECORD-COUNT(WS-ROW-SUBS)
               MOVE 'Y' TO MT-RESTORED(WS-ROW-SUBS)
               ADD 1 TO WS-RESTORED-COUNT
           END-IF.
      *
       525-RELOAD-ONE-ROW.
           READ TELEMIMG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE TELEMIMG-RECORD TO TELEM-RECORD
                   WRITE TELEM-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.
      *
      ******************************************************************
      * 800-WRITE-TRAIL - ONE BKUPLOG ROW PER RESTORE ATTEMPT,
      * REFUSALS INCLUDED.
      ******************************************************************
       800-WRITE-TRAIL.
           OPEN EXTEND BKUPLOG.
           MOVE SPACE TO BKUPLOG-RECORD.
           MOVE WS-TODAY-DATE TO BG-RUN-DATE.
           MOVE WS-TODAY-TIME TO BG-RUN-TIME.
           MOVE "RESTORE" TO BG-ACTION.
           MOVE WS-SET-NAME TO BG-SET-NAME.
           MOVE WS-ROW-COUNT TO BG-DATASET-COUNT.
           COMPUTE BG-FAILED-COUNT = WS-FAILED-COUNT
               + WS-PUTBACK-FAILED.
           MOVE WS-RUN-STATUS TO BG-STATUS.
           MOVE WS-SUPERVISOR TO BG-OVERRIDE-BY.
           WRITE BKUPLOG-RECORD.
           CLOSE BKUPLOG.
      *
      ******************************************************************
      * 900-SHOW-SUMMARY - WHAT WAS PUT BACK, AND THE RETURN CODE: 0 A
      * WHOLE SET RESTORED, 4 A SUPERVISED PARTIAL RESTORE, 12 A
      * DATASET THAT VERIFIED BUT DID NOT LAND CLEANLY.
      ******************************************************************
       900-SHOW-SUMMARY.
           DISPLAY "BACKUP SET " WS-SET-NAME " TAKEN " WS-TAKEN-DATE
               " " WS-TAKEN-TIME.
           DISPLAY WS-RESTORED-COUNT " DATASET(S) RESTORED, "
               WS-REMOVED-COUNT " REMOVED (NOT IN THE SET), "
               WS-FAILED-COUNT " FAILED VERIFICATION AND LEFT AS IS.".
           EVALUATE WS-RUN-STATUS
               WHEN "FAILED"
                   DISPLAY "**ERROR** " WS-PUTBACK-FAILED
                       " DATASET(S) NOT PUT BACK CLEANLY."
                   MOVE 12 TO RETURN-CODE
               WHEN "PARTIAL"
                   DISPLAY "PARTIAL RESTORE UNDER OVERRIDE BY "
                       WS-SUPERVISOR "."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "RESTORE COMPLETE."
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
