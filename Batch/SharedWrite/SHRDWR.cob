      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: CONTROLLED-ACCESS WRITER FOR THE SHOP'S SHARED
      *          DATASETS. BATCHLOG AND FEEDQHIST APPENDS AND TELEMIDX
      *          UPDATES (WITH THEIR TELEMJRNL JOURNAL ROWS) ALL COME
      *          THROUGH HERE, AND ONLY ONE WRITER AT A TIME MAY HOLD
      *          THE SHARED-DATASET LOCK, SO LEGS RUNNING TOGETHER IN
      *          A CONCURRENT WAVE TAKE TURNS AT THOSE FILES INSTEAD OF
      *          INTERLEAVING OR COLLIDING ON THEM. A WRITER THAT FINDS
      *          THE LOCK TAKEN WAITS AND TRIES AGAIN; A WRITE THAT
      *          MEETS A FILE-SHARING CONDITION IS RETRIED THE SAME
      *          WAY. CALLED WITH SHRDWR-PARM (SEE COPYBOOKS/
      *          SHRDWRPM.CPY) THE SAME WAY THE FEED-QUALITY WRITER IS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRDWR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCHLOG ASSIGN TO "BATCHLOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL FEEDQHIST ASSIGN TO "FEEDQHIST"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL TELEMFL ASSIGN TO "TELEMIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-REC-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL TELJRNL ASSIGN TO "TELEMJRNL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      * SHRDRCPT TAKES ONE RECEIPT PER ROW WRITTEN WHILE THE BATCH
      * DRIVER HAS A WAVE RUNNING, FOR THE WAVE CHECK (SHRDVFY).
           SELECT OPTIONAL SHRDRCPT ASSIGN TO "SHRDRCPT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * RUNLOG-RECORD IS THE SHARED BATCH-RUN STATISTICS RECORD (SEE
      * COPYBOOKS/RUNLOG.CPY).
       FD BATCHLOG.
           COPY RUNLOG.
      * FEEDQ-RECORD IS THE SHARED FEED-QUALITY HISTORY RECORD (SEE
      * COPYBOOKS/FEEDQREC.CPY).
       FD FEEDQHIST.
           COPY FEEDQREC.
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY).
       FD TELEMFL.
           COPY TELEMREC.
      * TELJRNL-RECORD IS THE SHARED TELEMETRY JOURNAL RECORD (SEE
      * COPYBOOKS/TELJREC.CPY).
       FD TELJRNL.
           COPY TELJREC.
      * SHRDRCPT-RECORD IS THE SHARED-WRITE RECEIPT (SEE COPYBOOKS/
      * SHRDRREC.CPY).
       FD SHRDRCPT.
           COPY SHRDRREC.
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS                           PIC XX   VALUE "00".
           88 WS-STATUS-OK                         VALUE "00" THRU "09".
      *    THE CONDITIONS ANOTHER WRITER'S HOLD ON THE FILE CAN RAISE;
      *    ANYTHING ELSE IS A REAL FAILURE AND IS NOT RETRIED.
           88 WS-STATUS-CONTENTION                 VALUE "51" "61"
                                                         "93" "9D".
      *
      * THE LOCK IS A DIRECTORY MADE BESIDE THE DATASETS IT GUARDS -
      * MAKING A DIRECTORY EITHER SUCCEEDS OR FAILS IN ONE STEP, SO
      * TWO WRITERS CAN NEVER BOTH BELIEVE THEY HOLD IT. IT IS MADE
      * WHEREVER UNQUALIFIED DATASET NAMES RESOLVE FOR THIS RUN (THE
      * TRAINING DIRECTORY IN TRAINING MODE). A WRITER WAITS A SECOND
      * BETWEEN TRIES; A LOCK STILL HELD AFTER WS-TRY-LIMIT TRIES
      * (SHRDWAIT, FOUR DIGITS, OVERRIDES IT) CAN ONLY BE ONE LEFT BY
      * A WRITER THAT DIED HOLDING IT - NO WRITE TAKES THAT LONG - AND
      * IS CLEARED.
       01 LOCK-DATA.
           05 WS-LOCK-NAME                         PIC X(100)
                                                VALUE SPACE.
           05 SW-LOCK-HELD                         PIC X    VALUE 'N'.
           05 SW-LOCK-MADE                         PIC X    VALUE 'N'.
           05 SW-SEIZED                            PIC X    VALUE 'N'.
           05 WS-TRY-COUNT                         PIC 9(4) VALUE ZERO.
           05 WS-TRY-LIMIT                         PIC 9(4) VALUE 60.
           05 WS-BREAK-COUNT                       PIC 9(2) VALUE ZERO.
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
       01 WS-SLEEP-CMD                             PIC X(8)
                                                VALUE "sleep 1".
      *
      * WRITE RETRIES: A WRITE THAT MEETS A FILE-SHARING CONDITION IS
      * TRIED UP TO WS-WRITE-LIMIT TIMES. A TELEMETRY UPDATE IS TWO
      * WRITES (THE ROW, THEN ITS JOURNAL ROW) AND A RETRY PICKS UP
      * WHERE THE LAST TRY STOPPED, SO THE JOURNAL'S BEFORE IMAGE IS
      * NEVER THE ROW THIS SAME CALL JUST WROTE.
       01 WRITE-DATA.
           05 SW-WRITTEN                           PIC X    VALUE 'N'.
           05 SW-TELEM-DONE                        PIC X    VALUE 'N'.
           05 SW-JRNL-DONE                         PIC X    VALUE 'N'.
           05 SW-RETRY                             PIC X    VALUE 'N'.
           05 WS-WRITE-TRIES                       PIC 9(2) VALUE ZERO.
           05 WS-WRITE-LIMIT                       PIC 9(2) VALUE 5.
           05 WS-TELEM-BEFORE                      PIC X(107)
                                                VALUE SPACE.
           05 WS-TELEM-AFTER                       PIC X(107)
                                                VALUE SPACE.
           05 WS-JRNL-IMAGE                        PIC X(243)
                                                VALUE SPACE.
      *
      * THE WAVE AND STEP THE BATCH DRIVER RUNS THIS CALLER UNDER;
      * BLANK WHEN IT IS NOT RUNNING UNDER THE DRIVER, AND THEN NO
      * RECEIPTS ARE LEFT.
       01 RECEIPT-DATA.
           05 WS-WAVE-ID                           PIC X(20)
                                                VALUE SPACE.
           05 WS-STEP-NAME                         PIC X(10)
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
           05 WS-STAMP-DATE                        PIC X(10)
                                                VALUE SPACE.
           05 WS-STAMP-TIME                        PIC X(8)
                                                VALUE SPACE.
      *
       LINKAGE SECTION.
      * SHRDWR-PARM IS THE SHARED-DATASET WRITER AREA (SEE
      * COPYBOOKS/SHRDWRPM.CPY).
           COPY SHRDWRPM.
      *
       PROCEDURE DIVISION USING SHRDWR-PARM.
       000-MAIN-PROCEDURE.
           MOVE 'Y' TO SWP-RESULT.
           MOVE SPACE TO SWP-TELEM-ACTION.
           MOVE ZERO TO SWP-WAIT-COUNT.
           IF WS-LOCK-NAME = SPACE
               PERFORM 100-RESOLVE-LOCK
           END-IF.
           EVALUATE TRUE
               WHEN SWP-SEIZE
                   IF SW-SEIZED NOT EQUAL TO 'Y'
                       PERFORM 200-TAKE-LOCK
                       MOVE 'Y' TO SW-SEIZED
                   END-IF
               WHEN SWP-RELEASE
                   IF SW-SEIZED = 'Y'
                       MOVE 'N' TO SW-SEIZED
                       PERFORM 290-DROP-LOCK
                   END-IF
               WHEN SWP-APPEND-RUNLOG
               WHEN SWP-APPEND-FEEDQ
               WHEN SWP-UPDATE-TELEM
                   PERFORM 300-CONTROLLED-WRITE
               WHEN OTHER
                   MOVE 'E' TO SWP-RESULT
           END-EVALUATE.
           GOBACK.
      *
      ******************************************************************
      * 100-RESOLVE-LOCK - WORK OUT WHERE THE LOCK LIVES AND HOW LONG
      * TO WAIT ON IT. DONE ONCE PER RUN; THE ANSWERS STAY FOR EVERY
      * LATER CALL.
      ******************************************************************
       100-RESOLVE-LOCK.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "COB_FILE_PATH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK = SPACE
               MOVE "SHRDLOCK" TO WS-LOCK-NAME
           ELSE
               STRING WS-ENV-WORK DELIMITED BY SPACE
                      "/SHRDLOCK" DELIMITED BY SIZE
                   INTO WS-LOCK-NAME
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SHRDWAIT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:4) IS NUMERIC
               MOVE WS-ENV-WORK(1:4) TO WS-TRY-LIMIT
           END-IF.
           IF WS-TRY-LIMIT IS EQUAL TO ZERO
               MOVE 60 TO WS-TRY-LIMIT
           END-IF.
      *
      ******************************************************************
      * 200-TAKE-LOCK - TRY FOR THE LOCK UNTIL IT IS OURS. A LOCK HELD
      * PAST THE LIMIT IS CLEARED AS ABANDONED; IF IT STILL CANNOT BE
      * MADE AFTER THAT THE DIRECTORY ITSELF IS AT FAULT, AND THE
      * WRITE GOES AHEAD UNGUARDED RATHER THAN LOSE THE ROW.
      ******************************************************************
       200-TAKE-LOCK.
           MOVE 'N' TO SW-LOCK-HELD.
           MOVE 'N' TO SW-LOCK-MADE.
           MOVE ZERO TO WS-TRY-COUNT.
           MOVE ZERO TO WS-BREAK-COUNT.
           PERFORM 210-TRY-LOCK UNTIL SW-LOCK-HELD = 'Y'.
      *
       210-TRY-LOCK.
           CALL "CBL_CREATE_DIR" USING WS-LOCK-NAME.
           IF RETURN-CODE IS EQUAL TO ZERO
               MOVE 'Y' TO SW-LOCK-HELD
               MOVE 'Y' TO SW-LOCK-MADE
           ELSE
               ADD 1 TO WS-TRY-COUNT
               ADD 1 TO SWP-WAIT-COUNT
               IF WS-TRY-COUNT IS GREATER THAN WS-TRY-LIMIT
                   PERFORM 220-CLEAR-ABANDONED-LOCK
               ELSE
                   CALL "SYSTEM" USING WS-SLEEP-CMD
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      *
       220-CLEAR-ABANDONED-LOCK.
           IF WS-BREAK-COUNT IS GREATER THAN ZERO
               DISPLAY "**WARNING** SHARED-DATASET LOCK "
                   WS-LOCK-NAME(1:30) " CANNOT BE MADE - "
                   SWP-PROGRAM " WRITES WITHOUT IT."
               MOVE 'Y' TO SW-LOCK-HELD
           ELSE
               DISPLAY "**WARNING** SHARED-DATASET LOCK HELD "
                   WS-TRY-LIMIT " SECONDS - TAKEN AS ABANDONED AND "
                   "CLEARED FOR " SWP-PROGRAM "."
               CALL "CBL_DELETE_DIR" USING WS-LOCK-NAME
               ADD 1 TO WS-BREAK-COUNT
               MOVE ZERO TO WS-TRY-COUNT
           END-IF.
      *
       290-DROP-LOCK.
           IF SW-LOCK-MADE = 'Y'
               CALL "CBL_DELETE_DIR" USING WS-LOCK-NAME
               MOVE ZERO TO RETURN-CODE
           END-IF.
           MOVE 'N' TO SW-LOCK-HELD.
           MOVE 'N' TO SW-LOCK-MADE.
      *
      ******************************************************************
      * 300-CONTROLLED-WRITE - TAKE THE LOCK (UNLESS THE CALLER HAS
      * SEIZED IT), WRITE, LEAVE THE RECEIPTS FOR A RUNNING WAVE, AND
      * LET THE LOCK GO. A WRITE THAT NEVER WENT DOWN IS SHOWN, AND
      * STILL RECEIPTED, SO THE WAVE CHECK FAILS THE STEP FOR IT.
      ******************************************************************
       300-CONTROLLED-WRITE.
           IF SW-SEIZED NOT EQUAL TO 'Y'
               PERFORM 200-TAKE-LOCK
           END-IF.
           PERFORM 310-TAKE-STAMP.
           MOVE 'N' TO SW-WRITTEN.
           MOVE 'N' TO SW-TELEM-DONE.
           MOVE 'N' TO SW-JRNL-DONE.
           MOVE 'Y' TO SW-RETRY.
           MOVE ZERO TO WS-WRITE-TRIES.
           PERFORM 320-WRITE-ONE-TRY
               UNTIL SW-WRITTEN = 'Y' OR SW-RETRY = 'N'.
           IF SW-WRITTEN NOT EQUAL TO 'Y'
               MOVE 'E' TO SWP-RESULT
               DISPLAY "**WARNING** " SWP-PROGRAM " SHARED-DATASET "
                   "WRITE (" SWP-ACTION ") FAILED WITH FILE STATUS "
                   WS-FILE-STATUS " - ROW NOT WRITTEN."
           END-IF.
           PERFORM 500-LEAVE-RECEIPTS.
           IF SW-SEIZED NOT EQUAL TO 'Y'
               PERFORM 290-DROP-LOCK
           END-IF.
      *
       310-TAKE-STAMP.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACE TO WS-STAMP-DATE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-STAMP-DATE.
           MOVE SPACE TO WS-STAMP-TIME.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO WS-STAMP-TIME.
      *
      ******************************************************************
      * 320-WRITE-ONE-TRY - ONE ATTEMPT AT THE WRITE. A FILE-SHARING
      * CONDITION WAITS A SECOND AND GOES ROUND AGAIN UNTIL THE TRIES
      * RUN OUT; ANY OTHER FAILURE ENDS THE ATTEMPTS AT ONCE.
      ******************************************************************
       320-WRITE-ONE-TRY.
           ADD 1 TO WS-WRITE-TRIES.
           MOVE "00" TO WS-FILE-STATUS.
           EVALUATE TRUE
               WHEN SWP-APPEND-RUNLOG
                   PERFORM 400-APPEND-RUNLOG
               WHEN SWP-APPEND-FEEDQ
                   PERFORM 410-APPEND-FEEDQ
               WHEN SWP-UPDATE-TELEM
                   IF SW-TELEM-DONE NOT EQUAL TO 'Y'
                       PERFORM 420-UPDATE-TELEM-ROW
                   END-IF
                   IF SW-TELEM-DONE = 'Y'
                       PERFORM 430-APPEND-JOURNAL
                   END-IF
                   IF SW-JRNL-DONE = 'Y'
                       MOVE 'Y' TO SW-WRITTEN
                   END-IF
           END-EVALUATE.
           IF SW-WRITTEN NOT EQUAL TO 'Y'
               IF WS-STATUS-CONTENTION AND
                   WS-WRITE-TRIES IS LESS THAN WS-WRITE-LIMIT
                   ADD 1 TO SWP-WAIT-COUNT
                   CALL "SYSTEM" USING WS-SLEEP-CMD
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   MOVE 'N' TO SW-RETRY
               END-IF
           END-IF.
      *
       400-APPEND-RUNLOG.
           OPEN EXTEND BATCHLOG.
           IF WS-STATUS-OK
               WRITE RUNLOG-RECORD FROM SWP-RECORD
               IF WS-STATUS-OK
                   MOVE 'Y' TO SW-WRITTEN
               END-IF
               CLOSE BATCHLOG
           END-IF.
      *
       410-APPEND-FEEDQ.
           OPEN EXTEND FEEDQHIST.
           IF WS-STATUS-OK
               WRITE FEEDQ-RECORD FROM SWP-RECORD
               IF WS-STATUS-OK
                   MOVE 'Y' TO SW-WRITTEN
               END-IF
               CLOSE FEEDQHIST
           END-IF.
      *
      ******************************************************************
      * 420-UPDATE-TELEM-ROW - WRITE THE ROW THROUGH ITS KEY (A
      * SAME-DAY RERUN REWRITES ITS ROW INSTEAD OF APPENDING A
      * DUPLICATE), CAPTURING THE ROW IT REPLACES FOR THE JOURNAL.
      ******************************************************************
       420-UPDATE-TELEM-ROW.
           OPEN I-O TELEMFL.
           IF WS-STATUS-OK
               MOVE SWP-RECORD(1:107) TO WS-TELEM-AFTER
               MOVE WS-TELEM-AFTER TO TELEM-RECORD
               MOVE SPACE TO WS-TELEM-BEFORE
               MOVE 'W' TO SWP-TELEM-ACTION
               READ TELEMFL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TELEM-RECORD TO WS-TELEM-BEFORE
                       MOVE 'R' TO SWP-TELEM-ACTION
               END-READ
               MOVE WS-TELEM-AFTER TO TELEM-RECORD
               IF SWP-TELEM-ACTION IS EQUAL TO 'R'
                   REWRITE TELEM-RECORD
               ELSE
                   WRITE TELEM-RECORD
                       INVALID KEY
                           REWRITE TELEM-RECORD
                   END-WRITE
               END-IF
               IF WS-STATUS-OK
                   MOVE 'Y' TO SW-TELEM-DONE
               END-IF
               CLOSE TELEMFL
           END-IF.
      *
      ******************************************************************
      * 430-APPEND-JOURNAL - ONE JOURNAL ROW PER TELEMIDX WRITE OR
      * REWRITE, BEFORE AND AFTER IMAGES TOGETHER, SO THE REBUILD
      * UTILITY CAN RECONSTRUCT THE INDEXED FILE FROM THE MOST RECENT
      * ARCHIVE PLUS THIS TRAIL. THE ROW IS STAMPED WITH THE RUN DATE
      * THE TELEMETRY ROW ITSELF CARRIES, AS THE LEGS ALWAYS HAVE.
      ******************************************************************
       430-APPEND-JOURNAL.
           OPEN EXTEND TELJRNL.
           IF WS-STATUS-OK
               MOVE WS-TELEM-AFTER(11:10) TO TJ-STAMP-DATE
               MOVE WS-STAMP-TIME TO TJ-STAMP-TIME
               MOVE SWP-PROGRAM TO TJ-PROGRAM
               MOVE SWP-TELEM-ACTION TO TJ-ACTION
               MOVE WS-TELEM-BEFORE TO TJ-BEFORE-IMAGE
               MOVE WS-TELEM-AFTER TO TJ-AFTER-IMAGE
               MOVE TELJRNL-RECORD TO WS-JRNL-IMAGE
               WRITE TELJRNL-RECORD
               IF WS-STATUS-OK
                   MOVE 'Y' TO SW-JRNL-DONE
               END-IF
               CLOSE TELJRNL
           END-IF.
      *
      ******************************************************************
      * 500-LEAVE-RECEIPTS - UNDER A RUNNING WAVE, RECEIPT THE ROW (A
      * TELEMETRY UPDATE RECEIPTS ITS ROW AND ITS JOURNAL ROW
      * SEPARATELY), STILL UNDER THE LOCK SO RECEIPTS NEVER
      * INTERLEAVE EITHER.
      ******************************************************************
       500-LEAVE-RECEIPTS.
           MOVE SPACE TO WS-WAVE-ID.
           ACCEPT WS-WAVE-ID FROM ENVIRONMENT "SHRDWAVE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-WAVE-ID NOT EQUAL TO SPACE
               MOVE SPACE TO WS-STEP-NAME
               ACCEPT WS-STEP-NAME FROM ENVIRONMENT "SHRDSTEP"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               OPEN EXTEND SHRDRCPT
               IF WS-STATUS-OK
                   PERFORM 510-WRITE-RECEIPTS
                   CLOSE SHRDRCPT
               ELSE
                   DISPLAY "**WARNING** SHRDRCPT WOULD NOT OPEN (FILE "
                       "STATUS " WS-FILE-STATUS ") - " SWP-PROGRAM
                       " ROW NOT RECEIPTED."
               END-IF
           END-IF.
      *
       510-WRITE-RECEIPTS.
           MOVE WS-WAVE-ID TO SR-WAVE-ID.
           MOVE WS-STEP-NAME TO SR-STEP-NAME.
           MOVE SWP-PROGRAM TO SR-PROGRAM.
           MOVE WS-STAMP-DATE TO SR-STAMP-DATE.
           MOVE WS-STAMP-TIME TO SR-STAMP-TIME.
           EVALUATE TRUE
               WHEN SWP-APPEND-RUNLOG
                   MOVE 'L' TO SR-DATASET
                   MOVE SW-WRITTEN TO SR-RESULT
                   MOVE SWP-RECORD TO SR-IMAGE
                   PERFORM 520-PUT-RECEIPT
               WHEN SWP-APPEND-FEEDQ
                   MOVE 'F' TO SR-DATASET
                   MOVE SW-WRITTEN TO SR-RESULT
                   MOVE SWP-RECORD TO SR-IMAGE
                   PERFORM 520-PUT-RECEIPT
               WHEN SWP-UPDATE-TELEM
                   MOVE 'T' TO SR-DATASET
                   MOVE SW-TELEM-DONE TO SR-RESULT
                   MOVE SWP-RECORD(1:107) TO SR-IMAGE
                   PERFORM 520-PUT-RECEIPT
                   MOVE 'J' TO SR-DATASET
                   MOVE SW-JRNL-DONE TO SR-RESULT
                   MOVE WS-JRNL-IMAGE TO SR-IMAGE
                   PERFORM 520-PUT-RECEIPT
           END-EVALUATE.
      *
       520-PUT-RECEIPT.
           IF SR-RESULT NOT EQUAL TO 'Y'
               MOVE 'E' TO SR-RESULT
           END-IF.
           WRITE SHRDRCPT-RECORD.
