      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: WAVE CHECK FOR THE BATCH DRIVER. AFTER EVERY WAVE
      *          THE DRIVER HANDS THIS ROUTINE THE WAVE'S STEPS; IT
      *          TAKES EVERY RECEIPT THE SHARED-DATASET WRITER (SHRDWR)
      *          LEFT FOR THE WAVE AND LOOKS THE RECEIPTED ROW UP IN ITS
      *          DATASET - BATCHLOG, TELEMJRNL AND FEEDQHIST BY AN
      *          EXACT MATCH ON THE WHOLE ROW, TELEMIDX THROUGH THE
      *          ROW'S KEY - SO THE DRIVER KNOWS EVERY STEP'S RUN-LOG
      *          ROW, JOURNAL IMAGES AND TELEMETRY ROW LANDED INTACT
      *          BEFORE THE NEXT WAVE BUILDS ON THEM. CALLED WITH
      *          SHRDVFY-PARM (SEE COPYBOOKS/SHRDVFPM.CPY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRDVFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SHRDRCPT ASSIGN TO "SHRDRCPT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL BATCHLOG ASSIGN TO "BATCHLOG"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL TELJRNL ASSIGN TO "TELEMJRNL"
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
       DATA DIVISION.
       FILE SECTION.
      * SHRDRCPT-RECORD IS THE SHARED-WRITE RECEIPT (SEE COPYBOOKS/
      * SHRDRREC.CPY).
       FD SHRDRCPT.
           COPY SHRDRREC.
      * RUNLOG-RECORD IS THE SHARED BATCH-RUN STATISTICS RECORD (SEE
      * COPYBOOKS/RUNLOG.CPY).
       FD BATCHLOG.
           COPY RUNLOG.
      * TELJRNL-RECORD IS THE SHARED TELEMETRY JOURNAL RECORD (SEE
      * COPYBOOKS/TELJREC.CPY).
       FD TELJRNL.
           COPY TELJREC.
      * FEEDQ-RECORD IS THE SHARED FEED-QUALITY HISTORY RECORD (SEE
      * COPYBOOKS/FEEDQREC.CPY).
       FD FEEDQHIST.
           COPY FEEDQREC.
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY).
       FD TELEMFL.
           COPY TELEMREC.
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS                           PIC XX   VALUE "00".
           88 WS-STATUS-OK                         VALUE "00" THRU "09".
       01 SWITCHES.
           05 SW-EOF                               PIC X    VALUE 'N'.
           05 SW-MATCHED                           PIC X    VALUE 'N'.
           05 SW-STEP-FOUND                        PIC X    VALUE 'N'.
      *
      * THE WAVE'S RECEIPTS. RT-FOUND GOES TO 'Y' WHEN THE ROW IS
      * FOUND INTACT; EACH ROW IN A DATASET CAN ANSWER FOR ONLY ONE
      * RECEIPT, SO TWO IDENTICAL ROWS RECEIPTED NEED TWO IDENTICAL
      * ROWS ON FILE.
       01 RECEIPT-TABLE.
           05 WS-RCPT-COUNT                        PIC 9(3) VALUE ZERO.
           05 WS-RCPT-MAX                          PIC 9(3) VALUE 200.
           05 RT-ENTRY OCCURS 200 TIMES.
               10 RT-STEP-SUBS                     PIC 9(2).
               10 RT-PROGRAM                       PIC X(10).
               10 RT-DATASET                       PIC X.
               10 RT-RESULT                        PIC X.
               10 RT-STAMP-TIME                    PIC X(8).
               10 RT-FOUND                         PIC X.
               10 RT-IMAGE                         PIC X(243).
      *
       01 MATCH-DATA.
           05 WS-RT-SUBS                           PIC 9(3) VALUE ZERO.
           05 WS-LATER-SUBS                        PIC 9(3) VALUE ZERO.
           05 WS-STEP-SUBS                         PIC 9(2) VALUE ZERO.
           05 WS-MATCH-DATASET                     PIC X    VALUE SPACE.
           05 WS-MATCH-IMAGE                       PIC X(243)
                                                VALUE SPACE.
           05 WS-OVERFLOW-COUNT                    PIC 9(5) VALUE ZERO.
           05 WS-TELEM-COUNT                       PIC 9(3) VALUE ZERO.
           05 WS-DATASET-NAME                      PIC X(9) VALUE SPACE.
      *
       LINKAGE SECTION.
      * SHRDVFY-PARM IS THE WAVE CHECK AREA (SEE COPYBOOKS/
      * SHRDVFPM.CPY).
           COPY SHRDVFPM.
      *
       PROCEDURE DIVISION USING SHRDVFY-PARM.
       000-MAIN-PROCEDURE.
           MOVE 'Y' TO SVP-RESULT.
           EVALUATE TRUE
               WHEN SVP-CLEAR
                   OPEN OUTPUT SHRDRCPT
                   CLOSE SHRDRCPT
               WHEN SVP-VERIFY
                   PERFORM 100-LOAD-RECEIPTS
                   MOVE 'L' TO WS-MATCH-DATASET
                   PERFORM 200-MATCH-BATCHLOG
                   MOVE 'J' TO WS-MATCH-DATASET
                   PERFORM 300-MATCH-JOURNAL
                   MOVE 'F' TO WS-MATCH-DATASET
                   PERFORM 400-MATCH-FEEDQ
                   PERFORM 500-CHECK-TELEM
                   PERFORM 600-SCORE-ONE-RECEIPT
                       VARYING WS-RT-SUBS FROM 1 BY 1
                       UNTIL WS-RT-SUBS > WS-RCPT-COUNT
                   PERFORM 700-SHOW-ONE-STEP
                       VARYING WS-STEP-SUBS FROM 1 BY 1
                       UNTIL WS-STEP-SUBS > SVP-STEP-COUNT
               WHEN OTHER
                   MOVE 'N' TO SVP-RESULT
           END-EVALUATE.
           GOBACK.
      *
      ******************************************************************
      * 100-LOAD-RECEIPTS - TAKE THIS WAVE'S RECEIPTS INTO THE TABLE.
      * A RECEIPT FOR A STEP THE DRIVER DID NOT LIST IS STILL CHECKED,
      * UNDER ITS OWN NAME. RECEIPTS PAST THE TABLE'S SIZE CANNOT BE
      * CHECKED AND FAIL THE WAVE RATHER THAN PASS IT UNSEEN.
      ******************************************************************
       100-LOAD-RECEIPTS.
           MOVE ZERO TO WS-RCPT-COUNT.
           MOVE ZERO TO WS-OVERFLOW-COUNT.
           MOVE ZERO TO WS-TELEM-COUNT.
           PERFORM 110-CLEAR-ONE-STEP
               VARYING WS-STEP-SUBS FROM 1 BY 1
               UNTIL WS-STEP-SUBS > SVP-STEP-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT SHRDRCPT.
           IF WS-STATUS-OK
               PERFORM 120-LOAD-ONE-RECEIPT UNTIL SW-EOF = 'Y'
               CLOSE SHRDRCPT
           END-IF.
           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE 'N' TO SVP-RESULT
               DISPLAY "**WAVE CHECK** " WS-OVERFLOW-COUNT
                   " RECEIPT(S) BEYOND THE " WS-RCPT-MAX
                   " THE CHECK HOLDS - WAVE NOT PROVEN."
           END-IF.
      *
       110-CLEAR-ONE-STEP.
           MOVE ZERO TO SVP-RECEIPTED(WS-STEP-SUBS).
           MOVE ZERO TO SVP-LANDED(WS-STEP-SUBS).
           MOVE SPACE TO SVP-VERDICT(WS-STEP-SUBS).
      *
       120-LOAD-ONE-RECEIPT.
           READ SHRDRCPT NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF SR-WAVE-ID = SVP-WAVE-ID
                       PERFORM 130-TAKE-RECEIPT
                   END-IF
           END-READ.
      *
       130-TAKE-RECEIPT.
           MOVE 'N' TO SW-STEP-FOUND.
           PERFORM 140-FIND-STEP
               VARYING WS-STEP-SUBS FROM 1 BY 1
               UNTIL WS-STEP-SUBS > SVP-STEP-COUNT
               OR SW-STEP-FOUND = 'Y'.
           IF SW-STEP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-STEP-SUBS
           ELSE
               IF SVP-STEP-COUNT IS LESS THAN 20
                   ADD 1 TO SVP-STEP-COUNT
                   MOVE SVP-STEP-COUNT TO WS-STEP-SUBS
                   MOVE SR-STEP-NAME TO SVP-STEP-NAME(WS-STEP-SUBS)
                   PERFORM 110-CLEAR-ONE-STEP
                   MOVE 'Y' TO SW-STEP-FOUND
               END-IF
           END-IF.
           IF WS-RCPT-COUNT IS NOT LESS THAN WS-RCPT-MAX OR
               SW-STEP-FOUND NOT EQUAL TO 'Y'
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-RCPT-COUNT
               MOVE WS-STEP-SUBS TO RT-STEP-SUBS(WS-RCPT-COUNT)
               MOVE SR-PROGRAM TO RT-PROGRAM(WS-RCPT-COUNT)
               MOVE SR-DATASET TO RT-DATASET(WS-RCPT-COUNT)
               MOVE SR-RESULT TO RT-RESULT(WS-RCPT-COUNT)
               MOVE SR-STAMP-TIME TO RT-STAMP-TIME(WS-RCPT-COUNT)
               MOVE 'N' TO RT-FOUND(WS-RCPT-COUNT)
               MOVE SR-IMAGE TO RT-IMAGE(WS-RCPT-COUNT)
               IF SR-DATASET = 'T' AND SR-RESULT = 'Y'
                   ADD 1 TO WS-TELEM-COUNT
               END-IF
           END-IF.
      *
       140-FIND-STEP.
           IF SVP-STEP-NAME(WS-STEP-SUBS) = SR-STEP-NAME
               MOVE 'Y' TO SW-STEP-FOUND
           END-IF.
      *
      ******************************************************************
      * 200-MATCH-BATCHLOG, 300-MATCH-JOURNAL, 400-MATCH-FEEDQ - ONE
      * PASS OVER EACH APPEND DATASET, OFFERING EVERY ROW ON FILE TO
      * THE RECEIPTS FOR THAT DATASET STILL WAITING FOR A MATCH. A
      * TORN, INTERLEAVED OR OVERWRITTEN ROW MATCHES NO RECEIPT.
      ******************************************************************
       200-MATCH-BATCHLOG.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT BATCHLOG.
           IF WS-STATUS-OK
               PERFORM 210-READ-RUNLOG-ROW UNTIL SW-EOF = 'Y'
               CLOSE BATCHLOG
           END-IF.
      *
       210-READ-RUNLOG-ROW.
           READ BATCHLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE RUNLOG-RECORD TO WS-MATCH-IMAGE
                   PERFORM 250-OFFER-ROW
           END-READ.
      *
       250-OFFER-ROW.
           MOVE 'N' TO SW-MATCHED.
           PERFORM 260-MATCH-ONE-RECEIPT
               VARYING WS-RT-SUBS FROM 1 BY 1
               UNTIL WS-RT-SUBS > WS-RCPT-COUNT
               OR SW-MATCHED = 'Y'.
      *
       260-MATCH-ONE-RECEIPT.
           IF RT-DATASET(WS-RT-SUBS) = WS-MATCH-DATASET AND
               RT-RESULT(WS-RT-SUBS) = 'Y' AND
               RT-FOUND(WS-RT-SUBS) = 'N' AND
               RT-IMAGE(WS-RT-SUBS) = WS-MATCH-IMAGE
               MOVE 'Y' TO RT-FOUND(WS-RT-SUBS)
               MOVE 'Y' TO SW-MATCHED
           END-IF.
      *
       300-MATCH-JOURNAL.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TELJRNL.
           IF WS-STATUS-OK
               PERFORM 310-READ-JOURNAL-ROW UNTIL SW-EOF = 'Y'
               CLOSE TELJRNL
           END-IF.
      *
       310-READ-JOURNAL-ROW.
           READ TELJRNL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE TELJRNL-RECORD TO WS-MATCH-IMAGE
                   PERFORM 250-OFFER-ROW
           END-READ.
      *
       400-MATCH-FEEDQ.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT FEEDQHIST.
           IF WS-STATUS-OK
               PERFORM 410-READ-FEEDQ-ROW UNTIL SW-EOF = 'Y'
               CLOSE FEEDQHIST
           END-IF.
      *
       410-READ-FEEDQ-ROW.
           READ FEEDQHIST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE FEEDQ-RECORD TO WS-MATCH-IMAGE
                   PERFORM 250-OFFER-ROW
           END-READ.
      *
      ******************************************************************
      * 500-CHECK-TELEM - EACH RECEIPTED TELEMETRY ROW IS READ BACK
      * THROUGH ITS KEY AND MUST MATCH THE RECEIPT BYTE FOR BYTE,
      * UNLESS A LATER RECEIPT IN THE SAME WAVE REWROTE THE SAME KEY.
      ******************************************************************
       500-CHECK-TELEM.
           IF WS-TELEM-COUNT IS GREATER THAN ZERO
               OPEN INPUT TELEMFL
               IF WS-STATUS-OK
                   PERFORM 510-CHECK-ONE-TELEM
                       VARYING WS-RT-SUBS FROM 1 BY 1
                       UNTIL WS-RT-SUBS > WS-RCPT-COUNT
                   CLOSE TELEMFL
               END-IF
           END-IF.
      *
       510-CHECK-ONE-TELEM.
           IF RT-DATASET(WS-RT-SUBS) = 'T' AND
               RT-RESULT(WS-RT-SUBS) = 'Y'
               MOVE RT-IMAGE(WS-RT-SUBS)(1:24) TO TL-REC-KEY
               READ TELEMFL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TELEM-RECORD = RT-IMAGE(WS-RT-SUBS)(1:107)
                           MOVE 'Y' TO RT-FOUND(WS-RT-SUBS)
                       ELSE
                           PERFORM 520-CHECK-SUPERSEDED
                               VARYING WS-LATER-SUBS
                               FROM WS-RT-SUBS BY 1
                               UNTIL WS-LATER-SUBS > WS-RCPT-COUNT
                       END-IF
               END-READ
           END-IF.
      *
       520-CHECK-SUPERSEDED.
           IF WS-LATER-SUBS IS GREATER THAN WS-RT-SUBS AND
               RT-DATASET(WS-LATER-SUBS) = 'T' AND
               RT-IMAGE(WS-LATER-SUBS)(1:24) =
                   RT-IMAGE(WS-RT-SUBS)(1:24)
               MOVE 'Y' TO RT-FOUND(WS-RT-SUBS)
           END-IF.
      *
      ******************************************************************
      * 600-SCORE-ONE-RECEIPT - COUNT THE RECEIPT AGAINST ITS STEP AND
      * NAME EVERY ROW THAT DID NOT LAND INTACT.
      ******************************************************************
       600-SCORE-ONE-RECEIPT.
           MOVE RT-STEP-SUBS(WS-RT-SUBS) TO WS-STEP-SUBS.
           ADD 1 TO SVP-RECEIPTED(WS-STEP-SUBS).
           IF RT-FOUND(WS-RT-SUBS) = 'Y'
               ADD 1 TO SVP-LANDED(WS-STEP-SUBS)
               IF SVP-VERDICT(WS-STEP-SUBS) = SPACE
                   MOVE 'Y' TO SVP-VERDICT(WS-STEP-SUBS)
               END-IF
           ELSE
               MOVE 'N' TO SVP-VERDICT(WS-STEP-SUBS)
               MOVE 'N' TO SVP-RESULT
               EVALUATE RT-DATASET(WS-RT-SUBS)
                   WHEN 'L'
                       MOVE "BATCHLOG" TO WS-DATASET-NAME
                   WHEN 'J'
                       MOVE "TELEMJRNL" TO WS-DATASET-NAME
                   WHEN 'T'
                       MOVE "TELEMIDX" TO WS-DATASET-NAME
                   WHEN OTHER
                       MOVE "FEEDQHIST" TO WS-DATASET-NAME
               END-EVALUATE
               IF RT-RESULT(WS-RT-SUBS) = 'Y'
                   DISPLAY "**WAVE CHECK** STEP "
                       SVP-STEP-NAME(WS-STEP-SUBS) " - "
                       WS-DATASET-NAME " ROW FROM "
                       RT-PROGRAM(WS-RT-SUBS) " AT "
                       RT-STAMP-TIME(WS-RT-SUBS)
                       " NOT FOUND INTACT."
               ELSE
                   DISPLAY "**WAVE CHECK** STEP "
                       SVP-STEP-NAME(WS-STEP-SUBS) " - "
                       WS-DATASET-NAME " ROW FROM "
                       RT-PROGRAM(WS-RT-SUBS) " AT "
                       RT-STAMP-TIME(WS-RT-SUBS)
                       " WAS NEVER WRITTEN."
               END-IF
           END-IF.
      *
       700-SHOW-ONE-STEP.
           IF SVP-RECEIPTED(WS-STEP-SUBS) IS EQUAL TO ZERO
               DISPLAY "WAVE CHECK - STEP " SVP-STEP-NAME(WS-STEP-SUBS)
                   ": NO SHARED-DATASET WRITES."
           ELSE
               DISPLAY "WAVE CHECK - STEP " SVP-STEP-NAME(WS-STEP-SUBS)
                   ": " SVP-RECEIPTED(WS-STEP-SUBS) " ROW(S) WRITTEN, "
                   SVP-LANDED(WS-STEP-SUBS) " LANDED INTACT."
           END-IF.
