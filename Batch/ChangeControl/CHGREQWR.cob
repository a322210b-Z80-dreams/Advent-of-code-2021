      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: TWO-PERSON CHANGE CONTROL FOR THE DECKS THAT STEER
      *          THE WHOLE NIGHT'S RUN - RUNCTL, SONARCAL, BATCHSCHED
      *          AND THE STEERLIM AND STEERPWR CARDS. A CHANGE IS
      *          RAISED AS A PENDING REQUEST ON CHGREQ AND ONLY MADE
      *          LIVE WHEN A SECOND, DIFFERENT OPERATOR WITH
      *          SUPERVISOR AUTHORITY IN OPAUTH APPROVES IT, SO ONE
      *          MISTYPED HULL, FILE NAME OR SENSOR OFFSET NO LONGER
      *          DRIVES THE RUN THE MOMENT IT IS KEYED. A RUNCTL OR
      *          SONARCAL REQUEST SITS ON ITS DECK AS A PENDING ROW
      *          THAT THE READERS PASS OVER; APPROVAL REPLACES IT WITH
      *          THE LIVE ROW. EVERY APPROVAL, REJECTION AND EXPIRY
      *          GOES TO THE PERMANENT CHANGE LOG (CHGLOG) WITH THE
      *          REQUESTER, APPROVER, TIMES AND BEFORE AND AFTER
      *          IMAGES. CALLED WITH CHGREQ-PARM (SEE COPYBOOKS/
      *          CHGRQPM.CPY) BY RUNCTLMT, CALMAINT, CHGCTL AND
      *          CHGEXP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGREQWR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CHGREQ HOLDS EVERY REQUEST EVER RAISED WITH ITS CURRENT
      * STATUS. A DECISION IS RECORDED BY REBUILDING IT THROUGH
      * CHGREQWK, THE SAME SPLIT/REBUILD SHAPE THE HANDOVER NOTES USE.
           SELECT OPTIONAL CHGREQ ASSIGN TO "CHGREQ"
           ORGANIZATION IS SEQUENTIAL.
           SELECT CHGREQWK ASSIGN TO "CHGREQ.WRK"
           ORGANIZATION IS SEQUENTIAL.
      * CHGLOG IS THE PERMANENT CHANGE LOG: ONE ROW PER DECISION,
      * ONLY EVER APPENDED.
           SELECT OPTIONAL CHGLOG ASSIGN TO "CHGLOG"
           ORGANIZATION IS SEQUENTIAL.
      * OPAUTH IS THE OPERATOR AUTHORIZATION FILE THE OPERATOR MENU
      * SIGNS ON AGAINST. AN 'S' IN AN ID'S ENTRY STRING IS
      * SUPERVISOR AUTHORITY.
           SELECT OPTIONAL OPAUTH ASSIGN TO "OPAUTH"
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE DECK A CHANGE IS MADE TO, OPENED THROUGH THE FD MATCHING
      * ITS ORGANIZATION AND WIDTH - THE HAND-EDITED DECKS ARE LINE
      * SEQUENTIAL, THE STEERNAV CARDS FIXED-LENGTH - ALL UNDER THE
      * ONE DYNAMIC NAME, THE SAME SPLIT PARMCHG USES. A LINE
      * SEQUENTIAL DECK IS REBUILT THROUGH TGTWORK.
           SELECT OPTIONAL TGTDECK ASSIGN TO DYNAMIC FILENAME-TARGET
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TGTWORK ASSIGN TO "CHGTGT.WRK"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TGT14 ASSIGN TO DYNAMIC FILENAME-TARGET
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TGT18 ASSIGN TO DYNAMIC FILENAME-TARGET
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CHGREQ.
       01 CHGREQ-FILE-RECORD                       PIC X(489).
       FD CHGREQWK.
       01 CHGREQWK-RECORD                          PIC X(489).
       FD CHGLOG.
       01 CHGLOG-RECORD                            PIC X(489).
      *
       FD OPAUTH.
       01 OPAUTH-RECORD.
           05 OA-OPERATOR-ID                       PIC X(8).
           05 OA-ALLOWED-ENTRIES                   PIC X(12).
      *
       FD TGTDECK.
       01 TGTDECK-RECORD                           PIC X(200).
       FD TGTWORK.
       01 TGTWORK-RECORD                           PIC X(200).
       FD TGT14.
       01 TGT14-RECORD                             PIC X(14).
       FD TGT18.
       01 TGT18-RECORD                             PIC X(18).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-REQ-FOUND                         PIC X VALUE 'N'.
           05 SW-KEY-FOUND                         PIC X VALUE 'N'.
           05 SW-SUPERVISOR                        PIC X VALUE 'N'.
           05 SW-DS-FOUND                          PIC X VALUE 'N'.
      *
       01 FILE-NAMES.
           05 FILENAME-TARGET                      PIC X(100)
                                                VALUE SPACE.
      *
      * THE DECKS UNDER CHANGE CONTROL: NAME, KIND, RECORD LENGTH AND
      * KEY WIDTH. KIND 'P' DECKS CARRY A PENDING REQUEST AS A ROW
      * FLAGGED 'P' JUST PAST THE RECORD, FOLLOWED BY ITS REQUEST
      * NUMBER; APPROVAL DROPS THAT ROW AND APPENDS THE LIVE ONE,
      * SINCE THE LATEST ROW FOR A KEY WINS ON BOTH. KIND 'K' DECKS
      * HAVE THE ROW WITH THE SAME KEY REPLACED IN PLACE ON APPROVAL
      * (THE SCHEDULE RUNS IN DECK ORDER), OR THE ROW ADDED AT THE
      * END. KIND 'C' DECKS ARE ONE CARD, REPLACED WHOLE.
       01 DATASET-DATA.
           05 FILLER                               PIC X(16)
                                   VALUE "RUNCTL    P12020".
           05 FILLER                               PIC X(16)
                                   VALUE "SONARCAL  P01602".
           05 FILLER                               PIC X(16)
                                   VALUE "BATCHSCHEDK12110".
           05 FILLER                               PIC X(16)
                                   VALUE "STEERLIM  C01400".
           05 FILLER                               PIC X(16)
                                   VALUE "STEERPWR  C01800".
       01 DATASET-TABLE REDEFINES DATASET-DATA.
           05 DS-ENTRY OCCURS 5 TIMES.
               10 DS-NAME                          PIC X(10).
               10 DS-KIND                          PIC X.
               10 DS-RECORD-LENGTH                 PIC 9(3).
               10 DS-KEY-WIDTH                     PIC 9(2).
      *
       01 CHANGE-DATA.
           05 WS-DS-SUBS                           PIC 9(2) VALUE ZERO.
           05 WS-DS-IX                             PIC 9(2) VALUE ZERO.
           05 WS-LOOKUP-NAME                       PIC X(10)
                                                VALUE SPACE.
           05 WS-RECORD-LENGTH                     PIC 9(3) VALUE ZERO.
           05 WS-KEY-WIDTH                         PIC 9(2) VALUE ZERO.
           05 WS-FLAG-POS                          PIC 9(3) VALUE ZERO.
           05 WS-NUMBER-POS                        PIC 9(3) VALUE ZERO.
           05 WS-HIGH-NUMBER                       PIC 9(6) VALUE ZERO.
           05 WS-AUTH-TALLY                        PIC 9(2) VALUE ZERO.
      *    'A' MAKES THE CHANGE LIVE; 'D' ONLY DROPS THE PENDING ROW
      *    (A REJECTED OR EXPIRED REQUEST).
           05 WS-APPLY-MODE                        PIC X    VALUE 'A'.
           05 WS-CARD-IMAGE                        PIC X(200)
                                                VALUE SPACE.
           05 WS-BEFORE-IMAGE                      PIC X(200)
                                                VALUE SPACE.
           05 WS-REQUEST-SAVE                      PIC X(489)
                                                VALUE SPACE.
      *
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
       01 WS-NOW-TIME                              PIC X(8)
                                                VALUE SPACE.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-RUN-TIME.
           05 WS-RUN-HH                            PIC 9(2).
           05 WS-RUN-MIN                           PIC 9(2).
           05 WS-RUN-SS                            PIC 9(2).
           05 WS-RUN-HS                            PIC 9(2).
      *
      * CHGREQ-RECORD IS THE SHARED CHANGE-REQUEST RECORD (SEE
      * COPYBOOKS/CHGRQREC.CPY), HELD HERE AND READ INTO FROM CHGREQ.
           COPY CHGRQREC.
      *
       LINKAGE SECTION.
      * CHGREQ-PARM IS THE SHARED CHANGE-REQUEST PARAMETER AREA (SEE
      * COPYBOOKS/CHGRQPM.CPY).
           COPY CHGRQPM.
      *
       PROCEDURE DIVISION USING CHGREQ-PARM.
       000-MAIN-PROCEDURE.
           MOVE 'N' TO CQ-RESULT.
           MOVE SPACE TO CQ-MESSAGE.
           MOVE SPACE TO CQ-BEFORE.
           PERFORM 010-STAMP-DATE-TIME.
           EVALUATE TRUE
               WHEN CQ-RAISE
                   PERFORM 100-RAISE-REQUEST
               WHEN CQ-APPROVE
                   PERFORM 200-APPROVE-REQUEST
               WHEN CQ-REJECT
                   PERFORM 300-REJECT-REQUEST
               WHEN CQ-EXPIRE
                   PERFORM 400-EXPIRE-REQUEST
               WHEN OTHER
                   MOVE "UNKNOWN CHANGE-REQUEST ACTION" TO CQ-MESSAGE
           END-EVALUATE.
           GOBACK.
      *
       010-STAMP-DATE-TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-TODAY-DATE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACE TO WS-NOW-TIME.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME.
      *
      ******************************************************************
      * 020-FIND-DATASET - LOOK WS-LOOKUP-NAME UP IN THE TABLE OF
      * DECKS UNDER CHANGE CONTROL AND LOAD ITS SHAPE.
      ******************************************************************
       020-FIND-DATASET.
           MOVE 'N' TO SW-DS-FOUND.
           PERFORM 025-MATCH-ONE-DATASET
               VARYING WS-DS-SUBS FROM 1 BY 1
               UNTIL WS-DS-SUBS > 5.
           IF SW-DS-FOUND = 'Y'
               MOVE DS-NAME(WS-DS-IX) TO FILENAME-TARGET
               MOVE DS-RECORD-LENGTH(WS-DS-IX) TO WS-RECORD-LENGTH
               MOVE DS-KEY-WIDTH(WS-DS-IX) TO WS-KEY-WIDTH
               COMPUTE WS-FLAG-POS = WS-RECORD-LENGTH + 1
               COMPUTE WS-NUMBER-POS = WS-RECORD-LENGTH + 2
           END-IF.
      *
       025-MATCH-ONE-DATASET.
           IF DS-NAME(WS-DS-SUBS) IS EQUAL TO WS-LOOKUP-NAME
               MOVE 'Y' TO SW-DS-FOUND
               MOVE WS-DS-SUBS TO WS-DS-IX
           END-IF.
      *
      ******************************************************************
      * 100-RAISE-REQUEST - NUMBER THE REQUEST ONE PAST THE HIGHEST
      * ON CHGREQ, FILE IT PENDING, AND PUT A KIND 'P' DECK'S PENDING
      * ROW ON THE DECK. NOTHING LIVE CHANGES.
      ******************************************************************
       100-RAISE-REQUEST.
           MOVE CQ-DATASET TO WS-LOOKUP-NAME.
           PERFORM 020-FIND-DATASET.
           IF SW-DS-FOUND = 'N'
               MOVE "DATASET IS NOT UNDER CHANGE CONTROL" TO CQ-MESSAGE
           ELSE
               IF CQ-OPERATOR-ID IS EQUAL TO SPACE
                   MOVE "THE REQUESTER'S OPERATOR ID IS REQUIRED"
                       TO CQ-MESSAGE
               ELSE
                   PERFORM 110-NEXT-REQUEST-NUMBER
                   MOVE SPACE TO CHGREQ-RECORD
                   MOVE WS-HIGH-NUMBER TO CR-REQUEST-NUMBER
                   MOVE 'P' TO CR-STATUS
                   MOVE CQ-DATASET TO CR-DATASET
                   MOVE CQ-KEY TO CR-KEY
                   MOVE CQ-OPERATOR-ID TO CR-REQUESTED-BY
                   MOVE WS-TODAY-DATE TO CR-REQUESTED-DATE
                   MOVE WS-NOW-TIME TO CR-REQUESTED-TIME
                   MOVE CQ-AFTER(1:WS-RECORD-LENGTH)
                       TO CR-AFTER(1:WS-RECORD-LENGTH)
                   OPEN EXTEND CHGREQ
                   WRITE CHGREQ-FILE-RECORD FROM CHGREQ-RECORD
                   CLOSE CHGREQ
                   IF DS-KIND(WS-DS-IX) = 'P'
                       PERFORM 120-WRITE-PENDING-ROW
                   END-IF
                   MOVE WS-HIGH-NUMBER TO CQ-REQUEST-NUMBER
                   MOVE 'Y' TO CQ-RESULT
                   MOVE "REQUEST RAISED - PENDING SUPERVISOR APPROVAL"
                       TO CQ-MESSAGE
               END-IF
           END-IF.
      *
       110-NEXT-REQUEST-NUMBER.
           MOVE ZERO TO WS-HIGH-NUMBER.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT CHGREQ.
           PERFORM 115-CHECK-ONE-NUMBER UNTIL SW-EOF = 'Y'.
           CLOSE CHGREQ.
           ADD 1 TO WS-HIGH-NUMBER.
      *
       115-CHECK-ONE-NUMBER.
           READ CHGREQ NEXT INTO CHGREQ-RECORD
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF CR-REQUEST-NUMBER IS NUMERIC AND
                       CR-REQUEST-NUMBER IS GREATER THAN WS-HIGH-NUMBER
                       MOVE CR-REQUEST-NUMBER TO WS-HIGH-NUMBER
                   END-IF
           END-READ.
      *
       120-WRITE-PENDING-ROW.
           MOVE SPACE TO WS-CARD-IMAGE.
           MOVE CR-AFTER(1:WS-RECORD-LENGTH)
               TO WS-CARD-IMAGE(1:WS-RECORD-LENGTH).
           MOVE 'P' TO WS-CARD-IMAGE(WS-FLAG-POS:1).
           MOVE CR-REQUEST-NUMBER TO WS-CARD-IMAGE(WS-NUMBER-POS:6).
           OPEN EXTEND TGTDECK.
           WRITE TGTDECK-RECORD FROM WS-CARD-IMAGE.
           CLOSE TGTDECK.
      *
      ******************************************************************
      * 200-APPROVE-REQUEST - THE TWO-PERSON RULE: THE APPROVER MUST
      * NOT BE THE REQUESTER AND MUST HOLD SUPERVISOR AUTHORITY IN
      * OPAUTH. ONLY THEN IS THE CHANGE MADE LIVE AND LOGGED.
      ******************************************************************
       200-APPROVE-REQUEST.
           PERFORM 500-FIND-REQUEST.
           IF SW-REQ-FOUND = 'N'
               MOVE "NO PENDING REQUEST WITH THAT NUMBER" TO CQ-MESSAGE
           ELSE
               IF CQ-OPERATOR-ID IS EQUAL TO CR-REQUESTED-BY
                   MOVE "A REQUEST CANNOT BE APPROVED BY ITS REQUESTER"
                       TO CQ-MESSAGE
               ELSE
                   PERFORM 510-CHECK-SUPERVISOR
                   IF SW-SUPERVISOR = 'N'
                       MOVE "APPROVER HAS NO SUPERVISOR AUTHORITY"
                           TO CQ-MESSAGE
                   ELSE
                       MOVE 'A' TO WS-APPLY-MODE
                       PERFORM 600-APPLY-CHANGE
                       MOVE WS-BEFORE-IMAGE TO CR-BEFORE
                       MOVE WS-BEFORE-IMAGE TO CQ-BEFORE
                       MOVE 'A' TO CR-STATUS
                       PERFORM 700-RECORD-DECISION
                       MOVE 'Y' TO CQ-RESULT
                       MOVE "REQUEST APPROVED - THE CHANGE IS NOW LIVE"
                           TO CQ-MESSAGE
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 300-REJECT-REQUEST - A SUPERVISOR TURNS THE REQUEST DOWN, OR
      * THE REQUESTER WITHDRAWS IT. ITS PENDING ROW COMES OFF THE
      * DECK AND NOTHING LIVE CHANGES.
      ******************************************************************
       300-REJECT-REQUEST.
           PERFORM 500-FIND-REQUEST.
           IF SW-REQ-FOUND = 'N'
               MOVE "NO PENDING REQUEST WITH THAT NUMBER" TO CQ-MESSAGE
           ELSE
               IF CQ-OPERATOR-ID IS EQUAL TO CR-REQUESTED-BY AND
                   CQ-OPERATOR-ID IS NOT EQUAL TO SPACE
                   MOVE 'Y' TO SW-SUPERVISOR
               ELSE
                   PERFORM 510-CHECK-SUPERVISOR
               END-IF
               IF SW-SUPERVISOR = 'N'
                   MOVE "ONLY A SUPERVISOR OR THE REQUESTER MAY REJECT"
                       TO CQ-MESSAGE
               ELSE
                   MOVE 'D' TO WS-APPLY-MODE
                   PERFORM 600-APPLY-CHANGE
                   MOVE 'J' TO CR-STATUS
                   PERFORM 700-RECORD-DECISION
                   MOVE 'Y' TO CQ-RESULT
                   MOVE "REQUEST REJECTED - NOTHING CHANGED"
                       TO CQ-MESSAGE
               END-IF
           END-IF.
      *
      ******************************************************************
      * 400-EXPIRE-REQUEST - A REQUEST NOBODY APPROVED IN TIME. ITS
      * PENDING ROW COMES OFF THE DECK SO IT CAN NEVER GO LIVE LATE.
      ******************************************************************
       400-EXPIRE-REQUEST.
           PERFORM 500-FIND-REQUEST.
           IF SW-REQ-FOUND = 'N'
               MOVE "NO PENDING REQUEST WITH THAT NUMBER" TO CQ-MESSAGE
           ELSE
               MOVE 'D' TO WS-APPLY-MODE
               PERFORM 600-APPLY-CHANGE
               MOVE 'X' TO CR-STATUS
               PERFORM 700-RECORD-DECISION
               MOVE 'Y' TO CQ-RESULT
               MOVE "REQUEST EXPIRED - NOTHING CHANGED" TO CQ-MESSAGE
           END-IF.
      *
      ******************************************************************
      * 500-FIND-REQUEST - FIND CQ-REQUEST-NUMBER ON CHGREQ, STILL
      * PENDING, AND LOAD ITS DECK'S SHAPE.
      ******************************************************************
       500-FIND-REQUEST.
           MOVE 'N' TO SW-REQ-FOUND.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT CHGREQ.
           PERFORM 505-MATCH-ONE-REQUEST UNTIL SW-EOF = 'Y'.
           CLOSE CHGREQ.
           IF SW-REQ-FOUND = 'Y'
               MOVE WS-REQUEST-SAVE TO CHGREQ-RECORD
               MOVE CR-DATASET TO WS-LOOKUP-NAME
               PERFORM 020-FIND-DATASET
               IF SW-DS-FOUND = 'N'
                   MOVE 'N' TO SW-REQ-FOUND
               END-IF
           END-IF.
      *
       505-MATCH-ONE-REQUEST.
           READ CHGREQ NEXT INTO CHGREQ-RECORD
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF CR-REQUEST-NUMBER IS EQUAL TO CQ-REQUEST-NUMBER
                       AND CR-PENDING
                       MOVE 'Y' TO SW-REQ-FOUND
                       MOVE CHGREQ-RECORD TO WS-REQUEST-SAVE
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 510-CHECK-SUPERVISOR - AN 'S' ANYWHERE IN THE OPERATOR'S
      * OPAUTH ENTRY STRING. AN ID NOT ON OPAUTH, OR NO OPAUTH AT ALL,
      * HAS NO SUPERVISOR AUTHORITY - A CHANGE NEVER GOES LIVE ON ONE
      * PERSON'S WORD.
      ******************************************************************
       510-CHECK-SUPERVISOR.
           MOVE 'N' TO SW-SUPERVISOR.
           IF CQ-OPERATOR-ID IS NOT EQUAL TO SPACE
               MOVE 'N' TO SW-EOF
               OPEN INPUT OPAUTH
               PERFORM 515-MATCH-ONE-AUTH-ROW UNTIL SW-EOF = 'Y'
               CLOSE OPAUTH
           END-IF.
      *
       515-MATCH-ONE-AUTH-ROW.
           READ OPAUTH NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF OA-OPERATOR-ID IS EQUAL TO CQ-OPERATOR-ID
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
      * 600-APPLY-CHANGE - MAKE THE REQUEST'S CHANGE TO ITS DECK (OR,
      * IN DROP MODE, ONLY TAKE ITS PENDING ROW OFF), CAPTURING THE
      * CARD THE CHANGE REPLACES AS THE BEFORE IMAGE.
      ******************************************************************
       600-APPLY-CHANGE.
           MOVE SPACE TO WS-BEFORE-IMAGE.
           MOVE SPACE TO WS-CARD-IMAGE.
           MOVE CR-AFTER(1:WS-RECORD-LENGTH)
               TO WS-CARD-IMAGE(1:WS-RECORD-LENGTH).
           EVALUATE DS-KIND(WS-DS-IX)
               WHEN 'P'
                   PERFORM 610-REBUILD-PENDING-DECK
               WHEN 'K'
                   IF WS-APPLY-MODE = 'A'
                       PERFORM 620-REBUILD-KEYED-DECK
                   END-IF
               WHEN 'C'
                   IF WS-APPLY-MODE = 'A'
                       PERFORM 630-REPLACE-CARD
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
      * 610-REBUILD-PENDING-DECK - COPY THE DECK ASIDE WITHOUT THE
      * REQUEST'S PENDING ROW, NOTING THE LATEST LIVE ROW FOR THE SAME
      * KEY AS THE BEFORE IMAGE, THEN COPY IT BACK AND (ON APPROVAL)
      * APPEND THE LIVE ROW LAST, WHERE IT WINS.
      ******************************************************************
       610-REBUILD-PENDING-DECK.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TGTDECK.
           OPEN OUTPUT TGTWORK.
           PERFORM 612-COPY-ONE-PENDING-ROW UNTIL SW-EOF = 'Y'.
           CLOSE TGTDECK.
           CLOSE TGTWORK.
           PERFORM 640-COPY-DECK-BACK.
      *
       612-COPY-ONE-PENDING-ROW.
           READ TGTDECK NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF TGTDECK-RECORD(WS-FLAG-POS:1) = 'P' AND
                       TGTDECK-RECORD(WS-NUMBER-POS:6) =
                       CR-REQUEST-NUMBER
                       CONTINUE
                   ELSE
                       IF TGTDECK-RECORD(WS-FLAG-POS:1) NOT = 'P' AND
                           TGTDECK-RECORD(1:WS-KEY-WIDTH) =
                           WS-CARD-IMAGE(1:WS-KEY-WIDTH)
                           MOVE SPACE TO WS-BEFORE-IMAGE
                           MOVE TGTDECK-RECORD(1:WS-RECORD-LENGTH)
                               TO WS-BEFORE-IMAGE
                       END-IF
                       WRITE TGTWORK-RECORD FROM TGTDECK-RECORD
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 620-REBUILD-KEYED-DECK - REPLACE THE ROW CARRYING THE SAME KEY
      * WHERE IT STANDS, OR ADD THE NEW ROW AT THE END.
      ******************************************************************
       620-REBUILD-KEYED-DECK.
           MOVE 'N' TO SW-KEY-FOUND.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TGTDECK.
           OPEN OUTPUT TGTWORK.
           PERFORM 622-COPY-ONE-KEYED-ROW UNTIL SW-EOF = 'Y'.
           IF SW-KEY-FOUND = 'N'
               WRITE TGTWORK-RECORD FROM WS-CARD-IMAGE
           END-IF.
           CLOSE TGTDECK.
           CLOSE TGTWORK.
           PERFORM 640-COPY-DECK-BACK.
      *
       622-COPY-ONE-KEYED-ROW.
           READ TGTDECK NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF SW-KEY-FOUND = 'N' AND
                       TGTDECK-RECORD(1:WS-KEY-WIDTH) =
                       WS-CARD-IMAGE(1:WS-KEY-WIDTH)
                       MOVE 'Y' TO SW-KEY-FOUND
                       MOVE TGTDECK-RECORD(1:WS-RECORD-LENGTH)
                           TO WS-BEFORE-IMAGE
                       WRITE TGTWORK-RECORD FROM WS-CARD-IMAGE
                   ELSE
                       WRITE TGTWORK-RECORD FROM TGTDECK-RECORD
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 630-REPLACE-CARD - A ONE-CARD DECK: KEEP THE OLD CARD AS THE
      * BEFORE IMAGE AND WRITE THE NEW ONE IN ITS PLACE.
      ******************************************************************
       630-REPLACE-CARD.
           IF WS-RECORD-LENGTH IS EQUAL TO 14
               PERFORM 632-REPLACE-14-CARD
           ELSE
               PERFORM 634-REPLACE-18-CARD
           END-IF.
      *
       632-REPLACE-14-CARD.
           OPEN INPUT TGT14.
           READ TGT14 NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TGT14-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           CLOSE TGT14.
           OPEN OUTPUT TGT14.
           MOVE WS-CARD-IMAGE(1:14) TO TGT14-RECORD.
           WRITE TGT14-RECORD.
           CLOSE TGT14.
      *
       634-REPLACE-18-CARD.
           OPEN INPUT TGT18.
           READ TGT18 NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TGT18-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           CLOSE TGT18.
           OPEN OUTPUT TGT18.
           MOVE WS-CARD-IMAGE(1:18) TO TGT18-RECORD.
           WRITE TGT18-RECORD.
           CLOSE TGT18.
      *
      ******************************************************************
      * 640-COPY-DECK-BACK - REWRITE THE DECK FROM THE WORK COPY, AND
      * ON APPROVAL OF A KIND 'P' DECK APPEND THE LIVE ROW.
      ******************************************************************
       640-COPY-DECK-BACK.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TGTWORK.
           OPEN OUTPUT TGTDECK.
           PERFORM 645-COPY-ONE-ROW-BACK UNTIL SW-EOF = 'Y'.
           IF WS-APPLY-MODE = 'A' AND DS-KIND(WS-DS-IX) = 'P'
               WRITE TGTDECK-RECORD FROM WS-CARD-IMAGE
           END-IF.
           CLOSE TGTWORK.
           CLOSE TGTDECK.
      *
       645-COPY-ONE-ROW-BACK.
           READ TGTWORK NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   WRITE TGTDECK-RECORD FROM TGTWORK-RECORD
           END-READ.
      *
      ******************************************************************
      * 700-RECORD-DECISION - STAMP WHO DECIDED AND WHEN, REWRITE THE
      * REQUEST'S ROW ON CHGREQ THROUGH THE WORK COPY, AND APPEND THE
      * DECIDED REQUEST TO THE PERMANENT CHANGE LOG.
      ******************************************************************
       700-RECORD-DECISION.
           MOVE CQ-OPERATOR-ID TO CR-DECIDED-BY.
           MOVE WS-TODAY-DATE TO CR-DECIDED-DATE.
           MOVE WS-NOW-TIME TO CR-DECIDED-TIME.
           MOVE CHGREQ-RECORD TO WS-REQUEST-SAVE.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT CHGREQ.
           OPEN OUTPUT CHGREQWK.
           PERFORM 710-COPY-ONE-REQUEST UNTIL SW-EOF = 'Y'.
           CLOSE CHGREQ.
           CLOSE CHGREQWK.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT CHGREQWK.
           OPEN OUTPUT CHGREQ.
           PERFORM 720-REWRITE-ONE-REQUEST UNTIL SW-EOF = 'Y'.
           CLOSE CHGREQWK.
           CLOSE CHGREQ.
           OPEN EXTEND CHGLOG.
           WRITE CHGLOG-RECORD FROM WS-REQUEST-SAVE.
           CLOSE CHGLOG.
      *
       710-COPY-ONE-REQUEST.
           READ CHGREQ NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF CHGREQ-FILE-RECORD(1:6) = WS-REQUEST-SAVE(1:6)
                       WRITE CHGREQWK-RECORD FROM WS-REQUEST-SAVE
                   ELSE
                       WRITE CHGREQWK-RECORD FROM CHGREQ-FILE-RECORD
                   END-IF
           END-READ.
      *
       720-REWRITE-ONE-REQUEST.
           READ CHGREQWK NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   WRITE CHGREQ-FILE-RECORD FROM CHGREQWK-RECORD
           END-READ.
