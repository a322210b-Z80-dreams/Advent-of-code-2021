      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: OUTBOUND PAGING FOR CRITICAL CONDITIONS. RUN BY
      *          BATCHDRV AT CHAIN END AND ON EVERY ABORT PATH, IT
      *          PICKS UP THE NIGHT'S CRITICAL EVENTS - AN ABEND ON
      *          ABENDLOG, A CONDITION CODE 12 ENVELOPE BREACH ON
      *          STEPTIME, OR THE CHAIN ABORT BATCHDRV HANDS IT - AND
      *          WRITES ONE FORMATTED MESSAGE PER EVENT TO PAGEFEED,
      *          THE FILE THE SITE PAGING GATEWAY PICKS UP. THE FIRST
      *          PAGE GOES TO THE TIER-1 CONTACT OF THE SHIFT ON THE
      *          ON-CALL ROSTER; A PAGE NOT ACKNOWLEDGED (PAGEACK)
      *          WITHIN THE SET TIME IS RE-ISSUED TO TIER 2, THEN
      *          TIER 3. EVERY PAGE SENT, RE-ISSUED OR ACKNOWLEDGED IS
      *          RECORDED ON THE NOTIFICATION LOG, NOTIFLOG - INSTEAD
      *          OF A 3 A.M. FAILURE WAITING FOR THE MORNING DIGEST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGEOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONCALL IS THE ON-CALL ROSTER, ONE CARD PER SHIFT. NO ROSTER
      * STILL PAGES - TO THE OPERATIONS DESK, WITH A WARNING.
           SELECT OPTIONAL ONCALL ASSIGN TO "ONCALL"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ABENDFL ASSIGN TO "ABENDLOG"
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEPTIME ASSIGN TO "STEPTIME"
           ORGANIZATION IS SEQUENTIAL.
      * PAGEFEED IS THE OUTBOUND FEED. IT IS EXTENDED, NEVER
      * REWRITTEN: THE GATEWAY TAKES THE FILE AWAY WHEN IT HAS SENT
      * WHAT IS ON IT.
           SELECT OPTIONAL PAGEFEED ASSIGN TO "PAGEFEED"
           ORGANIZATION IS LINE SEQUENTIAL.
      * PAGEACK IS THE GATEWAY'S INBOUND FILE, ONE ROW PER PAGE A
      * CONTACT HAS ACKNOWLEDGED. NO FILE MEANS NOTHING TO APPLY.
           SELECT OPTIONAL PAGEACK ASSIGN TO "PAGEACK"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFLOG ASSIGN TO "NOTIFLOG"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * A SHIFT RUNS FROM ITS START TIME UP TO (NOT INCLUDING) ITS
      * END TIME, BOTH HHMM; A SHIFT WHOSE END IS EARLIER THAN ITS
      * START RUNS PAST MIDNIGHT. THE FIRST SHIFT COVERING THE TIME
      * OF THE PAGE IS USED. THIRD TIER MAY BE LEFT BLANK.
       FD ONCALL.
       01 ONCALL-RECORD.
           05 OC-SHIFT-NAME                        PIC X(8).
           05 OC-START-TIME                        PIC 9(4).
           05 OC-END-TIME                          PIC 9(4).
           05 OC-CONTACT OCCURS 3 TIMES.
               10 OC-NAME                          PIC X(20).
               10 OC-PAGER                         PIC X(20).
      *
      * ABEND-RECORD IS THE SHOP'S COMMON ABEND DIAGNOSTIC RECORD
      * (SEE COPYBOOKS/ABENDREC.CPY).
       FD ABENDFL.
           COPY ABENDREC.
      *
      * STEPTIME-RECORD MATCHES THE LAYOUT BATCHDRV STAMPS AROUND
      * EACH CALL "SYSTEM".
       FD STEPTIME.
       01 STEPTIME-RECORD.
           05 TM-STEP-NAME                         PIC X(10).
           05 TM-START-DATE                        PIC X(10).
           05 TM-START-TIME                        PIC X(8).
           05 TM-END-DATE                          PIC X(10).
           05 TM-END-TIME                          PIC X(8).
           05 TM-COND-CODE                         PIC S9(4).
      *
      * ONE MESSAGE FOR THE GATEWAY: THE MESSAGE ID THE CONTACT
      * QUOTES BACK, WHEN IT WAS SENT, THE TIER, WHO AND WHICH PAGER,
      * AND THE TEXT.
       FD PAGEFEED.
       01 PAGEFEED-RECORD.
           05 PF-MESSAGE-ID                        PIC 9(6).
           05 FILLER                               PIC X.
           05 PF-SEND-DATE                         PIC X(10).
           05 FILLER                               PIC X.
           05 PF-SEND-TIME                         PIC X(8).
           05 FILLER                               PIC X.
           05 PF-TIER                              PIC 9.
           05 FILLER                               PIC X.
           05 PF-CONTACT                           PIC X(20).
           05 FILLER                               PIC X.
           05 PF-PAGER                             PIC X(20).
           05 FILLER                               PIC X.
           05 PF-TEXT                              PIC X(80).
      *
       FD PAGEACK.
       01 PAGEACK-RECORD.
           05 PK-MESSAGE-ID                        PIC 9(6).
           05 FILLER                               PIC X.
           05 PK-CONTACT                           PIC X(20).
           05 FILLER                               PIC X.
           05 PK-ACK-DATE                          PIC X(10).
           05 FILLER                               PIC X.
           05 PK-ACK-TIME                          PIC X(8).
      *
      * NOTIFLOG-RECORD IS THE SHARED NOTIFICATION LOG ROW (SEE
      * COPYBOOKS/NOTIFREC.CPY).
       FD NOTIFLOG.
           COPY NOTIFREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-WARNING                           PIC X VALUE 'N'.
           05 SW-FOUND                             PIC X VALUE 'N'.
           05 SW-SHIFT-FOUND                       PIC X VALUE 'N'.
           05 SW-WATCH-DONE                        PIC X VALUE 'N'.
      *
      * THE FUNCTION TO RUN (PAGEOUTFN): 'N' NOTIFY (THE DEFAULT) -
      * APPLY ACKNOWLEDGMENTS, PAGE NEW EVENTS, ESCALATE OVERDUE
      * PAGES AND STOP; 'W' WATCH - NO NEW EVENTS, JUST KEEP APPLYING
      * ACKNOWLEDGMENTS AND ESCALATING ONCE A MINUTE UNTIL NOTHING IS
      * OUTSTANDING OR THE WATCH LIMIT RUNS OUT. BATCHDRV STARTS A
      * WATCH IN THE BACKGROUND WHEN A NOTIFY LEAVES PAGES OPEN.
       01 WS-FUNCTION                              PIC X    VALUE 'N'.
      *
      * THE CHAIN ABORT BATCHDRV IS REPORTING, IF ANY: THE STEP NAME
      * (PAGESTEP) AND ITS CONDITION CODE (PAGECODE).
       01 WS-ABORT-STEP                            PIC X(10)
                                                VALUE SPACE.
       01 WS-ABORT-CODE                            PIC 9(4) VALUE ZERO.
       01 WS-ENV-WORK                              PIC X(100)
                                                VALUE SPACE.
      *
      * WS-ACK-MINUTES IS HOW LONG A CONTACT HAS TO ACKNOWLEDGE
      * BEFORE THE PAGE GOES TO THE NEXT TIER: RUN CONTROL
      * PAGEOUT/ACKMINS, PAGEACKMIN OVERRIDE, DEFAULT 15.
      * WS-WATCH-MINUTES BOUNDS A WATCH RUN: RUN CONTROL
      * PAGEOUT/WATCHMINS, PAGEWATCHMIN OVERRIDE, DEFAULT 240.
       01 PAGE-SETTINGS.
           05 WS-ACK-MINUTES                       PIC 9(3) VALUE 15.
           05 WS-WATCH-MINUTES                     PIC 9(4) VALUE 240.
           05 WS-WATCH-CYCLES                      PIC 9(4) VALUE ZERO.
           05 WS-SLEEP-CMD                         PIC X(20)
                                                VALUE "sleep 60".
      *
      * RUNCTL-PARM IS THE SHARED RUN-CONTROL LOOKUP AREA (SEE
      * COPYBOOKS/RUNCTLPM.CPY). FILLED PER KEYWORD AT STARTUP.
           COPY RUNCTLPM.
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
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
       01 WS-NOW-TIME                              PIC X(8)
                                                VALUE SPACE.
       01 WS-NOW-HHMM                              PIC 9(4) VALUE ZERO.
       01 WS-NOW-MINUTES                           PIC 9(11) VALUE ZERO.
      *
      * THE CONTACTS OF THE SHIFT ON DUTY NOW, TIER BY TIER.
       01 SHIFT-DATA.
           05 WS-SHIFT-NAME                        PIC X(8)
                                                VALUE SPACE.
           05 SH-CONTACT OCCURS 3 TIMES.
               10 SH-NAME                          PIC X(20).
               10 SH-PAGER                         PIC X(20).
      *
      * EVERY EVENT ON THE NOTIFICATION LOG, REBUILT FROM ITS ROWS ON
      * EACH PASS: 'O' OUTSTANDING, 'A' ACKNOWLEDGED, 'X' EXHAUSTED
      * (TOP TIER REACHED WITH NO ANSWER). EV-LAST-DATE/TIME IS WHEN
      * THE PAGE WENT TO ITS CURRENT TIER.
       01 EVENT-TABLE.
           05 WS-EV-COUNT                          PIC 9(4) VALUE ZERO.
           05 WS-EV-MAX                            PIC 9(4) VALUE 2000.
           05 EV-ENTRY OCCURS 2000 TIMES.
               10 EV-KEY                           PIC X(40).
               10 EV-MESSAGE-ID                    PIC 9(6).
               10 EV-TIER                          PIC 9.
               10 EV-STATE                         PIC X.
               10 EV-LAST-DATE                     PIC X(10).
               10 EV-LAST-TIME                     PIC X(8).
               10 EV-TEXT                          PIC X(80).
       01 WS-EV-SUBS                               PIC 9(4) VALUE ZERO.
       01 WS-EV-FOUND                              PIC 9(4) VALUE ZERO.
       01 WS-LAST-MESSAGE-ID                       PIC 9(6) VALUE ZERO.
      *
      * THE EVENT BEING RAISED AND THE PAGE BEING WRITTEN.
       01 PAGE-WORK.
           05 WS-EVENT-KEY                         PIC X(40)
                                                VALUE SPACE.
           05 WS-EVENT-TEXT                        PIC X(80)
                                                VALUE SPACE.
           05 WS-PAGE-ACTION                       PIC X    VALUE SPACE.
           05 WS-PAGE-CONTACT                      PIC X(20)
                                                VALUE SPACE.
           05 WS-PAGE-PAGER                        PIC X(20)
                                                VALUE SPACE.
           05 WS-CODE-DISP                         PIC Z(3)9.
           05 WS-REC-DISP                          PIC Z(6)9.
           05 WS-SENT-MINUTES                      PIC 9(11) VALUE ZERO.
           05 WS-ELAPSED                           PIC S9(11)
                                                   VALUE ZERO.
           05 WS-TIME-HH                           PIC 9(2) VALUE ZERO.
           05 WS-TIME-MM                           PIC 9(2) VALUE ZERO.
           05 WS-NEXT-TIER                         PIC 9    VALUE ZERO.
      *
       01 PAGE-COUNTS.
           05 WS-SENT-COUNT                        PIC 9(5) VALUE ZERO.
           05 WS-REISSUE-COUNT                     PIC 9(5) VALUE ZERO.
           05 WS-ACKED-COUNT                       PIC 9(5) VALUE ZERO.
           05 WS-EXHAUST-COUNT                     PIC 9(5) VALUE ZERO.
           05 WS-UNMATCHED-COUNT                   PIC 9(5) VALUE ZERO.
           05 WS-OUTSTANDING                       PIC 9(5) VALUE ZERO.
      *
      * DAY-NUMBER WORK FIELDS, THE SAME ROUTINE WORKMT AGES ITS
      * BACKLOG WITH, SO A PAGE SENT BEFORE MIDNIGHT TIMES OUT
      * CORRECTLY AFTER IT.
       01 DAY-NUMBER-DATA.
           05 WS-DN-DATE                           PIC X(10)
                                                VALUE SPACE.
           05 WS-DN-YYYY                           PIC 9(4) VALUE ZERO.
           05 WS-DN-MM                             PIC 9(2) VALUE ZERO.
           05 WS-DN-DD                             PIC 9(2) VALUE ZERO.
           05 WS-DN-Y4                             PIC 9(4) VALUE ZERO.
           05 WS-DN-Y100                           PIC 9(4) VALUE ZERO.
           05 WS-DN-Y400                           PIC 9(4) VALUE ZERO.
           05 WS-DN-MDAYS                          PIC 9(4) VALUE ZERO.
           05 WS-DN-RESULT                         PIC 9(7) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-SETTINGS.
           EVALUATE WS-FUNCTION
               WHEN 'N'
                   PERFORM 050-TAKE-CLOCK
                   PERFORM 100-LOAD-LOG
                   PERFORM 200-APPLY-ACKNOWLEDGMENTS
                   PERFORM 300-COLLECT-EVENTS
                   PERFORM 400-ESCALATE-OVERDUE
                   PERFORM 500-COUNT-OUTSTANDING
               WHEN 'W'
                   MOVE 'N' TO SW-WATCH-DONE
                   MOVE ZERO TO WS-WATCH-CYCLES
                   PERFORM 600-WATCH-ONE-CYCLE
                       UNTIL SW-WATCH-DONE = 'Y'
               WHEN OTHER
                   DISPLAY "**ERROR** PAGEOUTFN " WS-FUNCTION
                       " IS NOT N OR W - NOTHING DONE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           DISPLAY "PAGEOUT: " WS-SENT-COUNT " SENT, "
               WS-REISSUE-COUNT " RE-ISSUED, " WS-ACKED-COUNT
               " ACKNOWLEDGED, " WS-OUTSTANDING " OUTSTANDING.".
           IF WS-OUTSTANDING IS GREATER THAN ZERO
               MOVE 'Y' TO SW-WARNING
           END-IF.
           IF SW-WARNING = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-SETTINGS - THE FUNCTION, THE ABORT BEING REPORTED, THE
      * ACKNOWLEDGMENT TIME AND THE WATCH LIMIT.
      ******************************************************************
       010-GET-SETTINGS.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PAGEOUTFN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:1) TO WS-FUNCTION
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PAGESTEP"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-ENV-WORK(1:10) TO WS-ABORT-STEP.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PAGECODE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:2) IS NUMERIC
               MOVE WS-ENV-WORK(1:2) TO WS-ABORT-CODE
           ELSE
               IF WS-ENV-WORK(1:1) IS NUMERIC
                   MOVE WS-ENV-WORK(1:1) TO WS-ABORT-CODE
               END-IF
           END-IF.
           MOVE "PAGEOUT" TO RC-PROGRAM.
           MOVE "ACKMINS" TO RC-KEYWORD.
           PERFORM 020-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:3) IS NUMERIC
               MOVE RC-VALUE(1:3) TO WS-ACK-MINUTES
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PAGEACKMIN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:3) IS NUMERIC
               MOVE WS-ENV-WORK(1:3) TO WS-ACK-MINUTES
           END-IF.
           MOVE "PAGEOUT" TO RC-PROGRAM.
           MOVE "WATCHMINS" TO RC-KEYWORD.
           PERFORM 020-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:4) IS NUMERIC
               MOVE RC-VALUE(1:4) TO WS-WATCH-MINUTES
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "PAGEWATCHMIN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:4) IS NUMERIC
               MOVE WS-ENV-WORK(1:4) TO WS-WATCH-MINUTES
           END-IF.
      *
      ******************************************************************
      * 020-LOOKUP-RUN-CONTROL - ONE LOOKUP AGAINST THE CENTRAL
      * RUN-CONTROL DATASET THROUGH THE SHARED ROUTINE. A MISSING
      * ROUTINE OR DATASET JUST LEAVES RC-FOUND AT 'N' SO THE BUILT-IN
      * DEFAULT AND THE ENVIRONMENT OVERRIDE STILL APPLY.
      ******************************************************************
       020-LOOKUP-RUN-CONTROL.
           MOVE 'N' TO RC-FOUND.
           MOVE SPACE TO RC-VALUE.
           CALL "RUNCTLGT" USING RUNCTL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *
      ******************************************************************
      * 050-TAKE-CLOCK - TODAY, THE TIME NOW, ITS MINUTE COUNT FOR
      * THE ACKNOWLEDGMENT CLOCK, AND THE SHIFT ON DUTY. TAKEN AGAIN
      * ON EVERY WATCH CYCLE, SO A WATCH THAT RUNS INTO THE NEXT
      * SHIFT PAGES THE NEXT SHIFT'S CONTACTS.
      ******************************************************************
       050-TAKE-CLOCK.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACE TO WS-TODAY-DATE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           MOVE SPACE TO WS-NOW-TIME.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO WS-NOW-TIME.
           COMPUTE WS-NOW-HHMM = WS-RUN-HH * 100 + WS-RUN-MIN.
           MOVE WS-TODAY-DATE TO WS-DN-DATE.
           PERFORM 820-DATE-TO-DAY-NUMBER.
           COMPUTE WS-NOW-MINUTES = WS-DN-RESULT * 1440
               + WS-RUN-HH * 60 + WS-RUN-MIN.
           PERFORM 060-FIND-SHIFT.
      *
       060-FIND-SHIFT.
           MOVE 'N' TO SW-SHIFT-FOUND.
           MOVE SPACE TO SHIFT-DATA.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT ONCALL.
           PERFORM 065-CHECK-ONE-SHIFT
               UNTIL SW-EOF = 'Y' OR SW-SHIFT-FOUND = 'Y'.
           CLOSE ONCALL.
           IF SW-SHIFT-FOUND = 'N'
               DISPLAY "**WARNING** NO ON-CALL SHIFT COVERS "
                   WS-NOW-TIME " - PAGES GO TO THE OPERATIONS DESK."
               MOVE "OPERATIONS" TO SH-NAME(1)
               MOVE 'Y' TO SW-WARNING
           END-IF.
      *
       065-CHECK-ONE-SHIFT.
           READ ONCALL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF OC-START-TIME IS NUMERIC AND
                       OC-END-TIME IS NUMERIC
                       IF OC-START-TIME IS NOT GREATER THAN
                           OC-END-TIME
                           IF WS-NOW-HHMM IS NOT LESS THAN
                               OC-START-TIME AND
                               WS-NOW-HHMM IS LESS THAN OC-END-TIME
                               MOVE 'Y' TO SW-SHIFT-FOUND
                           END-IF
                       ELSE
                           IF WS-NOW-HHMM IS NOT LESS THAN
                               OC-START-TIME OR
                               WS-NOW-HHMM IS LESS THAN OC-END-TIME
                               MOVE 'Y' TO SW-SHIFT-FOUND
                           END-IF
                       END-IF
                   END-IF
                   IF SW-SHIFT-FOUND = 'Y'
                       MOVE OC-SHIFT-NAME TO WS-SHIFT-NAME
                       MOVE OC-NAME(1) TO SH-NAME(1)
                       MOVE OC-PAGER(1) TO SH-PAGER(1)
                       MOVE OC-NAME(2) TO SH-NAME(2)
                       MOVE OC-PAGER(2) TO SH-PAGER(2)
                       MOVE OC-NAME(3) TO SH-NAME(3)
                       MOVE OC-PAGER(3) TO SH-PAGER(3)
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 100-LOAD-LOG - REBUILD EVERY EVENT'S STATE FROM THE LOG. THE
      * LOG IS IN TIME ORDER, SO THE LATEST ROW FOR AN EVENT WINS.
      ******************************************************************
       100-LOAD-LOG.
           MOVE ZERO TO WS-EV-COUNT.
           MOVE ZERO TO WS-LAST-MESSAGE-ID.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT NOTIFLOG.
           PERFORM 110-LOAD-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE NOTIFLOG.
      *
       110-LOAD-ONE-ROW.
           READ NOTIFLOG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF NF-MESSAGE-ID IS GREATER THAN WS-LAST-MESSAGE-ID
                       MOVE NF-MESSAGE-ID TO WS-LAST-MESSAGE-ID
                   END-IF
                   MOVE NF-EVENT-KEY TO WS-EVENT-KEY
                   PERFORM 120-FIND-EVENT
                   IF WS-EV-FOUND IS EQUAL TO ZERO AND
                       WS-EV-COUNT IS LESS THAN WS-EV-MAX
                       ADD 1 TO WS-EV-COUNT
                       MOVE WS-EV-COUNT TO WS-EV-FOUND
                       MOVE NF-EVENT-KEY TO EV-KEY(WS-EV-FOUND)
                       MOVE NF-MESSAGE-ID TO EV-MESSAGE-ID(WS-EV-FOUND)
                       MOVE NF-TEXT TO EV-TEXT(WS-EV-FOUND)
                   END-IF
                   IF WS-EV-FOUND IS GREATER THAN ZERO
                       EVALUATE TRUE
                           WHEN NF-SENT OR NF-REISSUED
                               MOVE 'O' TO EV-STATE(WS-EV-FOUND)
                               MOVE NF-TIER TO EV-TIER(WS-EV-FOUND)
                               MOVE NF-LOG-DATE
                                   TO EV-LAST-DATE(WS-EV-FOUND)
                               MOVE NF-LOG-TIME
                                   TO EV-LAST-TIME(WS-EV-FOUND)
                           WHEN NF-ACKNOWLEDGED
                               MOVE 'A' TO EV-STATE(WS-EV-FOUND)
                           WHEN NF-EXHAUSTED
                               MOVE 'X' TO EV-STATE(WS-EV-FOUND)
                       END-EVALUATE
                   END-IF
           END-READ.
      *
       120-FIND-EVENT.
           MOVE ZERO TO WS-EV-FOUND.
           PERFORM 125-MATCH-ONE-EVENT
               VARYING WS-EV-SUBS FROM 1 BY 1
               UNTIL WS-EV-SUBS > WS-EV-COUNT OR WS-EV-FOUND > ZERO.
      *
       125-MATCH-ONE-EVENT.
           IF EV-KEY(WS-EV-SUBS) IS EQUAL TO WS-EVENT-KEY
               MOVE WS-EV-SUBS TO WS-EV-FOUND
           END-IF.
      *
      ******************************************************************
      * 200-APPLY-ACKNOWLEDGMENTS - EACH GATEWAY ROW CLOSES THE PAGE
      * IT QUOTES. THE GATEWAY FILE ACCUMULATES, SO A ROW FOR A PAGE
      * ALREADY CLOSED IS PASSED OVER QUIETLY; ONE QUOTING A MESSAGE
      * ID NEVER SENT IS WARNED.
      ******************************************************************
       200-APPLY-ACKNOWLEDGMENTS.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT PAGEACK.
           PERFORM 210-APPLY-ONE-ACK UNTIL SW-EOF = 'Y'.
           CLOSE PAGEACK.
      *
       210-APPLY-ONE-ACK.
           READ PAGEACK NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE ZERO TO WS-EV-FOUND
                   PERFORM 215-MATCH-ONE-MESSAGE
                       VARYING WS-EV-SUBS FROM 1 BY 1
                       UNTIL WS-EV-SUBS > WS-EV-COUNT OR
                           WS-EV-FOUND > ZERO
                   IF WS-EV-FOUND IS EQUAL TO ZERO
                       DISPLAY "**WARNING** ACKNOWLEDGMENT FOR MESSAGE "
                           PK-MESSAGE-ID " MATCHES NO PAGE SENT."
                       ADD 1 TO WS-UNMATCHED-COUNT
                       MOVE 'Y' TO SW-WARNING
                   ELSE
                       IF EV-STATE(WS-EV-FOUND) NOT EQUAL TO 'A'
                           PERFORM 220-LOG-ACKNOWLEDGMENT
                       END-IF
                   END-IF
           END-READ.
      *
       215-MATCH-ONE-MESSAGE.
           IF EV-MESSAGE-ID(WS-EV-SUBS) IS EQUAL TO PK-MESSAGE-ID
               MOVE WS-EV-SUBS TO WS-EV-FOUND
           END-IF.
      *
       220-LOG-ACKNOWLEDGMENT.
           MOVE SPACE TO NOTIFLOG-RECORD.
           MOVE EV-KEY(WS-EV-FOUND) TO NF-EVENT-KEY.
           MOVE EV-MESSAGE-ID(WS-EV-FOUND) TO NF-MESSAGE-ID.
           MOVE 'A' TO NF-ACTION.
           MOVE EV-TIER(WS-EV-FOUND) TO NF-TIER.
           MOVE PK-CONTACT TO NF-CONTACT.
           IF PK-ACK-DATE NOT EQUAL TO SPACE
               MOVE PK-ACK-DATE TO NF-LOG-DATE
               MOVE PK-ACK-TIME TO NF-LOG-TIME
           ELSE
               MOVE WS-TODAY-DATE TO NF-LOG-DATE
               MOVE WS-NOW-TIME TO NF-LOG-TIME
           END-IF.
           MOVE EV-TEXT(WS-EV-FOUND) TO NF-TEXT.
           OPEN EXTEND NOTIFLOG.
           WRITE NOTIFLOG-RECORD.
           CLOSE NOTIFLOG.
           MOVE 'A' TO EV-STATE(WS-EV-FOUND).
           ADD 1 TO WS-ACKED-COUNT.
           DISPLAY "PAGE " EV-MESSAGE-ID(WS-EV-FOUND)
               " ACKNOWLEDGED BY " PK-CONTACT.
      *
      ******************************************************************
      * 300-COLLECT-EVENTS - TODAY'S CRITICAL CONDITIONS: THE CHAIN
      * ABORT BATCHDRV PASSED, EVERY ABEND ON ABENDLOG AND EVERY
      * CONDITION CODE 12 ON STEPTIME. A STEP THAT BREACHED THE
      * ENVELOPE AND STOPPED THE CHAIN IS ONE EVENT, NOT TWO - BOTH
      * ROUTES BUILD THE SAME BREACH KEY.
      ******************************************************************
       300-COLLECT-EVENTS.
           IF WS-ABORT-STEP NOT EQUAL TO SPACE
               MOVE WS-ABORT-CODE TO WS-CODE-DISP
               MOVE SPACE TO WS-EVENT-KEY
               MOVE SPACE TO WS-EVENT-TEXT
               IF WS-ABORT-CODE IS EQUAL TO 12
                   STRING "BREACH "       DELIMITED BY SIZE
                          WS-TODAY-DATE   DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          WS-ABORT-STEP   DELIMITED BY SPACE
                       INTO WS-EVENT-KEY
                   STRING "ENVELOPE BREACH CC 12 - STEP "
                                          DELIMITED BY SIZE
                          WS-ABORT-STEP   DELIMITED BY SPACE
                          " - BATCH CHAIN ABORTED" DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
               ELSE
                   STRING "ABORT "        DELIMITED BY SIZE
                          WS-TODAY-DATE   DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          WS-ABORT-STEP   DELIMITED BY SPACE
                       INTO WS-EVENT-KEY
                   STRING "BATCH CHAIN ABORTED AT STEP "
                                          DELIMITED BY SIZE
                          WS-ABORT-STEP   DELIMITED BY SPACE
                          " CC"           DELIMITED BY SIZE
                          WS-CODE-DISP    DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
               END-IF
               PERFORM 350-RAISE-EVENT
           END-IF.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT ABENDFL.
           PERFORM 310-CHECK-ONE-ABEND UNTIL SW-EOF = 'Y'.
           CLOSE ABENDFL.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT STEPTIME.
           PERFORM 320-CHECK-ONE-STEP UNTIL SW-EOF = 'Y'.
           CLOSE STEPTIME.
      *
       310-CHECK-ONE-ABEND.
           READ ABENDFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF AB-RUN-DATE IS EQUAL TO WS-TODAY-DATE
                       MOVE SPACE TO WS-EVENT-KEY
                       MOVE SPACE TO WS-EVENT-TEXT
                       MOVE AB-RECORD-NUMBER TO WS-REC-DISP
                       STRING "ABEND "        DELIMITED BY SIZE
                              AB-RUN-DATE     DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              AB-RUN-TIME     DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              AB-PROGRAM-NAME DELIMITED BY SPACE
                           INTO WS-EVENT-KEY
                       STRING "ABEND "        DELIMITED BY SIZE
                              AB-PROGRAM-NAME DELIMITED BY SPACE
                              " AT "          DELIMITED BY SIZE
                              AB-RUN-TIME     DELIMITED BY SIZE
                              " IN "          DELIMITED BY SIZE
                              AB-PARAGRAPH    DELIMITED BY SPACE
                              " RECORD"       DELIMITED BY SIZE
                              WS-REC-DISP     DELIMITED BY SIZE
                           INTO WS-EVENT-TEXT
                       PERFORM 350-RAISE-EVENT
                   END-IF
           END-READ.
      *
       320-CHECK-ONE-STEP.
           READ STEPTIME NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF TM-END-DATE IS EQUAL TO WS-TODAY-DATE AND
                       TM-COND-CODE IS EQUAL TO 12
                       MOVE SPACE TO WS-EVENT-KEY
                       MOVE SPACE TO WS-EVENT-TEXT
                       STRING "BREACH "       DELIMITED BY SIZE
                              TM-END-DATE     DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              TM-STEP-NAME    DELIMITED BY SPACE
                           INTO WS-EVENT-KEY
                       STRING "ENVELOPE BREACH CC 12 - STEP "
                                              DELIMITED BY SIZE
                              TM-STEP-NAME    DELIMITED BY SPACE
                              " ENDED "       DELIMITED BY SIZE
                              TM-END-TIME     DELIMITED BY SIZE
                           INTO WS-EVENT-TEXT
                       PERFORM 350-RAISE-EVENT
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 350-RAISE-EVENT - AN EVENT ALREADY ON THE LOG HAS BEEN PAGED
      * AND IS LEFT TO THE ESCALATION CLOCK. A NEW ONE TAKES THE NEXT
      * MESSAGE ID AND GOES TO TIER 1.
      ******************************************************************
       350-RAISE-EVENT.
           PERFORM 120-FIND-EVENT.
           IF WS-EV-FOUND IS EQUAL TO ZERO
               IF WS-EV-COUNT IS LESS THAN WS-EV-MAX
                   ADD 1 TO WS-EV-COUNT
                   MOVE WS-EV-COUNT TO WS-EV-FOUND
                   ADD 1 TO WS-LAST-MESSAGE-ID
                   MOVE WS-EVENT-KEY TO EV-KEY(WS-EV-FOUND)
                   MOVE WS-LAST-MESSAGE-ID TO EV-MESSAGE-ID(WS-EV-FOUND)
                   MOVE WS-EVENT-TEXT TO EV-TEXT(WS-EV-FOUND)
                   MOVE 1 TO EV-TIER(WS-EV-FOUND)
                   MOVE 'S' TO WS-PAGE-ACTION
                   PERFORM 700-SEND-PAGE
                   ADD 1 TO WS-SENT-COUNT
               ELSE
                   DISPLAY "**WARNING** EVENT TABLE FULL - NOT PAGED: "
                       WS-EVENT-TEXT
                   MOVE 'Y' TO SW-WARNING
               END-IF
           END-IF.
      *
      ******************************************************************
      * 400-ESCALATE-OVERDUE - AN OUTSTANDING PAGE OLDER THAN THE
      * ACKNOWLEDGMENT TIME GOES TO THE NEXT TIER OF THE SHIFT NOW ON
      * DUTY, KEEPING ITS MESSAGE ID SO ANY CONTACT'S ACKNOWLEDGMENT
      * CLOSES IT. WITH NO FURTHER TIER THE EVENT IS MARKED EXHAUSTED
      * AND LEFT FOR THE MORNING DIGEST.
      ******************************************************************
       400-ESCALATE-OVERDUE.
           PERFORM 410-CHECK-ONE-EVENT
               VARYING WS-EV-SUBS FROM 1 BY 1
               UNTIL WS-EV-SUBS > WS-EV-COUNT.
      *
       410-CHECK-ONE-EVENT.
           IF EV-STATE(WS-EV-SUBS) = 'O'
               MOVE EV-LAST-DATE(WS-EV-SUBS) TO WS-DN-DATE
               PERFORM 820-DATE-TO-DAY-NUMBER
               MOVE ZERO TO WS-TIME-HH
               MOVE ZERO TO WS-TIME-MM
               IF EV-LAST-TIME(WS-EV-SUBS)(1:2) IS NUMERIC AND
                   EV-LAST-TIME(WS-EV-SUBS)(4:2) IS NUMERIC
                   MOVE EV-LAST-TIME(WS-EV-SUBS)(1:2) TO WS-TIME-HH
                   MOVE EV-LAST-TIME(WS-EV-SUBS)(4:2) TO WS-TIME-MM
               END-IF
               COMPUTE WS-SENT-MINUTES = WS-DN-RESULT * 1440
                   + WS-TIME-HH * 60 + WS-TIME-MM
               COMPUTE WS-ELAPSED = WS-NOW-MINUTES - WS-SENT-MINUTES
               IF WS-ELAPSED IS NOT LESS THAN WS-ACK-MINUTES
                   MOVE WS-EV-SUBS TO WS-EV-FOUND
                   MOVE ZERO TO WS-NEXT-TIER
                   IF EV-TIER(WS-EV-SUBS) IS LESS THAN 3
                       COMPUTE WS-NEXT-TIER = EV-TIER(WS-EV-SUBS) + 1
                       IF SH-NAME(WS-NEXT-TIER) IS EQUAL TO SPACE
                           MOVE ZERO TO WS-NEXT-TIER
                       END-IF
                   END-IF
                   IF WS-NEXT-TIER IS GREATER THAN ZERO
                       MOVE WS-NEXT-TIER TO EV-TIER(WS-EV-SUBS)
                       MOVE 'R' TO WS-PAGE-ACTION
                       PERFORM 700-SEND-PAGE
                       ADD 1 TO WS-REISSUE-COUNT
                   ELSE
                       PERFORM 420-LOG-EXHAUSTED
                   END-IF
               END-IF
           END-IF.
      *
       420-LOG-EXHAUSTED.
           MOVE SPACE TO NOTIFLOG-RECORD.
           MOVE EV-KEY(WS-EV-FOUND) TO NF-EVENT-KEY.
           MOVE EV-MESSAGE-ID(WS-EV-FOUND) TO NF-MESSAGE-ID.
           MOVE 'X' TO NF-ACTION.
           MOVE EV-TIER(WS-EV-FOUND) TO NF-TIER.
           MOVE WS-TODAY-DATE TO NF-LOG-DATE.
           MOVE WS-NOW-TIME TO NF-LOG-TIME.
           MOVE EV-TEXT(WS-EV-FOUND) TO NF-TEXT.
           OPEN EXTEND NOTIFLOG.
           WRITE NOTIFLOG-RECORD.
           CLOSE NOTIFLOG.
           MOVE 'X' TO EV-STATE(WS-EV-FOUND).
           ADD 1 TO WS-EXHAUST-COUNT.
           MOVE 'Y' TO SW-WARNING.
           DISPLAY "**WARNING** PAGE " EV-MESSAGE-ID(WS-EV-FOUND)
               " UNANSWERED AT TIER " EV-TIER(WS-EV-FOUND)
               " - NO FURTHER TIER: " EV-TEXT(WS-EV-FOUND).
      *
       500-COUNT-OUTSTANDING.
           MOVE ZERO TO WS-OUTSTANDING.
           PERFORM 510-COUNT-ONE-EVENT
               VARYING WS-EV-SUBS FROM 1 BY 1
               UNTIL WS-EV-SUBS > WS-EV-COUNT.
      *
       510-COUNT-ONE-EVENT.
           IF EV-STATE(WS-EV-SUBS) = 'O'
               ADD 1 TO WS-OUTSTANDING
           END-IF.
      *
      ******************************************************************
      * 600-WATCH-ONE-CYCLE - ONE MINUTE OF THE WATCH: TAKE THE CLOCK,
      * APPLY WHATEVER HAS BEEN ACKNOWLEDGED, ESCALATE WHAT IS
      * OVERDUE, AND STOP ONCE NOTHING IS OUTSTANDING OR THE WATCH
      * LIMIT IS REACHED.
      ******************************************************************
       600-WATCH-ONE-CYCLE.
           PERFORM 050-TAKE-CLOCK.
           PERFORM 100-LOAD-LOG.
           PERFORM 200-APPLY-ACKNOWLEDGMENTS.
           PERFORM 400-ESCALATE-OVERDUE.
           PERFORM 500-COUNT-OUTSTANDING.
           IF WS-OUTSTANDING IS EQUAL TO ZERO
               MOVE 'Y' TO SW-WATCH-DONE
           ELSE
               IF WS-WATCH-CYCLES IS NOT LESS THAN WS-WATCH-MINUTES
                   DISPLAY "**WARNING** PAGE WATCH ENDED AFTER "
                       WS-WATCH-CYCLES " MINUTE(S) WITH "
                       WS-OUTSTANDING " PAGE(S) UNANSWERED."
                   MOVE 'Y' TO SW-WATCH-DONE
               ELSE
                   CALL "SYSTEM" USING WS-SLEEP-CMD
                   ADD 1 TO WS-WATCH-CYCLES
               END-IF
           END-IF.
      *
      ******************************************************************
      * 700-SEND-PAGE - ONE MESSAGE TO THE GATEWAY FOR EVENT
      * WS-EV-FOUND AT ITS CURRENT TIER, AND ITS ROW ON THE LOG.
      ******************************************************************
       700-SEND-PAGE.
           MOVE SH-NAME(EV-TIER(WS-EV-FOUND)) TO WS-PAGE-CONTACT.
           MOVE SH-PAGER(EV-TIER(WS-EV-FOUND)) TO WS-PAGE-PAGER.
           MOVE SPACE TO PAGEFEED-RECORD.
           MOVE EV-MESSAGE-ID(WS-EV-FOUND) TO PF-MESSAGE-ID.
           MOVE WS-TODAY-DATE TO PF-SEND-DATE.
           MOVE WS-NOW-TIME TO PF-SEND-TIME.
           MOVE EV-TIER(WS-EV-FOUND) TO PF-TIER.
           MOVE WS-PAGE-CONTACT TO PF-CONTACT.
           MOVE WS-PAGE-PAGER TO PF-PAGER.
           MOVE EV-TEXT(WS-EV-FOUND) TO PF-TEXT.
           OPEN EXTEND PAGEFEED.
           WRITE PAGEFEED-RECORD.
           CLOSE PAGEFEED.
           MOVE SPACE TO NOTIFLOG-RECORD.
           MOVE EV-KEY(WS-EV-FOUND) TO NF-EVENT-KEY.
           MOVE EV-MESSAGE-ID(WS-EV-FOUND) TO NF-MESSAGE-ID.
           MOVE WS-PAGE-ACTION TO NF-ACTION.
           MOVE EV-TIER(WS-EV-FOUND) TO NF-TIER.
           MOVE WS-PAGE-CONTACT TO NF-CONTACT.
           MOVE WS-TODAY-DATE TO NF-LOG-DATE.
           MOVE WS-NOW-TIME TO NF-LOG-TIME.
           MOVE EV-TEXT(WS-EV-FOUND) TO NF-TEXT.
           OPEN EXTEND NOTIFLOG.
           WRITE NOTIFLOG-RECORD.
           CLOSE NOTIFLOG.
           MOVE 'O' TO EV-STATE(WS-EV-FOUND).
           MOVE WS-TODAY-DATE TO EV-LAST-DATE(WS-EV-FOUND).
           MOVE WS-NOW-TIME TO EV-LAST-TIME(WS-EV-FOUND).
           DISPLAY "PAGE " EV-MESSAGE-ID(WS-EV-FOUND) " TIER "
               EV-TIER(WS-EV-FOUND) " TO " WS-PAGE-CONTACT ": "
               EV-TEXT(WS-EV-FOUND).
      *
      ******************************************************************
      * 820-DATE-TO-DAY-NUMBER - A CONTINUOUS DAY COUNT FOR A
      * YYYY-MM-DD DATE, SO TWO STAMPS CAN BE SUBTRACTED ACROSS MONTH
      * AND YEAR ENDS. ZERO FOR A DATE THAT IS NOT NUMERIC.
      ******************************************************************
       820-DATE-TO-DAY-NUMBER.
           MOVE ZERO TO WS-DN-RESULT.
           IF WS-DN-DATE(1:4) IS NUMERIC AND
               WS-DN-DATE(6:2) IS NUMERIC AND
               WS-DN-DATE(9:2) IS NUMERIC
               MOVE WS-DN-DATE(1:4) TO WS-DN-YYYY
               MOVE WS-DN-DATE(6:2) TO WS-DN-MM
               MOVE WS-DN-DATE(9:2) TO WS-DN-DD
               IF WS-DN-MM IS LESS THAN 3
                   SUBTRACT 1 FROM WS-DN-YYYY
                   ADD 12 TO WS-DN-MM
               END-IF
               DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-Y4
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-Y100
               DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-Y400
               COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MM - 3) + 2
               DIVIDE 5 INTO WS-DN-MDAYS
               COMPUTE WS-DN-RESULT = 365 * WS-DN-YYYY + WS-DN-Y4
                   - WS-DN-Y100 + WS-DN-Y400 + WS-DN-MDAYS
                   + WS-DN-DD
           END-IF.
