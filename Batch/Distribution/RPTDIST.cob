      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: REPORT DISTRIBUTION STEP, RUN AFTER THE BATCH CHAIN.
      *          THE MORNING REPORTS (DAYSTAT, MORNDIG, FLEETSTAT,
      *          SLARPT, THE ALARM ESCALATION REPORT AND ANY OTHER
      *          RETAINED GENERATION) USED TO BE PRINTED WHOLE AND
      *          CARRIED ROUND BY HAND. THE DISTRIBUTION MASTER (SEE
      *          COPYBOOKS/DISTMREC.CPY) SAYS WHICH REPORT GOES TO
      *          WHICH RECIPIENT, FOR WHICH HULL, IN HOW MANY COPIES;
      *          THIS STEP CUTS THE DAY'S DATED GENERATIONS BY HULL
      *          INTO ONE PACKET PER RECIPIENT (DISTPKT.<RECIPIENT>
      *          .D<YYYYMMDD>, READABLE THROUGH THE OPERATOR MENU'S
      *          RETAINED-REPORT VIEWER) AND LOGS WHAT WENT TO WHOM ON
      *          DISTLOG. WITH DISTRECIP SET ONLY THAT RECIPIENT'S
      *          PACKET IS BUILT AGAIN - THE MENU'S RE-SEND ENTRY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DISTMST-RECORD IS THE SHARED DISTRIBUTION MASTER CARD.
           SELECT OPTIONAL DISTMST ASSIGN TO "DISTMST"
           ORGANIZATION IS LINE SEQUENTIAL.
      * GENFL IS ONE DATED REPORT GENERATION (<NAME>.D<YYYYMMDD>),
      * 132 WIDE WHETHER RPTFMT OR RPTGENWR WROTE IT.
           SELECT OPTIONAL GENFL ASSIGN TO DYNAMIC FILENAME-GEN
           ORGANIZATION IS SEQUENTIAL.
      * PKTFL IS ONE RECIPIENT'S PACKET, THE SAME 132-COLUMN SHAPE,
      * SO THE MENU VIEWER READS IT LIKE ANY RETAINED REPORT.
           SELECT PKTFL ASSIGN TO DYNAMIC FILENAME-PKT
           ORGANIZATION IS SEQUENTIAL.
      * DISTLOG IS THE DISTRIBUTION TRAIL - ONE ROW PER REPORT PER
      * RECIPIENT PER RUN, APPENDED.
           SELECT OPTIONAL DISTLOG ASSIGN TO "DISTLOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD DISTMST.
           COPY DISTMREC.
      *
       FD GENFL.
       01 GENFL-RECORD                             PIC X(132).
      *
       FD PKTFL.
       01 PKTFL-RECORD                             PIC X(132).
      *
       FD DISTLOG.
       01 DISTLOG-RECORD.
           05 DL-REPORT-DATE                       PIC X(10).
           05 DL-RUN-DATE                          PIC X(10).
           05 DL-RUN-TIME                          PIC X(8).
           05 DL-RECIPIENT                         PIC X(12).
           05 DL-REPORT-NAME                       PIC X(12).
           05 DL-HULL-ID                           PIC X(4).
           05 DL-COPIES                            PIC 9(2).
           05 DL-LINES                             PIC 9(7).
      *    SENT, RESENT, OR MISSING WHEN THE GENERATION WAS NOT THERE.
           05 DL-STATUS                            PIC X(8).
      *    "BATCH" FOR THE CHAIN'S RUN, THE OPERATOR ID FOR A RE-SEND.
           05 DL-SENT-BY                           PIC X(8).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-GEN-EOF                           PIC X VALUE 'N'.
           05 SW-FOUND                             PIC X VALUE 'N'.
           05 SW-GEN-PRESENT                       PIC X VALUE 'N'.
           05 SW-RESEND                            PIC X VALUE 'N'.
      *
       01 FILE-NAMES.
           05 FILENAME-GEN                         PIC X(100)
                                                VALUE SPACE.
           05 FILENAME-PKT                         PIC X(100)
                                                VALUE SPACE.
           05 WS-ENV-WORK                          PIC X(100)
                                                VALUE SPACE.
      *
      * THE REPORT DATE DEFAULTS TO TODAY BUT IS OVERRIDDEN BY
      * DISTDATE (YYYY-MM-DD) TO RE-SEND AN EARLIER DAY'S PACKETS.
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
       01 WS-REPORT-DATE                           PIC X(10)
                                                VALUE SPACE.
       01 WS-DATE-STAMP                            PIC X(8)
                                                VALUE SPACE.
       01 WS-ONE-RECIPIENT                         PIC X(12)
                                                VALUE SPACE.
       01 WS-SENT-BY                               PIC X(8)
                                                VALUE "BATCH".
      *
      * THE ROUTING CARDS, IN MASTER ORDER.
       01 ROUTING-TABLE.
           05 WS-ROUTE-COUNT                       PIC 9(3) VALUE ZERO.
           05 RT-ENTRY OCCURS 200 TIMES.
               10 RT-REPORT-NAME                   PIC X(12).
               10 RT-RECIPIENT                     PIC X(12).
               10 RT-HULL-ID                       PIC X(4).
               10 RT-COPIES                        PIC 9(2).
       01 WS-ROUTE-MAX                             PIC 9(3) VALUE 200.
       01 WS-ROUTE-SUBS                            PIC 9(3) VALUE ZERO.
      *
      * EACH RECIPIENT ONCE, IN THE ORDER IT FIRST APPEARS.
       01 RECIPIENT-TABLE.
           05 WS-RECIP-COUNT                       PIC 9(3) VALUE ZERO.
           05 RC-RECIPIENT OCCURS 200 TIMES        PIC X(12).
       01 WS-RECIP-SUBS                            PIC 9(3) VALUE ZERO.
       01 WS-SCAN-SUBS                             PIC 9(3) VALUE ZERO.
      *
      * THE SPLIT RULES FOR THE REPORTS WHOSE LAYOUTS ARE KNOWN HERE:
      * THE MORNING DIGEST AND FLEET BOARD HEADINGS, AND THE ALARM
      * ESCALATION LISTING'S HULL COLUMN. ANY OTHER REPORT IS TAKEN
      * TO CARRY THE STANDARD RPTFMT PAGE HEADING. 'S' CARDS ON THE
      * MASTER ARE ADDED AFTER THESE, AND THE LAST RULE FOR A REPORT
      * WINS.
       01 BUILT-IN-RULES.
           05 FILLER                               PIC X(29)
                 VALUE "DIGESTRPT   S051HULL      056".
           05 FILLER                               PIC X(29)
                 VALUE "FLEETRPT    S001HULL --   009".
           05 FILLER                               PIC X(29)
                 VALUE "ALARMESCRPT L000          013".
       01 BUILT-IN-TABLE REDEFINES BUILT-IN-RULES.
           05 BI-ENTRY OCCURS 3 TIMES.
               10 BI-REPORT-NAME                   PIC X(12).
               10 BI-SPLIT-MODE                    PIC X.
               10 BI-MARK-COLUMN                   PIC 9(3).
               10 BI-MARK-TEXT                     PIC X(10).
               10 BI-HULL-COLUMN                   PIC 9(3).
       01 WS-BUILT-IN-COUNT                        PIC 9    VALUE 3.
      *
       01 RULE-TABLE.
           05 WS-RULE-COUNT                        PIC 9(3) VALUE ZERO.
           05 RU-ENTRY OCCURS 50 TIMES.
               10 RU-REPORT-NAME                   PIC X(12).
               10 RU-SPLIT-MODE                    PIC X.
               10 RU-MARK-COLUMN                   PIC 9(3).
               10 RU-MARK-TEXT                     PIC X(10).
               10 RU-HULL-COLUMN                   PIC 9(3).
       01 WS-RULE-MAX                              PIC 9(3) VALUE 50.
       01 WS-RULE-SUBS                             PIC 9(3) VALUE ZERO.
      *
      * THE RULE IN FORCE FOR THE REPORT BEING CUT. THE STANDARD
      * RPTFMT HEADING PUTS "HULL" AT COLUMN 63 AND THE HULL AT 68.
       01 CURRENT-RULE.
           05 CR-SPLIT-MODE                        PIC X    VALUE 'S'.
           05 CR-MARK-COLUMN                       PIC 9(3) VALUE 63.
           05 CR-MARK-TEXT                         PIC X(10)
                                                   VALUE "HULL".
           05 CR-MARK-LENGTH                       PIC 9(2) VALUE 4.
           05 CR-HULL-COLUMN                       PIC 9(3) VALUE 68.
      *
      * HULLS A LINE-MODE HULL COLUMN IS RECOGNISED AGAINST: THE
      * HULLMST REGISTRY, PLUS EVERY HULL NAMED ON A ROUTING CARD.
       01 KNOWN-HULL-TABLE.
           05 WS-KNOWN-COUNT                       PIC 9(3) VALUE ZERO.
           05 KH-HULL-ID OCCURS 50 TIMES           PIC X(4).
       01 WS-KNOWN-SUBS                            PIC 9(3) VALUE ZERO.
       01 WS-HL-SUBS                               PIC 99   VALUE ZERO.
       01 WS-CANDIDATE-HULL                        PIC X(4) VALUE SPACE.
      *
      * THE CUT: THE HULL THE CURRENT SECTION OR LINE BELONGS TO
      * (SPACE FOR A LINE EVERY RECIPIENT GETS) AND THE COUNTS.
       01 CUT-DATA.
           05 WS-SECTION-HULL                      PIC X(4) VALUE SPACE.
           05 WS-LINE-HULL                         PIC X(4) VALUE SPACE.
           05 WS-COPY-NUMBER                       PIC 9(2) VALUE ZERO.
           05 WS-COPIES                            PIC 9(2) VALUE ZERO.
           05 WS-LINES-SELECTED                    PIC 9(7) VALUE ZERO.
      *
       01 RUN-COUNTS.
           05 WS-PACKET-COUNT                      PIC 9(5) VALUE ZERO.
           05 WS-SENT-COUNT                        PIC 9(5) VALUE ZERO.
           05 WS-MISSING-COUNT                     PIC 9(5) VALUE ZERO.
           05 WS-BAD-CARDS                         PIC 9(5) VALUE ZERO.
      *
       01 PKT-BANNER.
           05 FILLER                               PIC X(28)
                 VALUE "REPORT DISTRIBUTION PACKET  ".
           05 FILLER                               PIC X(11)
                                                VALUE "RECIPIENT: ".
           05 PB-RECIPIENT                         PIC X(12).
           05 FILLER                               PIC X(15)
                                                VALUE "  REPORT DATE: ".
           05 PB-REPORT-DATE                       PIC X(10).
           05 FILLER                               PIC X(56)
                                                   VALUE SPACE.
      *
       01 PKT-SEPARATOR.
           05 FILLER                               PIC X(8)
                                                VALUE "======= ".
           05 PS-REPORT-NAME                       PIC X(12).
           05 FILLER                               PIC X(7)
                                                VALUE "  HULL ".
           05 PS-HULL-ID                           PIC X(4).
           05 FILLER                               PIC X(7)
                                                VALUE "  COPY ".
           05 PS-COPY                              PIC Z9.
           05 FILLER                               PIC X(4)
                                                VALUE " OF ".
           05 PS-COPIES                            PIC Z9.
           05 FILLER                               PIC X(8)
                                                VALUE " =======".
           05 FILLER                               PIC X(78)
                                                   VALUE SPACE.
      *
       01 PKT-MISSING.
           05 FILLER                               PIC X(3)
                                                VALUE "** ".
           05 PM-REPORT-NAME                       PIC X(12).
           05 FILLER                               PIC X(29)
                 VALUE " WAS NOT PRODUCED FOR THE DAY".
           05 FILLER                               PIC X(3)
                                                VALUE " **".
           05 FILLER                               PIC X(85)
                                                   VALUE SPACE.
      *
      * HULLLD-PARM IS THE SHARED HULL REGISTRY LOADER AREA (SEE
      * COPYBOOKS/HULLLDPM.CPY).
           COPY HULLLDPM.
      *
      * TRAINSW-PARM IS THE SHARED TRAINING-SWITCH AREA (SEE
      * COPYBOOKS/TRAINSPM.CPY).
           COPY TRAINSPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
      *    TRAINING MODE (SEE TRAINSW) MOVES THE RUN ONTO THE TRAINING
      *    SET BEFORE ANY DATASET IS OPENED.
           MOVE 'A' TO TS-ACTION.
           MOVE 'L' TO TS-MODE.
           CALL "TRAINSW" USING TRAINSW-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM 010-GET-SETTINGS.
           PERFORM 020-LOAD-MASTER.
           IF WS-ROUTE-COUNT IS EQUAL TO ZERO
               DISPLAY "**WARNING** NO ROUTING CARDS ON DISTMST - "
                   "NOTHING DISTRIBUTED."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 040-LOAD-KNOWN-HULLS.
           IF SW-RESEND = 'Y'
               MOVE 'N' TO SW-FOUND
               PERFORM 050-FIND-RECIPIENT
                   VARYING WS-RECIP-SUBS FROM 1 BY 1
                   UNTIL WS-RECIP-SUBS > WS-RECIP-COUNT
                   OR SW-FOUND = 'Y'
               IF SW-FOUND = 'N'
                   DISPLAY "**RPTDIST** RECIPIENT " WS-ONE-RECIPIENT
                       " IS NOT ON DISTMST - NOTHING RE-SENT."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SUBTRACT 1 FROM WS-RECIP-SUBS
               PERFORM 100-BUILD-ONE-PACKET
           ELSE
               PERFORM 100-BUILD-ONE-PACKET
                   VARYING WS-RECIP-SUBS FROM 1 BY 1
                   UNTIL WS-RECIP-SUBS > WS-RECIP-COUNT
           END-IF.
           DISPLAY "DISTRIBUTION FOR " WS-REPORT-DATE ": "
               WS-PACKET-COUNT " PACKET(S), " WS-SENT-COUNT
               " REPORT(S) SENT, " WS-MISSING-COUNT " MISSING.".
           IF WS-MISSING-COUNT IS GREATER THAN ZERO OR
               WS-BAD-CARDS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-SETTINGS - THE REPORT DATE (DISTDATE, ELSE TODAY), AND
      * FOR A RE-SEND THE ONE RECIPIENT (DISTRECIP) AND WHO ASKED FOR
      * IT (DISTBY).
      ******************************************************************
       010-GET-SETTINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-REPORT-DATE.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "DISTDATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:10) TO WS-REPORT-DATE
           END-IF.
           STRING WS-REPORT-DATE(1:4) WS-REPORT-DATE(6:2)
               WS-REPORT-DATE(9:2) DELIMITED BY SIZE
               INTO WS-DATE-STAMP.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "DISTRECIP"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:12) TO WS-ONE-RECIPIENT
               MOVE 'Y' TO SW-RESEND
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "DISTBY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:8) TO WS-SENT-BY
           END-IF.
      *
      ******************************************************************
      * 020-LOAD-MASTER - THE BUILT-IN SPLIT RULES FIRST, THEN EVERY
      * MASTER CARD: ROUTING CARDS INTO THE ROUTING AND RECIPIENT
      * TABLES, SPLIT-RULE CARDS ONTO THE END OF THE RULE TABLE.
      ******************************************************************
       020-LOAD-MASTER.
           PERFORM 025-TAKE-BUILT-IN-RULE
               VARYING WS-RULE-SUBS FROM 1 BY 1
               UNTIL WS-RULE-SUBS > WS-BUILT-IN-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT DISTMST.
           PERFORM 030-LOAD-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE DISTMST.
      *
       025-TAKE-BUILT-IN-RULE.
           ADD 1 TO WS-RULE-COUNT.
           MOVE BI-ENTRY(WS-RULE-SUBS) TO RU-ENTRY(WS-RULE-COUNT).
      *
       030-LOAD-ONE-CARD.
           READ DISTMST NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN DM-ROUTING
                           PERFORM 032-TAKE-ROUTING-CARD
                       WHEN DM-SPLIT-RULE
                           PERFORM 036-TAKE-SPLIT-CARD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      *
       032-TAKE-ROUTING-CARD.
           IF DM-REPORT-NAME IS EQUAL TO SPACE OR
               DM-RECIPIENT IS EQUAL TO SPACE
               ADD 1 TO WS-BAD-CARDS
               DISPLAY "**RPTDIST** ROUTING CARD WITHOUT A REPORT OR "
                   "RECIPIENT IGNORED."
           ELSE
               IF WS-ROUTE-COUNT IS EQUAL TO WS-ROUTE-MAX
                   ADD 1 TO WS-BAD-CARDS
                   DISPLAY "**RPTDIST** MORE THAN " WS-ROUTE-MAX
                       " ROUTING CARDS - " DM-REPORT-NAME " FOR "
                       DM-RECIPIENT " IGNORED."
               ELSE
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE DM-REPORT-NAME TO RT-REPORT-NAME
                       (WS-ROUTE-COUNT)
                   MOVE DM-RECIPIENT TO RT-RECIPIENT(WS-ROUTE-COUNT)
                   MOVE DM-HULL-ID TO RT-HULL-ID(WS-ROUTE-COUNT)
                   IF DM-HULL-ID IS EQUAL TO SPACE
                       MOVE "ALL" TO RT-HULL-ID(WS-ROUTE-COUNT)
                   END-IF
                   MOVE 1 TO RT-COPIES(WS-ROUTE-COUNT)
                   IF DM-COPIES IS NUMERIC AND
                       DM-COPIES IS GREATER THAN ZERO
                       MOVE DM-COPIES TO RT-COPIES(WS-ROUTE-COUNT)
                   END-IF
                   PERFORM 034-ADD-RECIPIENT
               END-IF
           END-IF.
      *
       034-ADD-RECIPIENT.
           MOVE 'N' TO SW-FOUND.
           PERFORM 035-MATCH-ONE-RECIPIENT
               VARYING WS-SCAN-SUBS FROM 1 BY 1
               UNTIL WS-SCAN-SUBS > WS-RECIP-COUNT OR SW-FOUND = 'Y'.
           IF SW-FOUND = 'N'
               ADD 1 TO WS-RECIP-COUNT
               MOVE DM-RECIPIENT TO RC-RECIPIENT(WS-RECIP-COUNT)
           END-IF.
      *
       035-MATCH-ONE-RECIPIENT.
           IF RC-RECIPIENT(WS-SCAN-SUBS) IS EQUAL TO DM-RECIPIENT
               MOVE 'Y' TO SW-FOUND
           END-IF.
      *
       036-TAKE-SPLIT-CARD.
           IF DM-REPORT-NAME IS EQUAL TO SPACE OR
               (DM-SPLIT-MODE NOT EQUAL TO 'S' AND
                DM-SPLIT-MODE NOT EQUAL TO 'L' AND
                DM-SPLIT-MODE NOT EQUAL TO 'N') OR
               (DM-SPLIT-MODE NOT EQUAL TO 'N' AND
                (DM-HULL-COLUMN IS NOT NUMERIC OR
                 DM-HULL-COLUMN IS LESS THAN 1 OR
                 DM-HULL-COLUMN IS GREATER THAN 129)) OR
               (DM-SPLIT-MODE = 'S' AND
                (DM-MARK-COLUMN IS NOT NUMERIC OR
                 DM-MARK-COLUMN IS LESS THAN 1 OR
                 DM-MARK-COLUMN IS GREATER THAN 123 OR
                 DM-MARK-TEXT IS EQUAL TO SPACE))
               ADD 1 TO WS-BAD-CARDS
               DISPLAY "**RPTDIST** SPLIT RULE FOR " DM-REPORT-NAME
                   " IS INCOMPLETE - IGNORED."
           ELSE
               IF WS-RULE-COUNT IS EQUAL TO WS-RULE-MAX
                   ADD 1 TO WS-BAD-CARDS
                   DISPLAY "**RPTDIST** MORE THAN " WS-RULE-MAX
                       " SPLIT RULES - " DM-REPORT-NAME " IGNORED."
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE DM-REPORT-NAME TO RU-REPORT-NAME
                       (WS-RULE-COUNT)
                   MOVE DM-SPLIT-MODE TO RU-SPLIT-MODE(WS-RULE-COUNT)
                   MOVE DM-MARK-COLUMN TO RU-MARK-COLUMN
                       (WS-RULE-COUNT)
                   MOVE DM-MARK-TEXT TO RU-MARK-TEXT(WS-RULE-COUNT)
                   MOVE DM-HULL-COLUMN TO RU-HULL-COLUMN
                       (WS-RULE-COUNT)
               END-IF
           END-IF.
      *
      ******************************************************************
      * 040-LOAD-KNOWN-HULLS - EVERY HULL ON THE REGISTRY AND EVERY
      * HULL A ROUTING CARD NAMES.
      ******************************************************************
       040-LOAD-KNOWN-HULLS.
           MOVE ZERO TO HL-HULL-COUNT.
           MOVE ZERO TO HL-SERVICE-COUNT.
           MOVE ZERO TO HL-OVERFLOW-COUNT.
           CALL "HULLLD" USING HULLLD-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           PERFORM 042-TAKE-REGISTRY-HULL
               VARYING WS-HL-SUBS FROM 1 BY 1
               UNTIL WS-HL-SUBS > HL-HULL-COUNT.
           PERFORM 044-TAKE-ROUTING-HULL
               VARYING WS-ROUTE-SUBS FROM 1 BY 1
               UNTIL WS-ROUTE-SUBS > WS-ROUTE-COUNT.
      *
       042-TAKE-REGISTRY-HULL.
           MOVE HL-HULL-ID(WS-HL-SUBS) TO WS-CANDIDATE-HULL.
           PERFORM 046-ADD-KNOWN-HULL.
      *
       044-TAKE-ROUTING-HULL.
           IF RT-HULL-ID(WS-ROUTE-SUBS) NOT EQUAL TO "ALL"
               MOVE RT-HULL-ID(WS-ROUTE-SUBS) TO WS-CANDIDATE-HULL
               PERFORM 046-ADD-KNOWN-HULL
           END-IF.
      *
       046-ADD-KNOWN-HULL.
           PERFORM 048-CHECK-KNOWN-HULL.
           IF SW-FOUND = 'N' AND WS-KNOWN-COUNT IS LESS THAN 50
               ADD 1 TO WS-KNOWN-COUNT
               MOVE WS-CANDIDATE-HULL TO KH-HULL-ID(WS-KNOWN-COUNT)
           END-IF.
      *
       048-CHECK-KNOWN-HULL.
           MOVE 'N' TO SW-FOUND.
           PERFORM 049-MATCH-ONE-KNOWN-HULL
               VARYING WS-KNOWN-SUBS FROM 1 BY 1
               UNTIL WS-KNOWN-SUBS > WS-KNOWN-COUNT OR SW-FOUND = 'Y'.
      *
       049-MATCH-ONE-KNOWN-HULL.
           IF KH-HULL-ID(WS-KNOWN-SUBS) IS EQUAL TO WS-CANDIDATE-HULL
               MOVE 'Y' TO SW-FOUND
           END-IF.
      *
       050-FIND-RECIPIENT.
           IF RC-RECIPIENT(WS-RECIP-SUBS) IS EQUAL TO WS-ONE-RECIPIENT
               MOVE 'Y' TO SW-FOUND
           END-IF.
      *
      ******************************************************************
      * 100-BUILD-ONE-PACKET - ONE RECIPIENT'S PACKET: A BANNER, THEN
      * EACH REPORT ROUTED TO THE RECIPIENT, IN MASTER ORDER.
      ******************************************************************
       100-BUILD-ONE-PACKET.
           MOVE SPACE TO FILENAME-PKT.
           STRING "DISTPKT." DELIMITED BY SIZE
               RC-RECIPIENT(WS-RECIP-SUBS) DELIMITED BY SPACE
               ".D" DELIMITED BY SIZE
               WS-DATE-STAMP DELIMITED BY SIZE
               INTO FILENAME-PKT.
           OPEN OUTPUT PKTFL.
           MOVE RC-RECIPIENT(WS-RECIP-SUBS) TO PB-RECIPIENT.
           MOVE WS-REPORT-DATE TO PB-REPORT-DATE.
           WRITE PKTFL-RECORD FROM PKT-BANNER.
           PERFORM 110-SEND-ONE-ROUTE
               VARYING WS-ROUTE-SUBS FROM 1 BY 1
               UNTIL WS-ROUTE-SUBS > WS-ROUTE-COUNT.
           CLOSE PKTFL.
           ADD 1 TO WS-PACKET-COUNT.
           DISPLAY "PACKET " FILENAME-PKT(1:40) " BUILT.".
      *
       110-SEND-ONE-ROUTE.
           IF RT-RECIPIENT(WS-ROUTE-SUBS) IS EQUAL TO
               RC-RECIPIENT(WS-RECIP-SUBS)
               PERFORM 120-SET-RULE
               MOVE SPACE TO FILENAME-GEN
               STRING RT-REPORT-NAME(WS-ROUTE-SUBS) DELIMITED BY SPACE
                   ".D" DELIMITED BY SIZE
                   WS-DATE-STAMP DELIMITED BY SIZE
                   INTO FILENAME-GEN
               MOVE RT-COPIES(WS-ROUTE-SUBS) TO WS-COPIES
               MOVE 'N' TO SW-GEN-PRESENT
               MOVE ZERO TO WS-LINES-SELECTED
               PERFORM 200-CUT-ONE-COPY
                   VARYING WS-COPY-NUMBER FROM 1 BY 1
                   UNTIL WS-COPY-NUMBER > WS-COPIES
                   OR (WS-COPY-NUMBER > 1 AND SW-GEN-PRESENT = 'N')
               IF SW-GEN-PRESENT = 'N'
                   MOVE RT-REPORT-NAME(WS-ROUTE-SUBS) TO
                       PM-REPORT-NAME
                   WRITE PKTFL-RECORD FROM PKT-MISSING
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "MISSING" TO DL-STATUS
               ELSE
                   ADD 1 TO WS-SENT-COUNT
                   IF SW-RESEND = 'Y'
                       MOVE "RESENT" TO DL-STATUS
                   ELSE
                       MOVE "SENT" TO DL-STATUS
                   END-IF
               END-IF
               PERFORM 900-WRITE-LOG
           END-IF.
      *
      ******************************************************************
      * 120-SET-RULE - THE LAST SPLIT RULE NAMING THE REPORT, ELSE THE
      * STANDARD RPTFMT HEADING. THE MARK TEXT IS COMPARED OVER ITS
      * OWN LENGTH, TRAILING SPACES LEFT OFF.
      ******************************************************************
       120-SET-RULE.
           MOVE 'S' TO CR-SPLIT-MODE.
           MOVE 63 TO CR-MARK-COLUMN.
           MOVE "HULL" TO CR-MARK-TEXT.
           MOVE 68 TO CR-HULL-COLUMN.
           PERFORM 125-MATCH-ONE-RULE
               VARYING WS-RULE-SUBS FROM 1 BY 1
               UNTIL WS-RULE-SUBS > WS-RULE-COUNT.
           MOVE 10 TO CR-MARK-LENGTH.
           PERFORM 127-SHORTEN-MARK
               UNTIL CR-MARK-LENGTH IS EQUAL TO ZERO OR
               CR-MARK-TEXT(CR-MARK-LENGTH:1) NOT EQUAL TO SPACE.
      *
       125-MATCH-ONE-RULE.
           IF RU-REPORT-NAME(WS-RULE-SUBS) IS EQUAL TO
               RT-REPORT-NAME(WS-ROUTE-SUBS)
               MOVE RU-SPLIT-MODE(WS-RULE-SUBS) TO CR-SPLIT-MODE
               MOVE RU-MARK-COLUMN(WS-RULE-SUBS) TO CR-MARK-COLUMN
               MOVE RU-MARK-TEXT(WS-RULE-SUBS) TO CR-MARK-TEXT
               MOVE RU-HULL-COLUMN(WS-RULE-SUBS) TO CR-HULL-COLUMN
           END-IF.
      *
       127-SHORTEN-MARK.
           SUBTRACT 1 FROM CR-MARK-LENGTH.
      *
      ******************************************************************
      * 200-CUT-ONE-COPY - ONE PASS OVER THE GENERATION, KEEPING THE
      * LINES THAT BELONG TO THE ROUTE'S HULL (OR TO NO HULL). EACH
      * COPY GETS ITS OWN SEPARATOR SO THE COPIES TEAR APART CLEANLY.
      ******************************************************************
       200-CUT-ONE-COPY.
           MOVE 'N' TO SW-GEN-EOF.
           MOVE SPACE TO WS-SECTION-HULL.
           OPEN INPUT GENFL.
           READ GENFL NEXT
               AT END
                   MOVE 'Y' TO SW-GEN-EOF
           END-READ.
           IF SW-GEN-EOF = 'N'
               MOVE 'Y' TO SW-GEN-PRESENT
               MOVE RT-REPORT-NAME(WS-ROUTE-SUBS) TO PS-REPORT-NAME
               MOVE RT-HULL-ID(WS-ROUTE-SUBS) TO PS-HULL-ID
               MOVE WS-COPY-NUMBER TO PS-COPY
               MOVE WS-COPIES TO PS-COPIES
               WRITE PKTFL-RECORD FROM PKT-SEPARATOR
               PERFORM 210-CUT-ONE-LINE UNTIL SW-GEN-EOF = 'Y'
           END-IF.
           CLOSE GENFL.
      *
       210-CUT-ONE-LINE.
           PERFORM 220-CLASSIFY-LINE.
           IF RT-HULL-ID(WS-ROUTE-SUBS) IS EQUAL TO "ALL" OR
               WS-LINE-HULL IS EQUAL TO SPACE OR
               WS-LINE-HULL IS EQUAL TO RT-HULL-ID(WS-ROUTE-SUBS)
               WRITE PKTFL-RECORD FROM GENFL-RECORD
               IF WS-COPY-NUMBER IS EQUAL TO 1
                   ADD 1 TO WS-LINES-SELECTED
               END-IF
           END-IF.
           READ GENFL NEXT
               AT END
                   MOVE 'Y' TO SW-GEN-EOF
           END-READ.
      *
      ******************************************************************
      * 220-CLASSIFY-LINE - WHICH HULL THE LINE IN GENFL-RECORD BELONGS
      * TO, BY THE RULE IN FORCE. SPACE MEANS EVERY RECIPIENT GETS IT.
      ******************************************************************
       220-CLASSIFY-LINE.
           MOVE SPACE TO WS-LINE-HULL.
           EVALUATE CR-SPLIT-MODE
               WHEN 'S'
                   IF CR-MARK-LENGTH IS GREATER THAN ZERO AND
                       GENFL-RECORD(CR-MARK-COLUMN:CR-MARK-LENGTH)
                       IS EQUAL TO CR-MARK-TEXT(1:CR-MARK-LENGTH)
                       MOVE GENFL-RECORD(CR-HULL-COLUMN:4)
                           TO WS-SECTION-HULL
                       IF WS-SECTION-HULL IS EQUAL TO "ALL"
                           MOVE SPACE TO WS-SECTION-HULL
                       END-IF
                   END-IF
                   MOVE WS-SECTION-HULL TO WS-LINE-HULL
               WHEN 'L'
                   MOVE GENFL-RECORD(CR-HULL-COLUMN:4)
                       TO WS-CANDIDATE-HULL
                   IF WS-CANDIDATE-HULL NOT EQUAL TO SPACE
                       PERFORM 048-CHECK-KNOWN-HULL
                       IF SW-FOUND = 'Y'
                           MOVE WS-CANDIDATE-HULL TO WS-LINE-HULL
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      * 900-WRITE-LOG - ONE DISTRIBUTION-LOG ROW FOR THE ROUTE JUST
      * SENT: WHICH DAY'S REPORT, WHEN, TO WHOM, FOR WHICH HULL, HOW
      * MANY COPIES AND LINES, AND WHO SENT IT.
      ******************************************************************
       900-WRITE-LOG.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND DISTLOG.
           MOVE WS-REPORT-DATE TO DL-REPORT-DATE.
           MOVE WS-TODAY-DATE TO DL-RUN-DATE.
           MOVE SPACE TO DL-RUN-TIME.
           STRING WS-RUN-HH ":" WS-RUN-MIN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO DL-RUN-TIME.
           MOVE RT-RECIPIENT(WS-ROUTE-SUBS) TO DL-RECIPIENT.
           MOVE RT-REPORT-NAME(WS-ROUTE-SUBS) TO DL-REPORT-NAME.
           MOVE RT-HULL-ID(WS-ROUTE-SUBS) TO DL-HULL-ID.
           MOVE RT-COPIES(WS-ROUTE-SUBS) TO DL-COPIES.
           MOVE WS-LINES-SELECTED TO DL-LINES.
           MOVE WS-SENT-BY TO DL-SENT-BY.
           WRITE DISTLOG-RECORD.
           CLOSE DISTLOG.
