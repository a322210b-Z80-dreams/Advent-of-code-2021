      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: NIGHTLY TELEMETRY TRANSMISSION TO SHORE HEADQUARTERS.
      *          THE TRANSMIT FUNCTION EXTRACTS THE DAY'S TELEMIDX
      *          ROWS FOR EVERY HULL INTO A FIXED-FORMAT TRANSMISSION
      *          FILE (HEADER, DETAIL, TRAILER WITH RECORD COUNT AND
      *          DEPTH/DIAGNOSTIC HASH TOTALS) AND LOGS IT IN THE
      *          TRANSMISSION REGISTER. THE ACKNOWLEDGE FUNCTION READS
      *          THE ACKNOWLEDGMENT FILE SHORE SENDS BACK AND MARKS
      *          EACH TRANSMISSION ACCEPTED OR REJECTED. EVERY RUN
      *          ENDS WITH THE UNACKNOWLEDGED-TRANSMISSIONS REPORT -
      *          INSTEAD OF SOMEONE READING DAYSTAT OVER THE RADIO AND
      *          NOBODY KNOWING WHETHER SHORE EVER WROTE IT DOWN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHORETX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TELEMFL ASSIGN TO "TELEMIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TL-REC-KEY.
      * SHORETX IS THE OUTBOUND TRANSMISSION FILE THE SHORE LINK
      * PICKS UP (SEE COPYBOOKS/XMITREC.CPY). PLAIN SEQUENTIAL, FIXED
      * 110-BYTE RECORDS, SO SHORE READS IT BY POSITION.
           SELECT XMITFL ASSIGN TO "SHORETX"
           ORGANIZATION IS SEQUENTIAL.
      * SHORETXREG IS THE PERMANENT TRANSMISSION REGISTER (SEE
      * COPYBOOKS/XMITRGRC.CPY). SHORETXREG.WRK IS THE REWRITE WORK
      * FILE, THE SAME SPLIT/REBUILD SHAPE ALARMMT USES ON ITS MASTER.
           SELECT OPTIONAL XMITREG ASSIGN TO "SHORETXREG"
           ORGANIZATION IS SEQUENTIAL.
           SELECT XMITWRK ASSIGN TO "SHORETXREG.WRK"
           ORGANIZATION IS SEQUENTIAL.
      * SHOREACK IS SHORE'S ACKNOWLEDGMENT FILE, ONE ROW PER
      * TRANSMISSION IT HAS CHECKED. NO FILE MEANS NOTHING TO APPLY.
           SELECT OPTIONAL ACKFL ASSIGN TO "SHOREACK"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY). THIS PROGRAM IS A READER ONLY.
       FD TELEMFL.
           COPY TELEMREC.
      *
       FD XMITFL.
           COPY XMITREC.
      *
       FD XMITREG.
           COPY XMITRGRC.
      *
       FD XMITWRK.
       01 XMITWRK-RECORD                           PIC X(107).
      *
      * SHORE QUOTES BACK THE TRANSMISSION NUMBER AND RUN DATE, ITS
      * VERDICT ('A' ACCEPTED, 'R' REJECTED), THE COUNT AND HASH
      * TOTALS IT COMPUTED ON RECEIPT, AND A REASON FOR A REJECTION.
       FD ACKFL.
       01 ACKFL-RECORD.
           05 XA-SEQUENCE                          PIC 9(6).
           05 XA-RUN-DATE                          PIC X(10).
           05 XA-STATUS                            PIC X.
           05 XA-RECORD-COUNT                      PIC 9(7).
           05 XA-DEPTH-HASH                        PIC S9(15).
           05 XA-DIAG-HASH                         PIC 9(18).
           05 XA-REASON                            PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-WARNING                           PIC X VALUE 'N'.
           05 SW-ALREADY-ACCEPTED                  PIC X VALUE 'N'.
           05 SW-RESEND                            PIC X VALUE 'N'.
      *
      * THE FUNCTION TO RUN (SHORETXFN): 'T' TRANSMIT (THE NIGHTLY
      * DEFAULT), 'A' APPLY SHORE'S ACKNOWLEDGMENTS, OR 'R' THE
      * UNACKNOWLEDGED-TRANSMISSIONS REPORT ON ITS OWN.
       01 WS-FUNCTION                              PIC X    VALUE 'T'.
      *
      * WS-TARGET-DATE IS THE RUN DATE TO TRANSMIT: TODAY, OR THE
      * SHORETXDT ENVIRONMENT VARIABLE (YYYY-MM-DD) TO SEND OR RESEND
      * AN EARLIER DAY. A DAY SHORE HAS ALREADY ACCEPTED IS ONLY SENT
      * AGAIN UNDER SHORETXRESEND=Y.
       01 WS-TARGET-DATE                           PIC X(10)
                                                VALUE SPACE.
       01 WS-ENV-WORK                              PIC X(100)
                                                VALUE SPACE.
      *
      * RUNCTL-PARM IS THE SHARED RUN-CONTROL LOOKUP AREA (SEE
      * COPYBOOKS/RUNCTLPM.CPY). FILLED PER KEYWORD AT STARTUP.
           COPY RUNCTLPM.
      *
      * DAYCTL-PARM IS THE SHARED BUSINESS-DAY STATUS LOOKUP AREA
      * (SEE COPYBOOKS/DAYCTLPM.CPY). THE DAY'S STATUS RIDES IN THE
      * TRANSMISSION HEADER SO SHORE KNOWS WHETHER THE FIGURES ARE
      * FINAL.
           COPY DAYCTLPM.
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY). THE LAYER OWNS THE PRINT FILE AND
      * SUPPLIES THE STANDARD HEADING, PAGING AND TOTALS LINE.
           COPY RPTFMTPM.
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-TODAY-DATE                            PIC X(10)
                                                VALUE SPACE.
      *
      * THE TRANSMISSION BEING BUILT: ITS NUMBER (ONE PAST THE
      * HIGHEST ON THE REGISTER), ITS COUNT AND ITS HASH TOTALS.
       01 XMIT-DATA.
           05 WS-LAST-SEQUENCE                     PIC 9(6) VALUE ZERO.
           05 WS-NEW-SEQUENCE                      PIC 9(6) VALUE ZERO.
           05 WS-XMIT-COUNT                        PIC 9(7) VALUE ZERO.
           05 WS-DEPTH-HASH                        PIC S9(15)
                                                   VALUE ZERO.
           05 WS-DIAG-HASH                         PIC 9(18) VALUE ZERO.
           05 WS-SUPERSEDE-COUNT                   PIC 9(5) VALUE ZERO.
      *
      * SHORE'S ACKNOWLEDGMENTS, HELD FOR ONE PASS OF THE REGISTER.
      * AK-USED IS SET ONCE A ROW HAS FOUND ITS TRANSMISSION, SO AN
      * ACKNOWLEDGMENT FOR A NUMBER WE NEVER SENT IS REPORTED.
       01 ACK-TABLE.
           05 WS-ACK-COUNT                         PIC 9(3) VALUE ZERO.
           05 WS-ACK-MAX                           PIC 9(3) VALUE 200.
           05 ACK-ENTRY OCCURS 200 TIMES.
               10 AK-SEQUENCE                      PIC 9(6).
               10 AK-RUN-DATE                      PIC X(10).
               10 AK-STATUS                        PIC X.
               10 AK-RECORD-COUNT                  PIC 9(7).
               10 AK-DEPTH-HASH                    PIC S9(15).
               10 AK-DIAG-HASH                     PIC 9(18).
               10 AK-REASON                        PIC X(30).
               10 AK-USED                          PIC X.
       01 WS-ACK-SUBS                              PIC 9(3) VALUE ZERO.
       01 WS-ACK-FOUND                             PIC 9(3) VALUE ZERO.
       01 ACK-COUNTS.
           05 WS-ACCEPT-COUNT                      PIC 9(5) VALUE ZERO.
           05 WS-REJECT-COUNT                      PIC 9(5) VALUE ZERO.
           05 WS-UNMATCHED-COUNT                   PIC 9(5) VALUE ZERO.
           05 WS-APPLIED-COUNT                     PIC 9(5) VALUE ZERO.
      *
      * WS-ACK-DAYS IS THE ACKNOWLEDGMENT WINDOW: A TRANSMISSION STILL
      * UNANSWERED THIS MANY DAYS AFTER IT WAS SENT GOES ON THE
      * REPORT. RUN CONTROL SHORETX/ACKDAYS, WITH THE SHORETXAGE
      * ENVIRONMENT VARIABLE AS THE OVERRIDE, DEFAULT 2. THE CUTOFF
      * IS TODAY STEPPED BACK THAT MANY DAYS, THE SAME DAY-WALK
      * ALARMMT AND HOUSEKP USE.
       01 CUTOFF-DATA.
           05 WS-ACK-DAYS                          PIC 9(3) VALUE 2.
           05 WS-CUT-YYYY                          PIC 9(4) VALUE ZERO.
           05 WS-CUT-MM                            PIC 9(2) VALUE ZERO.
           05 WS-CUT-DD                            PIC 9(2) VALUE ZERO.
           05 WS-CUTOFF-DATE                       PIC X(10)
                                                VALUE SPACE.
           05 WS-LEAP-QUOT                         PIC 9(4) VALUE ZERO.
           05 WS-LEAP-REM                          PIC 9(4) VALUE ZERO.
           05 WS-LEAP-SW                           PIC X    VALUE 'N'.
           05 WS-OVERDUE-COUNT                     PIC 9(5) VALUE ZERO.
      *
       01 MONTH-DAYS-DATA                          PIC X(24)
                             VALUE "312831303130313130313031".
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DATA.
           05 MD-DAYS                              PIC 99
                                                   OCCURS 12 TIMES.
      *
       01 RPT-PARM-LINE.
           05 FILLER                               PIC X(22)
                         VALUE "ACKNOWLEDGMENT WINDOW ".
           05 RH-DAYS                              PIC ZZ9.
           05 FILLER                               PIC X(22)
                         VALUE " DAYS - SENT ON/BEFORE".
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RH-CUTOFF                            PIC X(10).
           05 FILLER                               PIC X(74)
                                                   VALUE SPACE.
      *
       01 RPT-COLUMN-HEAD.
           05 FILLER                               PIC X(40)
                 VALUE "XMIT NO  RUN DATE    SENT DATE     COUNT".
           05 FILLER                               PIC X(40)
                 VALUE "  STATUS                   REASON       ".
           05 FILLER                               PIC X(52)
                                                   VALUE SPACE.
      *
       01 RPT-DETAIL.
           05 RD-SEQUENCE                          PIC 9(6).
           05 FILLER                               PIC X(3) VALUE SPACE.
           05 RD-RUN-DATE                          PIC X(10).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-SENT-DATE                         PIC X(10).
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-COUNT                             PIC Z(6)9.
           05 FILLER                               PIC X(2) VALUE SPACE.
           05 RD-STATUS                            PIC X(24).
           05 FILLER                               PIC X(1) VALUE SPACE.
           05 RD-REASON                            PIC X(30).
           05 FILLER                               PIC X(35)
                                                   VALUE SPACE.
      *
       01 RPT-TEXT-LINE                            PIC X(132)
                                                   VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 010-GET-SETTINGS.
           EVALUATE WS-FUNCTION
               WHEN 'T'
                   PERFORM 100-TRANSMIT
               WHEN 'A'
                   PERFORM 300-APPLY-ACKNOWLEDGMENTS
               WHEN 'R'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**ERROR** SHORETXFN " WS-FUNCTION
                       " IS NOT T, A OR R - NOTHING DONE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 500-UNACKED-REPORT.
           IF SW-WARNING = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 010-GET-SETTINGS - TODAY'S DATE, THE FUNCTION, THE RUN DATE TO
      * SEND AND THE ACKNOWLEDGMENT WINDOW.
      ******************************************************************
       010-GET-SETTINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TARGET-DATE.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SHORETXFN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:1) TO WS-FUNCTION
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SHORETXDT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:10) TO WS-TARGET-DATE
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SHORETXRESEND"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:1) = 'Y'
               MOVE 'Y' TO SW-RESEND
           END-IF.
           MOVE "SHORETX" TO RC-PROGRAM.
           MOVE "ACKDAYS" TO RC-KEYWORD.
           PERFORM 020-LOOKUP-RUN-CONTROL.
           IF RC-FOUND NOT EQUAL TO 'N' AND
               RC-VALUE(1:3) IS NUMERIC AND
               RC-VALUE(1:3) IS GREATER THAN "000"
               MOVE RC-VALUE(1:3) TO WS-ACK-DAYS
           END-IF.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SHORETXAGE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK(1:3) IS NUMERIC AND
               WS-ENV-WORK(1:3) IS GREATER THAN "000"
               MOVE WS-ENV-WORK(1:3) TO WS-ACK-DAYS
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
      * 100-TRANSMIT - BUILD THE TRANSMISSION FOR WS-TARGET-DATE. THE
      * REGISTER IS SCANNED FIRST FOR THE NEXT TRANSMISSION NUMBER AND
      * TO REFUSE RESENDING A DAY SHORE ALREADY ACCEPTED. A RESEND OF
      * A DAY STILL PENDING OR REJECTED SUPERSEDES THE EARLIER ROW, SO
      * ONLY THE LATEST TRANSMISSION OF A DAY IS CHASED.
      ******************************************************************
       100-TRANSMIT.
           PERFORM 110-SCAN-REGISTER.
           IF SW-ALREADY-ACCEPTED = 'Y' AND SW-RESEND NOT EQUAL 'Y'
               DISPLAY "**WARNING** " WS-TARGET-DATE
                   " WAS ALREADY ACCEPTED BY SHORE - NOT SENT AGAIN"
                   " (SHORETXRESEND=Y TO FORCE)."
               MOVE 'Y' TO SW-WARNING
           ELSE
               COMPUTE WS-NEW-SEQUENCE = WS-LAST-SEQUENCE + 1
               PERFORM 120-WRITE-TRANSMISSION
               IF WS-SUPERSEDE-COUNT IS GREATER THAN ZERO
                   PERFORM 150-SUPERSEDE-EARLIER
               END-IF
               PERFORM 160-APPEND-REGISTER
               DISPLAY "TRANSMISSION " WS-NEW-SEQUENCE " FOR "
                   WS-TARGET-DATE " WRITTEN TO SHORETX - "
                   WS-XMIT-COUNT " TELEMETRY ROW(S)."
               IF WS-XMIT-COUNT IS EQUAL TO ZERO
                   DISPLAY "**WARNING** NO TELEMETRY ROWS FOR "
                       WS-TARGET-DATE " - AN EMPTY TRANSMISSION WAS "
                       "SENT."
                   MOVE 'Y' TO SW-WARNING
               END-IF
           END-IF.
      *
       110-SCAN-REGISTER.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE ZERO TO WS-SUPERSEDE-COUNT.
           MOVE 'N' TO SW-ALREADY-ACCEPTED.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT XMITREG.
           PERFORM 115-SCAN-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE XMITREG.
      *
       115-SCAN-ONE-ROW.
           READ XMITREG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF XR-SEQUENCE IS GREATER THAN WS-LAST-SEQUENCE
                       MOVE XR-SEQUENCE TO WS-LAST-SEQUENCE
                   END-IF
                   IF XR-RUN-DATE IS EQUAL TO WS-TARGET-DATE
                       IF XR-ACCEPTED
                           MOVE 'Y' TO SW-ALREADY-ACCEPTED
                       END-IF
                       IF XR-SENT OR XR-REJECTED
                           ADD 1 TO WS-SUPERSEDE-COUNT
                       END-IF
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 120-WRITE-TRANSMISSION - HEADER, ONE DETAIL PER TELEMETRY ROW
      * FOR THE DATE ACROSS EVERY HULL, AND THE TRAILER CARRYING THE
      * COUNT AND THE HASH TOTALS SHORE CHECKS THE FILE AGAINST.
      ******************************************************************
       120-WRITE-TRANSMISSION.
           MOVE ZERO TO WS-XMIT-COUNT.
           MOVE ZERO TO WS-DEPTH-HASH.
           MOVE ZERO TO WS-DIAG-HASH.
           MOVE WS-TARGET-DATE TO DP-REQ-DATE.
           MOVE 'N' TO DP-REQ-STATUS.
           CALL "DAYCTLGT" USING DAYCTL-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           OPEN OUTPUT XMITFL.
           MOVE SPACE TO XMIT-RECORD.
           MOVE "HDR" TO XM-TAG.
           MOVE WS-NEW-SEQUENCE TO XH-SEQUENCE.
           MOVE WS-TARGET-DATE TO XH-RUN-DATE.
           MOVE WS-TODAY-DATE TO XH-SENT-DATE.
           MOVE DP-REQ-STATUS TO XH-DAY-STATUS.
           WRITE XMIT-RECORD.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT TELEMFL.
           PERFORM 130-EXTRACT-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE TELEMFL.
           MOVE SPACE TO XMIT-RECORD.
           MOVE "TRL" TO XM-TAG.
           MOVE WS-NEW-SEQUENCE TO XT-SEQUENCE.
           MOVE WS-XMIT-COUNT TO XT-RECORD-COUNT.
           MOVE WS-DEPTH-HASH TO XT-DEPTH-HASH.
           MOVE WS-DIAG-HASH TO XT-DIAG-HASH.
           WRITE XMIT-RECORD.
           CLOSE XMITFL.
      *
       130-EXTRACT-ONE-ROW.
           READ TELEMFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF TL-RUN-DATE IS EQUAL TO WS-TARGET-DATE
                       MOVE "DTL" TO XM-TAG
                       MOVE TELEM-RECORD TO XM-BODY
                       WRITE XMIT-RECORD
                       ADD 1 TO WS-XMIT-COUNT
                       ADD TL-FINAL-DEPTH TL-NAV-DEPTH
                           TO WS-DEPTH-HASH
                       ADD TL-DIAG-GAMMA TL-DIAG-EPSILON
                           TL-DIAG-O2 TL-DIAG-CO2
                           TO WS-DIAG-HASH
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 150-SUPERSEDE-EARLIER - MARK EARLIER PENDING OR REJECTED
      * TRANSMISSIONS OF THE SAME RUN DATE SUPERSEDED, REBUILDING THE
      * REGISTER THROUGH THE WORK FILE.
      ******************************************************************
       150-SUPERSEDE-EARLIER.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT XMITREG.
           OPEN OUTPUT XMITWRK.
           PERFORM 155-SUPERSEDE-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE XMITREG.
           CLOSE XMITWRK.
           PERFORM 450-REBUILD-REGISTER.
      *
       155-SUPERSEDE-ONE-ROW.
           READ XMITREG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF XR-RUN-DATE IS EQUAL TO WS-TARGET-DATE AND
                       (XR-SENT OR XR-REJECTED)
                       MOVE 'X' TO XR-STATUS
                       MOVE WS-TODAY-DATE TO XR-ACK-DATE
                       MOVE SPACE TO XR-REASON
                       STRING "RESENT AS " WS-NEW-SEQUENCE
                           DELIMITED BY SIZE INTO XR-REASON
                   END-IF
                   WRITE XMITWRK-RECORD FROM XMITREG-RECORD
           END-READ.
      *
       160-APPEND-REGISTER.
           OPEN EXTEND XMITREG.
           MOVE WS-NEW-SEQUENCE TO XR-SEQUENCE.
           MOVE WS-TARGET-DATE TO XR-RUN-DATE.
           MOVE WS-TODAY-DATE TO XR-SENT-DATE.
           MOVE WS-XMIT-COUNT TO XR-RECORD-COUNT.
           MOVE WS-DEPTH-HASH TO XR-DEPTH-HASH.
           MOVE WS-DIAG-HASH TO XR-DIAG-HASH.
           MOVE 'S' TO XR-STATUS.
           MOVE SPACE TO XR-ACK-DATE.
           MOVE SPACE TO XR-REASON.
           WRITE XMITREG-RECORD.
           CLOSE XMITREG.
      *
      ******************************************************************
      * 300-APPLY-ACKNOWLEDGMENTS - LOAD SHORE'S ACKNOWLEDGMENTS, THEN
      * ONE PASS OF THE REGISTER SETTLES EACH PENDING TRANSMISSION
      * THEY NAME. AN 'A' WHOSE COUNT OR HASH TOTALS DO NOT MATCH WHAT
      * WAS SENT IS TAKEN AS A REJECTION - SHORE DID NOT GET THE FILE
      * WE SENT. AN ACKNOWLEDGMENT FOR A TRANSMISSION ALREADY SETTLED
      * IS PASSED OVER, SO THE SAME FILE CAN BE APPLIED TWICE.
      ******************************************************************
       300-APPLY-ACKNOWLEDGMENTS.
           PERFORM 310-LOAD-ACKNOWLEDGMENTS.
           IF WS-ACK-COUNT IS EQUAL TO ZERO
               DISPLAY "NO ACKNOWLEDGMENTS ON SHOREACK - NOTHING "
                   "APPLIED."
           ELSE
               MOVE ZERO TO WS-APPLIED-COUNT
               MOVE 'N' TO SW-EOF
               OPEN INPUT XMITREG
               OPEN OUTPUT XMITWRK
               PERFORM 330-SETTLE-ONE-ROW UNTIL SW-EOF = 'Y'
               CLOSE XMITREG
               CLOSE XMITWRK
               IF WS-APPLIED-COUNT IS GREATER THAN ZERO
                   PERFORM 450-REBUILD-REGISTER
               END-IF
               PERFORM 350-CHECK-ONE-UNMATCHED
                   VARYING WS-ACK-SUBS FROM 1 BY 1
                   UNTIL WS-ACK-SUBS > WS-ACK-COUNT
               DISPLAY WS-ACCEPT-COUNT " TRANSMISSION(S) ACCEPTED, "
                   WS-REJECT-COUNT " REJECTED, "
                   WS-UNMATCHED-COUNT " ACKNOWLEDGMENT(S) UNMATCHED."
               IF WS-REJECT-COUNT IS GREATER THAN ZERO OR
                   WS-UNMATCHED-COUNT IS GREATER THAN ZERO
                   MOVE 'Y' TO SW-WARNING
               END-IF
           END-IF.
      *
       310-LOAD-ACKNOWLEDGMENTS.
           MOVE ZERO TO WS-ACK-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT ACKFL.
           PERFORM 315-LOAD-ONE-ACK UNTIL SW-EOF = 'Y'.
           CLOSE ACKFL.
      *
       315-LOAD-ONE-ACK.
           READ ACKFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF WS-ACK-COUNT IS LESS THAN WS-ACK-MAX
                       ADD 1 TO WS-ACK-COUNT
                       MOVE XA-SEQUENCE TO AK-SEQUENCE(WS-ACK-COUNT)
                       MOVE XA-RUN-DATE TO AK-RUN-DATE(WS-ACK-COUNT)
                       MOVE XA-STATUS TO AK-STATUS(WS-ACK-COUNT)
                       MOVE XA-RECORD-COUNT
                           TO AK-RECORD-COUNT(WS-ACK-COUNT)
                       MOVE XA-DEPTH-HASH TO AK-DEPTH-HASH(WS-ACK-COUNT)
                       MOVE XA-DIAG-HASH TO AK-DIAG-HASH(WS-ACK-COUNT)
                       MOVE XA-REASON TO AK-REASON(WS-ACK-COUNT)
                       MOVE 'N' TO AK-USED(WS-ACK-COUNT)
                   ELSE
                       DISPLAY "**WARNING** MORE THAN " WS-ACK-MAX
                           " ACKNOWLEDGMENTS - TRANSMISSION "
                           XA-SEQUENCE " LEFT FOR THE NEXT RUN."
                       MOVE 'Y' TO SW-WARNING
                   END-IF
           END-READ.
      *
       330-SETTLE-ONE-ROW.
           READ XMITREG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE ZERO TO WS-ACK-FOUND
                   PERFORM 335-FIND-ONE-ACK
                       VARYING WS-ACK-SUBS FROM 1 BY 1
                       UNTIL WS-ACK-SUBS > WS-ACK-COUNT
                   IF WS-ACK-FOUND IS GREATER THAN ZERO
                       MOVE 'Y' TO AK-USED(WS-ACK-FOUND)
                       IF XR-SENT
                           PERFORM 340-SETTLE-TRANSMISSION
                       END-IF
                   END-IF
                   WRITE XMITWRK-RECORD FROM XMITREG-RECORD
           END-READ.
      *
      * THE LAST ACKNOWLEDGMENT FOR A TRANSMISSION NUMBER AND RUN DATE
      * WINS, IN CASE SHORE CORRECTED ITSELF IN THE SAME FILE.
       335-FIND-ONE-ACK.
           IF AK-SEQUENCE(WS-ACK-SUBS) IS EQUAL TO XR-SEQUENCE AND
               AK-RUN-DATE(WS-ACK-SUBS) IS EQUAL TO XR-RUN-DATE
               MOVE WS-ACK-SUBS TO WS-ACK-FOUND
           END-IF.
      *
       340-SETTLE-TRANSMISSION.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WS-TODAY-DATE TO XR-ACK-DATE.
           IF AK-STATUS(WS-ACK-FOUND) IS EQUAL TO 'A'
               IF AK-RECORD-COUNT(WS-ACK-FOUND) IS EQUAL TO
                   XR-RECORD-COUNT AND
                   AK-DEPTH-HASH(WS-ACK-FOUND) IS EQUAL TO
                   XR-DEPTH-HASH AND
                   AK-DIAG-HASH(WS-ACK-FOUND) IS EQUAL TO
                   XR-DIAG-HASH
                   MOVE 'A' TO XR-STATUS
                   MOVE SPACE TO XR-REASON
                   ADD 1 TO WS-ACCEPT-COUNT
               ELSE
                   MOVE 'R' TO XR-STATUS
                   MOVE "ACK TOTALS DO NOT MATCH SENT" TO XR-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "**REJECTED** TRANSMISSION " XR-SEQUENCE
                       " (" XR-RUN-DATE ") - SHORE'S TOTALS DO NOT "
                       "MATCH WHAT WAS SENT."
               END-IF
           ELSE
               MOVE 'R' TO XR-STATUS
               MOVE AK-REASON(WS-ACK-FOUND) TO XR-REASON
               IF XR-REASON IS EQUAL TO SPACE
                   MOVE "REJECTED BY SHORE" TO XR-REASON
               END-IF
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "**REJECTED** TRANSMISSION " XR-SEQUENCE
                   " (" XR-RUN-DATE ") - " XR-REASON
           END-IF.
      *
       350-CHECK-ONE-UNMATCHED.
           IF AK-USED(WS-ACK-SUBS) NOT EQUAL TO 'Y'
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "**WARNING** ACKNOWLEDGMENT FOR TRANSMISSION "
                   AK-SEQUENCE(WS-ACK-SUBS) " ("
                   AK-RUN-DATE(WS-ACK-SUBS)
                   ") MATCHES NOTHING ON THE REGISTER."
           END-IF.
      *
      ******************************************************************
      * 450-REBUILD-REGISTER - COPY THE WORK FILE BACK OVER THE
      * REGISTER, SINCE A SEQUENTIAL FILE CANNOT BE UPDATED IN PLACE.
      ******************************************************************
       450-REBUILD-REGISTER.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT XMITWRK.
           OPEN OUTPUT XMITREG.
           PERFORM 455-REWRITE-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE XMITWRK.
           CLOSE XMITREG.
      *
       455-REWRITE-ONE-ROW.
           READ XMITWRK NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   WRITE XMITREG-RECORD FROM XMITWRK-RECORD
           END-READ.
      *
      ******************************************************************
      * 500-UNACKED-REPORT - EVERY TRANSMISSION STILL AWAITING SHORE
      * AND SENT ON OR BEFORE THE CUTOFF (TODAY LESS THE WINDOW), PLUS
      * EVERY REJECTED TRANSMISSION NOT YET RESENT. WRITTEN EVERY RUN,
      * EVEN WHEN CLEAN. ANY LINE IS A WARNING (CONDITION CODE 4).
      ******************************************************************
       500-UNACKED-REPORT.
           MOVE WS-RUN-YYYY TO WS-CUT-YYYY.
           MOVE WS-RUN-MM TO WS-CUT-MM.
           MOVE WS-RUN-DD TO WS-CUT-DD.
           PERFORM 520-BACK-ONE-DAY WS-ACK-DAYS TIMES.
           MOVE SPACE TO WS-CUTOFF-DATE.
           STRING WS-CUT-YYYY "-" WS-CUT-MM "-" WS-CUT-DD
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE.
           MOVE 'O' TO RF-ACTION.
           MOVE "SHORETXRPT" TO RF-REPORT-NAME.
           MOVE "SHORETX" TO RF-PROGRAM.
           MOVE "ALL" TO RF-HULL-ID.
           MOVE WS-TODAY-DATE TO RF-RUN-DATE.
           MOVE "UNACKNOWLEDGED SHORE TRANSMISSIONS" TO RF-TITLE.
           MOVE RPT-COLUMN-HEAD TO RF-COLUMN-HEAD.
           PERFORM 800-CALL-REPORT-FORMAT.
           MOVE WS-ACK-DAYS TO RH-DAYS.
           MOVE WS-CUTOFF-DATE TO RH-CUTOFF.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-PARM-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-OVERDUE-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT XMITREG.
           PERFORM 510-REPORT-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE XMITREG.
           IF WS-OVERDUE-COUNT IS EQUAL TO ZERO
               MOVE "ALL TRANSMISSIONS ACKNOWLEDGED OR IN THE WINDOW"
                   TO RPT-TEXT-LINE
               MOVE RPT-TEXT-LINE TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           ELSE
               MOVE 'Y' TO SW-WARNING
           END-IF.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
           DISPLAY WS-OVERDUE-COUNT " TRANSMISSION(S) ON SHORETXRPT.".
      *
       510-REPORT-ONE-ROW.
           READ XMITREG NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF XR-REJECTED OR
                       (XR-SENT AND
                       XR-SENT-DATE IS LESS THAN OR EQUAL TO
                       WS-CUTOFF-DATE)
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE XR-SEQUENCE TO RD-SEQUENCE
                       MOVE XR-RUN-DATE TO RD-RUN-DATE
                       MOVE XR-SENT-DATE TO RD-SENT-DATE
                       MOVE XR-RECORD-COUNT TO RD-COUNT
                       IF XR-REJECTED
                           MOVE "** REJECTED - RESEND **" TO RD-STATUS
                       ELSE
                           MOVE "** NOT ACKNOWLEDGED **" TO RD-STATUS
                       END-IF
                       MOVE XR-REASON TO RD-REASON
                       MOVE SPACE TO RF-LINE
                       MOVE RPT-DETAIL TO RF-LINE
                       PERFORM 810-WRITE-REPORT-LINE
                   END-IF
           END-READ.
      *
       520-BACK-ONE-DAY.
           IF WS-CUT-DD IS GREATER THAN 1
               SUBTRACT 1 FROM WS-CUT-DD
           ELSE
               IF WS-CUT-MM IS EQUAL TO 1
                   MOVE 12 TO WS-CUT-MM
                   SUBTRACT 1 FROM WS-CUT-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-CUT-MM
               END-IF
               MOVE MD-DAYS(WS-CUT-MM) TO WS-CUT-DD
               IF WS-CUT-MM IS EQUAL TO 2
                   PERFORM 530-CHECK-LEAP-YEAR
                   IF WS-LEAP-SW = 'Y'
                       MOVE 29 TO WS-CUT-DD
                   END-IF
               END-IF
           END-IF.
      *
       530-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-CUT-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM IS EQUAL TO ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-CUT-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-CUT-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM IS EQUAL TO ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 800-CALL-REPORT-FORMAT - ONE CALL INTO THE SHARED REPORT
      * LAYER; 810 WRAPS THE COMMON DETAIL-LINE WRITE.
      ******************************************************************
       800-CALL-REPORT-FORMAT.
           CALL "RPTFMT" USING RPTFMT-PARM.
      *
       810-WRITE-REPORT-LINE.
           MOVE 'D' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
