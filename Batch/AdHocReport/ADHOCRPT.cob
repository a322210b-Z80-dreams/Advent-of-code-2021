      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: PARAMETER-DRIVEN AD HOC REPORT WRITER OVER THE SHOP'S
      *          HISTORY FILES. A SELECTION DECK NAMES ONE DATASET,
      *          FIELD-LEVEL SELECTION CRITERIA, SORT KEYS, A BREAK
      *          FIELD AND FIELDS TO TOTAL; THE ROWS THAT QUALIFY ARE
      *          SORTED AND PRINTED THROUGH THE SHARED RPTFMT LAYER,
      *          WITH SUBTOTALS AT EACH BREAK AND A GRAND TOTAL, AND
      *          CAN ALSO BE WRITTEN AS A DELIMITED FILE FOR A
      *          SPREADSHEET. FIELDS ARE FOUND THROUGH A LAYOUT
      *          DICTIONARY - THE SHOP'S HISTORY FILES ARE BUILT IN
      *          AND THE LAYDICT DATASET ADDS OR REPLACES LAYOUTS -
      *          SO ENGINEERING'S NEXT QUESTION IS A NEW DECK, NOT A
      *          NEW PROGRAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE SELECTION DECK (SEE COPYBOOKS/ADHOCCRD.CPY). ITS NAME IS
      * ADHOCCARD UNLESS THE ADHOCCARD ENVIRONMENT VARIABLE NAMES
      * ANOTHER DECK, SO EACH STANDING QUESTION CAN KEEP ITS OWN.
           SELECT OPTIONAL CARDFL ASSIGN TO DYNAMIC FILENAME-CARD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LAYDICTFL ASSIGN TO "LAYDICT"
           ORGANIZATION IS LINE SEQUENTIAL.
      * THE DATASET IS REACHED THROUGH ONE DYNAMIC NAME AND THE SELECT
      * MATCHING ITS ORGANIZATION. A FIXED-LENGTH SEQUENTIAL FILE IS
      * A PLAIN RUN OF RECORDS WITH NOTHING BETWEEN THEM, SO IT IS
      * READ A BYTE AT A TIME AND CUT AT THE DICTIONARY'S RECORD
      * LENGTH - ONE READER FOR EVERY WIDTH, WHERE RPTGENWR NEEDS AN
      * FD PER WIDTH. THE KEYED FILE IS READ IN KEY ORDER THROUGH
      * THE SHARED TELEMETRY KEY.
           SELECT OPTIONAL BYTEFL ASSIGN TO DYNAMIC FILENAME-DATA
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LINEFL ASSIGN TO DYNAMIC FILENAME-DATA
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELEMFL ASSIGN TO DYNAMIC FILENAME-DATA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TL-REC-KEY.
           SELECT DELIMFL ASSIGN TO DYNAMIC FILENAME-DELIM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD CARDFL.
       01 CARDFL-RECORD                            PIC X(80).
      *
       FD LAYDICTFL.
       01 LAYDICTFL-RECORD                         PIC X(58).
      *
       FD BYTEFL.
       01 BYTEFL-RECORD                            PIC X.
      *
       FD LINEFL.
       01 LINEFL-RECORD                            PIC X(512).
      *
      * TELEM-RECORD IS THE SHARED COMBINED TELEMETRY RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY).
       FD TELEMFL.
           COPY TELEMREC.
      *
       FD DELIMFL.
       01 DELIMFL-RECORD                           PIC X(2000).
      *
      * THE SORT RECORD: A PAIR OF KEY SLOTS PER SORT LEVEL (ONE
      * ASCENDING, ONE DESCENDING - THE UNUSED ONE STAYS BLANK), THE
      * ROW'S SEQUENCE IN THE DATASET SO EQUAL KEYS KEEP FILE ORDER,
      * AND THE ROW ITSELF. THE SECOND 01 IS THE SAME AREA AS A TABLE.
       SD SORTWK.
       01 SORT-RECORD.
           05 SX-KEY-A1                            PIC X(40).
           05 SX-KEY-D1                            PIC X(40).
           05 SX-KEY-A2                            PIC X(40).
           05 SX-KEY-D2                            PIC X(40).
           05 SX-KEY-A3                            PIC X(40).
           05 SX-KEY-D3                            PIC X(40).
           05 SX-KEY-A4                            PIC X(40).
           05 SX-KEY-D4                            PIC X(40).
           05 SX-SEQ                               PIC 9(9).
           05 SX-DATA                              PIC X(512).
       01 SORT-RECORD-TABLE.
           05 SX-KEY-PAIR OCCURS 4 TIMES.
               10 SX-KEY-A                         PIC X(40).
               10 SX-KEY-D                         PIC X(40).
           05 FILLER                               PIC X(521).
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
           05 SW-SORT-EOF                          PIC X VALUE 'N'.
           05 SW-CARD-ERROR                        PIC X VALUE 'N'.
           05 SW-SELECTED                          PIC X VALUE 'N'.
           05 SW-FIRST-ROW                         PIC X VALUE 'Y'.
           05 SW-DELIM-OUT                         PIC X VALUE 'N'.
           05 SW-TRIM-DONE                         PIC X VALUE 'N'.
           05 SW-DICT-FULL                         PIC X VALUE 'N'.
      *
       01 FILE-NAMES.
           05 FILENAME-CARD                        PIC X(100)
                                                VALUE "ADHOCCARD".
           05 FILENAME-DATA                        PIC X(100)
                                                VALUE SPACE.
           05 FILENAME-DELIM                       PIC X(100)
                                                VALUE "ADHOCOUT".
      *
       01 WS-ENV-WORK                              PIC X(100)
                                                VALUE SPACE.
       01 WS-REPORT-NAME                           PIC X(30)
                                                VALUE "ADHOCRPT".
       01 WS-TITLE                                 PIC X(40)
                                                VALUE SPACE.
       01 WS-DELIMITER                             PIC X    VALUE ",".
       01 WS-ERROR-TEXT                            PIC X(50)
                                                VALUE SPACE.
      *
      * ADHOC-CARD IS ONE SELECTION CARD (SEE COPYBOOKS/ADHOCCRD.CPY).
      * THE WHOLE DECK IS HELD SO THE DATASET CARD CAN BE RESOLVED
      * BEFORE THE CARDS THAT NAME ITS FIELDS, WHATEVER THEIR ORDER.
           COPY ADHOCCRD.
       01 CARD-TABLE.
           05 WS-CARD-COUNT                        PIC 99   VALUE ZERO.
           05 CD-CARD                              PIC X(69)
                                                   OCCURS 50 TIMES.
      *
      * LAYDICT-RECORD IS ONE LAYOUT DICTIONARY CARD (SEE
      * COPYBOOKS/LAYDICT.CPY), BUILT-IN OR READ FROM LAYDICT.
           COPY LAYDICT.
      *
      * THE BUILT-IN LAYOUTS OF THE SHOP'S HISTORY FILES, ONE LAYDICT
      * CARD PER ROW, MATCHING THEIR COPYBOOKS (RUNLOG, FEEDQREC,
      * SENSHREC, BANDHREC, TRNDREC, ALRMMREC, TELEMREC) AND THE
      * STEPTIME LAYOUT BATCHDRV WRITES.
       01 DICTIONARY-SEED.
           05 FILLER                               PIC X(58)
             VALUE "BATCHLOG    D                00000046SBATCHLOG".
           05 FILLER                               PIC X(58)
             VALUE "BATCHLOG    FPROGRAM         00010010A".
           05 FILLER                               PIC X(58)
             VALUE "BATCHLOG    FRUN-DATE        00110010A".
           05 FILLER                               PIC X(58)
             VALUE "BATCHLOG    FRUN-TIME        00210008A".
           05 FILLER                               PIC X(58)
             VALUE "BATCHLOG    FRECORDS-READ    00290007N".
           05 FILLER                               PIC X(58)
             VALUE "BATCHLOG    FRECORDS-REJECTED00360007N".
           05 FILLER                               PIC X(58)
             VALUE "BATCHLOG    FHULL-ID         00430004A".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   D                00000159SFEEDQHIST".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FRUN-DATE        00010010A".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FPROGRAM         00110010A".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FHULL-ID         00210004A".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FFEED-NAME       00250100A".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FRECORDS-READ    01250007N".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FREJECTS         01320007N".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FDUP-HITS        01390007N".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FCTL-MISMATCHES  01460005N".
           05 FILLER                               PIC X(58)
             VALUE "FEEDQHIST   FCTL-DELTA       01510009N".
           05 FILLER                               PIC X(58)
             VALUE "SENSHIST    D                00000042SSENSHIST".
           05 FILLER                               PIC X(58)
             VALUE "SENSHIST    FRUN-DATE        00010010A".
           05 FILLER                               PIC X(58)
             VALUE "SENSHIST    FHULL-ID         00110004A".
           05 FILLER                               PIC X(58)
             VALUE "SENSHIST    FSENSOR-ID       00150002N".
           05 FILLER                               PIC X(58)
             VALUE "SENSHIST    FREADINGS        00170007N".
           05 FILLER                               PIC X(58)
             VALUE "SENSHIST    FINCREASES       00240007N".
           05 FILLER                               PIC X(58)
             VALUE "SENSHIST    FDEPTH-SUM       00310012N".
           05 FILLER                               PIC X(58)
             VALUE "COUNT1BANDS D                00000038SCOUNT1BANDS".
           05 FILLER                               PIC X(58)
             VALUE "COUNT1BANDS FRUN-DATE        00010010A".
           05 FILLER                               PIC X(58)
             VALUE "COUNT1BANDS FHULL-ID         00110004A".
           05 FILLER                               PIC X(58)
             VALUE "COUNT1BANDS FBAND            00150003N".
           05 FILLER                               PIC X(58)
             VALUE "COUNT1BANDS FBAND-FROM       00180007N".
           05 FILLER                               PIC X(58)
             VALUE "COUNT1BANDS FBAND-COUNT      00250007N".
           05 FILLER                               PIC X(58)
             VALUE "COUNT1BANDS FVALID-COUNT     00320007N".
           05 FILLER                               PIC X(58)
             VALUE "SBMRCD2TRND D                00000036SSBMRCD2TRND".
           05 FILLER                               PIC X(58)
             VALUE "SBMRCD2TRND FRUN-DATE        00010010A".
           05 FILLER                               PIC X(58)
             VALUE "SBMRCD2TRND FBIT-POSITION    00110002N".
           05 FILLER                               PIC X(58)
             VALUE "SBMRCD2TRND FONES-O2         00130005N".
           05 FILLER                               PIC X(58)
             VALUE "SBMRCD2TRND FZEROS-O2        00180005N".
           05 FILLER                               PIC X(58)
             VALUE "SBMRCD2TRND FONES-CO2        00230005N".
           05 FILLER                               PIC X(58)
             VALUE "SBMRCD2TRND FZEROS-CO2       00280005N".
           05 FILLER                               PIC X(58)
             VALUE "SBMRCD2TRND FHULL-ID         00330004A".
           05 FILLER                               PIC X(58)
             VALUE "STEPTIME    D                00000050SSTEPTIME".
           05 FILLER                               PIC X(58)
             VALUE "STEPTIME    FSTEP-NAME       00010010A".
           05 FILLER                               PIC X(58)
             VALUE "STEPTIME    FSTART-DATE      00110010A".
           05 FILLER                               PIC X(58)
             VALUE "STEPTIME    FSTART-TIME      00210008A".
           05 FILLER                               PIC X(58)
             VALUE "STEPTIME    FEND-DATE        00290010A".
           05 FILLER                               PIC X(58)
             VALUE "STEPTIME    FEND-TIME        00390008A".
           05 FILLER                               PIC X(58)
             VALUE "STEPTIME    FCOND-CODE       00470004N".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    D                00000063SALARMMST".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FORIG-DATE       00010010A".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FHULL-ID         00110004A".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FSOURCE          00150010A".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FRECORD-NUMBER   00250007N".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FCONTROL-WORD    00320007A".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FAMOUNT          00390003N".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FDEPTH           00420007N".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FSEVERITY        00490001A".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FSTATUS          00500001A".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FACK-INITIALS    00510003A".
           05 FILLER                               PIC X(58)
             VALUE "ALARMMST    FACK-DATE        00540010A".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    D                00000107ITELEMIDX".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FPROGRAM         00010010A".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FRUN-DATE        00110010A".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FHULL-ID         00210004A".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FFINAL-DEPTH     00250007N".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FINCREASE-COUNT  00320007N".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FNAV-LENGTH      00390007N".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FNAV-DEPTH       00460007N".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FNAV-AIM         00530007N".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FDIAG-GAMMA      00600012N".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FDIAG-EPSILON    00720012N".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FDIAG-O2         00840012N".
           05 FILLER                               PIC X(58)
             VALUE "TELEMIDX    FDIAG-CO2        00960012N".
       01 DICTIONARY-SEED-TABLE REDEFINES DICTIONARY-SEED.
           05 SEED-ROW                             PIC X(58)
                                                   OCCURS 71 TIMES.
       01 WS-SEED-COUNT                            PIC 99   VALUE 71.
      *
      * THE DICTIONARY AS LOADED - THE SEED ROWS, THEN LAYDICT. A
      * DATASET CARD IN LAYDICT BLANKS THE EARLIER ROWS OF THE SAME
      * DATASET, SO THE FILE'S LAYOUT REPLACES THE BUILT-IN ONE.
       01 DICTIONARY-TABLE.
           05 WS-DICT-COUNT                        PIC 9(3) VALUE ZERO.
           05 DX-ENTRY OCCURS 400 TIMES.
               10 DX-DATASET                       PIC X(12).
               10 DX-CARD-TYPE                     PIC X.
               10 DX-FIELD-NAME                    PIC X(16).
               10 DX-START                         PIC 9(4).
               10 DX-LENGTH                        PIC 9(4).
               10 DX-TYPE                          PIC X.
               10 DX-FILE-NAME                     PIC X(20).
      *
      * THE SELECTED DATASET AND ITS FIELDS.
       01 DATASET-DATA.
           05 WS-DS-NAME                           PIC X(12)
                                                VALUE SPACE.
           05 WS-DS-FILE                           PIC X(20)
                                                VALUE SPACE.
           05 WS-DS-ORG                            PIC X    VALUE SPACE.
           05 WS-DS-RECLEN                         PIC 9(4) VALUE ZERO.
           05 WS-DS-FOUND                          PIC X    VALUE 'N'.
       01 FIELD-TABLE.
           05 WS-FIELD-COUNT                       PIC 99   VALUE ZERO.
           05 FL-ENTRY OCCURS 60 TIMES.
               10 FL-NAME                          PIC X(16).
               10 FL-START                         PIC 9(4).
               10 FL-LENGTH                        PIC 9(4).
               10 FL-TYPE                          PIC X.
      *
      * SELECT CRITERIA (ALL MUST HOLD), SORT LEVELS (THE BREAK FIELD
      * FIRST WHEN THERE IS ONE), TOTAL FIELDS AND PRINT COLUMNS. EACH
      * POINTS AT ITS FIELD BY FIELD-TABLE SUBSCRIPT.
       01 CRITERIA-TABLE.
           05 WS-CRIT-COUNT                        PIC 99   VALUE ZERO.
           05 CT-ENTRY OCCURS 10 TIMES.
               10 CT-FIELD-SUB                     PIC 99.
               10 CT-OPERATOR                      PIC X(2).
               10 CT-VALUE                         PIC X(40).
               10 CT-NUM                           PIC S9(18).
       01 SORT-KEY-TABLE.
           05 WS-SORT-COUNT                        PIC 9    VALUE ZERO.
           05 SQ-ENTRY OCCURS 3 TIMES.
               10 SQ-FIELD-SUB                     PIC 99.
               10 SQ-ORDER                         PIC X.
           05 WS-KEY-COUNT                         PIC 9    VALUE ZERO.
           05 KY-ENTRY OCCURS 4 TIMES.
               10 KY-FIELD-SUB                     PIC 99.
               10 KY-ORDER                         PIC X.
       01 WS-BREAK-SUB                             PIC 99   VALUE ZERO.
       01 TOTAL-TABLE.
           05 WS-TOTAL-COUNT                       PIC 9    VALUE ZERO.
           05 TT-ENTRY OCCURS 5 TIMES.
               10 TT-FIELD-SUB                     PIC 99.
               10 TT-SUB-TOTAL                     PIC S9(18).
               10 TT-GRAND-TOTAL                   PIC S9(18).
       01 PRINT-TABLE.
           05 WS-PRINT-COUNT                       PIC 99   VALUE ZERO.
           05 WS-PRINT-FIT                         PIC 99   VALUE ZERO.
           05 PX-ENTRY OCCURS 60 TIMES.
               10 PX-FIELD-SUB                     PIC 99.
               10 PX-COL                           PIC 9(3).
               10 PX-WIDTH                         PIC 9(3).
               10 PX-DATA-WIDTH                    PIC 9(3).
      *
       01 WS-SUBSCRIPTS.
           05 WS-SEED-SUBS                         PIC 99   VALUE ZERO.
           05 WS-DX-SUBS                           PIC 9(3) VALUE ZERO.
           05 WS-CD-SUBS                           PIC 99   VALUE ZERO.
           05 WS-FL-SUBS                           PIC 99   VALUE ZERO.
           05 WS-FL-HIT                            PIC 99   VALUE ZERO.
           05 WS-CT-SUBS                           PIC 99   VALUE ZERO.
           05 WS-SQ-SUBS                           PIC 9    VALUE ZERO.
           05 WS-KY-SUBS                           PIC 9    VALUE ZERO.
           05 WS-TT-SUBS                           PIC 9    VALUE ZERO.
           05 WS-PX-SUBS                           PIC 99   VALUE ZERO.
      *
      * ONE ROW OF THE DATASET, AND THE RUN'S COUNTS.
       01 WS-RECORD                                PIC X(512)
                                                VALUE SPACE.
       01 ROW-COUNTS.
           05 WS-REC-POS                           PIC 9(4) VALUE ZERO.
           05 WS-ROW-SEQ                           PIC 9(9) VALUE ZERO.
           05 WS-ROWS-READ                         PIC 9(9) VALUE ZERO.
           05 WS-ROWS-SELECTED                     PIC 9(9) VALUE ZERO.
           05 WS-SHORT-ROWS                        PIC 9(9) VALUE ZERO.
           05 WS-BREAK-ROWS                        PIC 9(9) VALUE ZERO.
      *
      * NUMERIC WORK: A DISPLAY FIELD OF ANY WIDTH UP TO 17 DIGITS IS
      * RIGHT-JUSTIFIED INTO AN 18-DIGIT SIGNED DISPLAY AREA, SO A
      * TRAILING SIGN ON THE FIELD LANDS ON THE AREA'S SIGN POSITION.
       01 NUMBER-WORK.
           05 WS-NUM-AREA                          PIC X(18)
                                                VALUE ZERO.
           05 WS-NUM-DISPLAY REDEFINES WS-NUM-AREA PIC S9(18).
           05 WS-NUM-VALUE                         PIC S9(18)
                                                VALUE ZERO.
           05 WS-NUM-EDIT                          PIC -(17)9.
           05 WS-SORT-NUM                          PIC 9(18) VALUE ZERO.
           05 WS-PARSE-AREA                        PIC X(40)
                                                VALUE SPACE.
           05 WS-PARSE-SIGN                        PIC X    VALUE SPACE.
           05 WS-PARSE-LEN                         PIC 99   VALUE ZERO.
           05 WS-PARSE-OK                          PIC X    VALUE 'N'.
           05 WS-LEAD-SPACES                       PIC 99   VALUE ZERO.
      *
      * COMPARISON, SORT-KEY, BREAK AND LAYOUT WORK.
       01 COMPARE-WORK.
           05 WS-CMP-FIELD                         PIC X(100)
                                                VALUE SPACE.
           05 WS-CMP-VALUE                         PIC X(100)
                                                VALUE SPACE.
           05 WS-CMP-RESULT                        PIC X    VALUE SPACE.
           05 WS-KEY-VALUE                         PIC X(40)
                                                VALUE SPACE.
           05 WS-CUR-BREAK                         PIC X(40)
                                                VALUE SPACE.
           05 WS-PREV-BREAK                        PIC X(40)
                                                VALUE SPACE.
           05 WS-NEXT-COL                          PIC 9(3) VALUE ZERO.
           05 WS-NAME-LEN                          PIC 99   VALUE ZERO.
           05 WS-TRIM-LEN                          PIC 9(4) VALUE ZERO.
           05 WS-TRIM-POS                          PIC 9(4) VALUE ZERO.
       01 WS-DELIM-LINE                            PIC X(2000)
                                                VALUE SPACE.
       01 WS-DELIM-PTR                             PIC 9(4) VALUE ZERO.
      *
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
      *
      * RPTFMT-PARM IS THE SHARED REPORT-FORMATTING AREA (SEE
      * COPYBOOKS/RPTFMTPM.CPY). THE LAYER OWNS THE PRINT FILE AND
      * SUPPLIES THE STANDARD HEADING, PAGING AND TOTALS LINE.
           COPY RPTFMTPM.
      *
       01 RPT-SELECT-LINE.
           05 FILLER                               PIC X(15)
                                                VALUE "SELECTED WHERE ".
           05 RW-FIELD                             PIC X(16).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RW-OPERATOR                          PIC X(2).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RW-VALUE                             PIC X(40).
           05 FILLER                               PIC X(57)
                                                   VALUE SPACE.
      *
       01 RPT-BREAK-LINE.
           05 FILLER                               PIC X(5)
                                                VALUE "  ** ".
           05 RB-FIELD                             PIC X(16).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RB-VALUE                             PIC X(40).
           05 FILLER                               PIC X(6)
                                                VALUE " ROWS ".
           05 RB-ROWS                              PIC Z(8)9.
           05 FILLER                               PIC X(55)
                                                   VALUE SPACE.
      *
       01 RPT-TOTAL-LINE.
           05 FILLER                               PIC X(10)
                                                VALUE "     TOTAL".
           05 FILLER                               PIC X    VALUE SPACE.
           05 RT-FIELD                             PIC X(16).
           05 FILLER                               PIC X    VALUE SPACE.
           05 RT-VALUE                             PIC -(17)9.
           05 FILLER                               PIC X(86)
                                                   VALUE SPACE.
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
           PERFORM 100-LOAD-DICTIONARY.
           PERFORM 200-READ-CARD-DECK.
           IF SW-CARD-ERROR = 'Y'
               DISPLAY "**ERROR** SELECTION DECK " FILENAME-CARD
               DISPLAY "          REJECTED - NOTHING WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 280-LAY-OUT-COLUMNS.
           PERFORM 500-OPEN-OUTPUTS.
           SORT SORTWK
               ON ASCENDING KEY SX-KEY-A1
               ON DESCENDING KEY SX-KEY-D1
               ON ASCENDING KEY SX-KEY-A2
               ON DESCENDING KEY SX-KEY-D2
               ON ASCENDING KEY SX-KEY-A3
               ON DESCENDING KEY SX-KEY-D3
               ON ASCENDING KEY SX-KEY-A4
               ON DESCENDING KEY SX-KEY-D4
               ON ASCENDING KEY SX-SEQ
               INPUT PROCEDURE IS 300-SELECT-ROWS
               OUTPUT PROCEDURE IS 600-PRINT-ROWS.
           PERFORM 700-CLOSE-OUTPUTS.
           DISPLAY "AD HOC REPORT " WS-REPORT-NAME.
           DISPLAY "  DATASET " WS-DS-NAME " - " WS-ROWS-READ
               " ROW(S) READ, " WS-ROWS-SELECTED " SELECTED.".
           IF WS-SHORT-ROWS IS GREATER THAN ZERO
               DISPLAY "**WARNING** " WS-SHORT-ROWS
                   " SHORT ROW(S) AT THE END OF " WS-DS-FILE
                   " - NOT THE DICTIONARY RECORD LENGTH."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       010-GET-SETTINGS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "ADHOCCARD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK TO FILENAME-CARD
           END-IF.
      *
      ******************************************************************
      * 100-LOAD-DICTIONARY - THE BUILT-IN LAYOUTS FIRST, THEN THE
      * LAYDICT DATASET, WHICH MAY ADD DATASETS OR REPLACE ONE.
      ******************************************************************
       100-LOAD-DICTIONARY.
           MOVE ZERO TO WS-DICT-COUNT.
           PERFORM 110-LOAD-ONE-SEED
               VARYING WS-SEED-SUBS FROM 1 BY 1
               UNTIL WS-SEED-SUBS > WS-SEED-COUNT.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT LAYDICTFL.
           PERFORM 120-LOAD-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE LAYDICTFL.
           IF SW-DICT-FULL = 'Y'
               DISPLAY "**WARNING** LAYOUT DICTIONARY HOLDS 400 CARDS "
                   "- THE REST OF LAYDICT WAS IGNORED."
           END-IF.
      *
       110-LOAD-ONE-SEED.
           MOVE SEED-ROW(WS-SEED-SUBS) TO LAYDICT-RECORD.
           PERFORM 130-POST-DICT-CARD.
      *
       120-LOAD-ONE-CARD.
           READ LAYDICTFL INTO LAYDICT-RECORD
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF LD-DATASET-CARD
                       PERFORM 125-DROP-ONE-ENTRY
                           VARYING WS-DX-SUBS FROM 1 BY 1
                           UNTIL WS-DX-SUBS > WS-DICT-COUNT
                   END-IF
                   PERFORM 130-POST-DICT-CARD
           END-READ.
      *
       125-DROP-ONE-ENTRY.
           IF DX-DATASET(WS-DX-SUBS) IS EQUAL TO LD-DATASET
               MOVE SPACE TO DX-DATASET(WS-DX-SUBS)
           END-IF.
      *
       130-POST-DICT-CARD.
           IF LD-DATASET NOT EQUAL TO SPACE AND
               (LD-DATASET-CARD OR LD-FIELD-CARD)
               IF WS-DICT-COUNT IS LESS THAN 400
                   ADD 1 TO WS-DICT-COUNT
                   MOVE LD-DATASET TO DX-DATASET(WS-DICT-COUNT)
                   MOVE LD-CARD-TYPE TO DX-CARD-TYPE(WS-DICT-COUNT)
                   MOVE LD-FIELD-NAME TO DX-FIELD-NAME(WS-DICT-COUNT)
                   MOVE LD-START TO DX-START(WS-DICT-COUNT)
                   MOVE LD-LENGTH TO DX-LENGTH(WS-DICT-COUNT)
                   MOVE LD-TYPE TO DX-TYPE(WS-DICT-COUNT)
                   MOVE LD-FILE-NAME TO DX-FILE-NAME(WS-DICT-COUNT)
               ELSE
                   MOVE 'Y' TO SW-DICT-FULL
               END-IF
           END-IF.
      *
      ******************************************************************
      * 200-READ-CARD-DECK - HOLD THE DECK, RESOLVE THE DATASET CARD
      * AGAINST THE DICTIONARY, THEN APPLY EVERY OTHER CARD. ANY CARD
      * THAT NAMES AN UNKNOWN FIELD OR BREAKS A RULE IS REPORTED AND
      * THE RUN STOPS WITH NOTHING WRITTEN.
      ******************************************************************
       200-READ-CARD-DECK.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT CARDFL.
           PERFORM 210-READ-ONE-CARD UNTIL SW-EOF = 'Y'.
           CLOSE CARDFL.
           PERFORM 220-FIND-DATASET-CARD
               VARYING WS-CD-SUBS FROM 1 BY 1
               UNTIL WS-CD-SUBS > WS-CARD-COUNT.
           IF WS-DS-NAME IS EQUAL TO SPACE
               MOVE "NO DATASET CARD IN THE DECK" TO WS-ERROR-TEXT
               MOVE SPACE TO ADHOC-CARD
               PERFORM 290-CARD-ERROR
           ELSE
               PERFORM 230-RESOLVE-DATASET
           END-IF.
           IF SW-CARD-ERROR = 'N'
               PERFORM 240-APPLY-ONE-CARD
                   VARYING WS-CD-SUBS FROM 1 BY 1
                   UNTIL WS-CD-SUBS > WS-CARD-COUNT
           END-IF.
           IF SW-CARD-ERROR = 'N' AND WS-PRINT-COUNT IS EQUAL TO ZERO
               PERFORM 275-PRINT-EVERY-FIELD
                   VARYING WS-FL-SUBS FROM 1 BY 1
                   UNTIL WS-FL-SUBS > WS-FIELD-COUNT
           END-IF.
           PERFORM 270-BUILD-KEY-LIST.
           IF WS-TITLE IS EQUAL TO SPACE
               STRING "AD HOC REPORT - " WS-DS-NAME
                   DELIMITED BY SIZE INTO WS-TITLE
           END-IF.
      *
       210-READ-ONE-CARD.
           READ CARDFL
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF CARDFL-RECORD NOT EQUAL TO SPACE AND
                       CARDFL-RECORD(1:1) NOT EQUAL TO "*"
                       IF WS-CARD-COUNT IS LESS THAN 50
                           ADD 1 TO WS-CARD-COUNT
                           MOVE CARDFL-RECORD TO ADHOC-CARD
                           INSPECT AC-KEYWORD CONVERTING
                               "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           INSPECT AC-FIELD CONVERTING
                               "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           INSPECT AC-OPERATOR CONVERTING
                               "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           MOVE ADHOC-CARD TO CD-CARD(WS-CARD-COUNT)
                       ELSE
                           MOVE "MORE THAN 50 CARDS IN THE DECK"
                               TO WS-ERROR-TEXT
                           MOVE CARDFL-RECORD TO ADHOC-CARD
                           PERFORM 290-CARD-ERROR
                       END-IF
                   END-IF
           END-READ.
      *
       220-FIND-DATASET-CARD.
           MOVE CD-CARD(WS-CD-SUBS) TO ADHOC-CARD.
           IF AC-KEYWORD IS EQUAL TO "DATASET" AND
               WS-DS-NAME IS EQUAL TO SPACE
               MOVE AC-FIELD TO WS-DS-NAME
           END-IF.
      *
      ******************************************************************
      * 230-RESOLVE-DATASET - FIND THE DATASET'S 'D' CARD AND COLLECT
      * ITS 'F' CARDS, CHECKING EACH FIELD FITS THE RECORD.
      ******************************************************************
       230-RESOLVE-DATASET.
           MOVE 'N' TO WS-DS-FOUND.
           MOVE ZERO TO WS-FIELD-COUNT.
           PERFORM 235-TAKE-ONE-DICT-ENTRY
               VARYING WS-DX-SUBS FROM 1 BY 1
               UNTIL WS-DX-SUBS > WS-DICT-COUNT.
           MOVE SPACE TO ADHOC-CARD.
           MOVE "DATASET" TO AC-KEYWORD.
           MOVE WS-DS-NAME TO AC-FIELD.
           IF WS-DS-FOUND = 'N'
               MOVE "DATASET IS NOT IN THE LAYOUT DICTIONARY"
                   TO WS-ERROR-TEXT
               PERFORM 290-CARD-ERROR
           ELSE
               IF WS-DS-RECLEN IS EQUAL TO ZERO OR
                   WS-DS-RECLEN IS GREATER THAN 512 OR
                   (WS-DS-ORG NOT EQUAL TO 'S' AND
                    WS-DS-ORG NOT EQUAL TO 'L' AND
                    WS-DS-ORG NOT EQUAL TO 'I') OR
                   WS-FIELD-COUNT IS EQUAL TO ZERO
                   MOVE "DICTIONARY LAYOUT IS UNUSABLE" TO WS-ERROR-TEXT
                   PERFORM 290-CARD-ERROR
               END-IF
           END-IF.
      *
       235-TAKE-ONE-DICT-ENTRY.
           IF DX-DATASET(WS-DX-SUBS) IS EQUAL TO WS-DS-NAME
               IF DX-CARD-TYPE(WS-DX-SUBS) IS EQUAL TO 'D'
                   MOVE 'Y' TO WS-DS-FOUND
                   MOVE DX-FILE-NAME(WS-DX-SUBS) TO WS-DS-FILE
                   MOVE DX-TYPE(WS-DX-SUBS) TO WS-DS-ORG
                   MOVE DX-LENGTH(WS-DX-SUBS) TO WS-DS-RECLEN
               ELSE
                   IF WS-FIELD-COUNT IS LESS THAN 60 AND
                       DX-START(WS-DX-SUBS) IS GREATER THAN ZERO AND
                       DX-LENGTH(WS-DX-SUBS) IS GREATER THAN ZERO AND
                       DX-START(WS-DX-SUBS) + DX-LENGTH(WS-DX-SUBS) - 1
                       IS NOT GREATER THAN WS-DS-RECLEN AND
                       (DX-TYPE(WS-DX-SUBS) = 'A' OR
                        (DX-TYPE(WS-DX-SUBS) = 'N' AND
                         DX-LENGTH(WS-DX-SUBS) IS LESS THAN 18))
                       ADD 1 TO WS-FIELD-COUNT
                       MOVE DX-FIELD-NAME(WS-DX-SUBS)
                           TO FL-NAME(WS-FIELD-COUNT)
                       MOVE DX-START(WS-DX-SUBS)
                           TO FL-START(WS-FIELD-COUNT)
                       MOVE DX-LENGTH(WS-DX-SUBS)
                           TO FL-LENGTH(WS-FIELD-COUNT)
                       MOVE DX-TYPE(WS-DX-SUBS)
                           TO FL-TYPE(WS-FIELD-COUNT)
                   ELSE
                       DISPLAY "**WARNING** DICTIONARY FIELD "
                           DX-FIELD-NAME(WS-DX-SUBS) " OF "
                           WS-DS-NAME " DOES NOT FIT - IGNORED."
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 240-APPLY-ONE-CARD - ONE CARD OF THE DECK INTO THE CRITERIA,
      * SORT, BREAK, TOTAL AND PRINT TABLES.
      ******************************************************************
       240-APPLY-ONE-CARD.
           MOVE CD-CARD(WS-CD-SUBS) TO ADHOC-CARD.
           EVALUATE AC-KEYWORD
               WHEN "DATASET"
                   CONTINUE
               WHEN "SELECT"
                   PERFORM 250-FIND-FIELD
                   IF WS-FL-HIT IS GREATER THAN ZERO
                       PERFORM 242-ADD-CRITERION
                   END-IF
               WHEN "SORT"
                   PERFORM 250-FIND-FIELD
                   IF WS-FL-HIT IS GREATER THAN ZERO
                       PERFORM 244-ADD-SORT-KEY
                   END-IF
               WHEN "BREAK"
                   PERFORM 250-FIND-FIELD
                   IF WS-FL-HIT IS GREATER THAN ZERO
                       MOVE WS-FL-HIT TO WS-BREAK-SUB
                   END-IF
               WHEN "TOTAL"
                   PERFORM 250-FIND-FIELD
                   IF WS-FL-HIT IS GREATER THAN ZERO
                       PERFORM 246-ADD-TOTAL
                   END-IF
               WHEN "PRINT"
                   PERFORM 250-FIND-FIELD
                   IF WS-FL-HIT IS GREATER THAN ZERO
                       PERFORM 248-ADD-PRINT-COLUMN
                   END-IF
               WHEN "TITLE"
                   MOVE AC-VALUE TO WS-TITLE
               WHEN "REPORT"
                   IF AC-FIELD NOT EQUAL TO SPACE
                       MOVE AC-FIELD TO WS-REPORT-NAME
                   END-IF
               WHEN "DELIMIT"
                   MOVE 'Y' TO SW-DELIM-OUT
                   IF AC-FIELD NOT EQUAL TO SPACE
                       MOVE AC-FIELD TO FILENAME-DELIM
                   END-IF
                   IF AC-VALUE(1:1) NOT EQUAL TO SPACE
                       MOVE AC-VALUE(1:1) TO WS-DELIMITER
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN KEYWORD" TO WS-ERROR-TEXT
                   PERFORM 290-CARD-ERROR
           END-EVALUATE.
      *
       242-ADD-CRITERION.
           IF AC-OPERATOR NOT EQUAL TO "EQ" AND
               AC-OPERATOR NOT EQUAL TO "NE" AND
               AC-OPERATOR NOT EQUAL TO "GT" AND
               AC-OPERATOR NOT EQUAL TO "GE" AND
               AC-OPERATOR NOT EQUAL TO "LT" AND
               AC-OPERATOR NOT EQUAL TO "LE"
               MOVE "OPERATOR MUST BE EQ, NE, GT, GE, LT OR LE"
                   TO WS-ERROR-TEXT
               PERFORM 290-CARD-ERROR
           ELSE
               IF WS-CRIT-COUNT IS EQUAL TO 10
                   MOVE "MORE THAN 10 SELECT CARDS" TO WS-ERROR-TEXT
                   PERFORM 290-CARD-ERROR
               ELSE
                   ADD 1 TO WS-CRIT-COUNT
                   MOVE WS-FL-HIT TO CT-FIELD-SUB(WS-CRIT-COUNT)
                   MOVE AC-OPERATOR TO CT-OPERATOR(WS-CRIT-COUNT)
                   MOVE AC-VALUE TO CT-VALUE(WS-CRIT-COUNT)
                   MOVE ZERO TO CT-NUM(WS-CRIT-COUNT)
                   IF FL-TYPE(WS-FL-HIT) IS EQUAL TO 'N'
                       PERFORM 260-PARSE-NUMBER
                       IF WS-PARSE-OK = 'Y'
                           MOVE WS-NUM-VALUE TO CT-NUM(WS-CRIT-COUNT)
                       ELSE
                           MOVE "VALUE MUST BE A WHOLE NUMBER"
                               TO WS-ERROR-TEXT
                           PERFORM 290-CARD-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       244-ADD-SORT-KEY.
           IF AC-OPERATOR NOT EQUAL TO SPACE AND
               AC-OPERATOR NOT EQUAL TO "A " AND
               AC-OPERATOR NOT EQUAL TO "D "
               MOVE "SORT ORDER MUST BE A OR D" TO WS-ERROR-TEXT
               PERFORM 290-CARD-ERROR
           ELSE
               IF WS-SORT-COUNT IS EQUAL TO 3
                   MOVE "MORE THAN 3 SORT CARDS" TO WS-ERROR-TEXT
                   PERFORM 290-CARD-ERROR
               ELSE
                   ADD 1 TO WS-SORT-COUNT
                   MOVE WS-FL-HIT TO SQ-FIELD-SUB(WS-SORT-COUNT)
                   MOVE AC-OPERATOR(1:1) TO SQ-ORDER(WS-SORT-COUNT)
               END-IF
           END-IF.
      *
       246-ADD-TOTAL.
           IF FL-TYPE(WS-FL-HIT) NOT EQUAL TO 'N'
               MOVE "ONLY A NUMERIC FIELD CAN BE TOTALED"
                   TO WS-ERROR-TEXT
               PERFORM 290-CARD-ERROR
           ELSE
               IF WS-TOTAL-COUNT IS EQUAL TO 5
                   MOVE "MORE THAN 5 TOTAL CARDS" TO WS-ERROR-TEXT
                   PERFORM 290-CARD-ERROR
               ELSE
                   ADD 1 TO WS-TOTAL-COUNT
                   MOVE WS-FL-HIT TO TT-FIELD-SUB(WS-TOTAL-COUNT)
                   MOVE ZERO TO TT-SUB-TOTAL(WS-TOTAL-COUNT)
                   MOVE ZERO TO TT-GRAND-TOTAL(WS-TOTAL-COUNT)
               END-IF
           END-IF.
      *
       248-ADD-PRINT-COLUMN.
           IF WS-PRINT-COUNT IS EQUAL TO 60
               MOVE "MORE THAN 60 PRINT CARDS" TO WS-ERROR-TEXT
               PERFORM 290-CARD-ERROR
           ELSE
               ADD 1 TO WS-PRINT-COUNT
               MOVE WS-FL-HIT TO PX-FIELD-SUB(WS-PRINT-COUNT)
           END-IF.
      *
       250-FIND-FIELD.
           MOVE ZERO TO WS-FL-HIT.
           PERFORM 255-MATCH-ONE-FIELD
               VARYING WS-FL-SUBS FROM 1 BY 1
               UNTIL WS-FL-SUBS > WS-FIELD-COUNT.
           IF WS-FL-HIT IS EQUAL TO ZERO
               MOVE "FIELD IS NOT IN THE DATASET'S LAYOUT"
                   TO WS-ERROR-TEXT
               PERFORM 290-CARD-ERROR
           END-IF.
      *
       255-MATCH-ONE-FIELD.
           IF FL-NAME(WS-FL-SUBS) IS EQUAL TO AC-FIELD AND
               WS-FL-HIT IS EQUAL TO ZERO
               MOVE WS-FL-SUBS TO WS-FL-HIT
           END-IF.
      *
      ******************************************************************
      * 260-PARSE-NUMBER - AC-VALUE AS A WHOLE NUMBER: AN OPTIONAL
      * LEADING SIGN, THEN 1-17 DIGITS. RESULT IN WS-NUM-VALUE, WITH
      * WS-PARSE-OK 'Y' OR 'N'.
      ******************************************************************
       260-PARSE-NUMBER.
           MOVE 'N' TO WS-PARSE-OK.
           MOVE ZERO TO WS-NUM-VALUE.
           MOVE SPACE TO WS-PARSE-SIGN.
           MOVE SPACE TO WS-PARSE-AREA.
           IF AC-VALUE(1:1) IS EQUAL TO "-" OR
               AC-VALUE(1:1) IS EQUAL TO "+"
               MOVE AC-VALUE(1:1) TO WS-PARSE-SIGN
               MOVE AC-VALUE(2:39) TO WS-PARSE-AREA
           ELSE
               MOVE AC-VALUE TO WS-PARSE-AREA
           END-IF.
           MOVE ZERO TO WS-PARSE-LEN.
           INSPECT WS-PARSE-AREA TALLYING WS-PARSE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PARSE-LEN IS GREATER THAN ZERO AND
               WS-PARSE-LEN IS LESS THAN 18
               IF WS-PARSE-AREA(1:WS-PARSE-LEN) IS NUMERIC
                   MOVE ZERO TO WS-NUM-AREA
                   MOVE WS-PARSE-AREA(1:WS-PARSE-LEN)
                       TO WS-NUM-AREA(19 - WS-PARSE-LEN:WS-PARSE-LEN)
                   MOVE WS-NUM-DISPLAY TO WS-NUM-VALUE
                   IF WS-PARSE-SIGN IS EQUAL TO "-"
                       COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
                   END-IF
                   MOVE 'Y' TO WS-PARSE-OK
               END-IF
           END-IF.
      *
      ******************************************************************
      * 270-BUILD-KEY-LIST - THE SORT LEVELS IN ORDER: THE BREAK FIELD
      * FIRST (ASCENDING, UNLESS A SORT CARD ON THE SAME FIELD SAYS
      * OTHERWISE) SO EACH BREAK GROUP COMES OUT TOGETHER, THEN THE
      * SORT CARDS. NO KEYS AT ALL LEAVES THE ROWS IN FILE ORDER.
      ******************************************************************
       270-BUILD-KEY-LIST.
           MOVE ZERO TO WS-KEY-COUNT.
           IF WS-BREAK-SUB IS GREATER THAN ZERO
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-BREAK-SUB TO KY-FIELD-SUB(1)
               MOVE 'A' TO KY-ORDER(1)
           END-IF.
           PERFORM 272-ADD-ONE-SORT-LEVEL
               VARYING WS-SQ-SUBS FROM 1 BY 1
               UNTIL WS-SQ-SUBS > WS-SORT-COUNT.
      *
       272-ADD-ONE-SORT-LEVEL.
           IF WS-BREAK-SUB IS GREATER THAN ZERO AND
               SQ-FIELD-SUB(WS-SQ-SUBS) IS EQUAL TO WS-BREAK-SUB
               MOVE SQ-ORDER(WS-SQ-SUBS) TO KY-ORDER(1)
           ELSE
               ADD 1 TO WS-KEY-COUNT
               MOVE SQ-FIELD-SUB(WS-SQ-SUBS)
                   TO KY-FIELD-SUB(WS-KEY-COUNT)
               MOVE SQ-ORDER(WS-SQ-SUBS) TO KY-ORDER(WS-KEY-COUNT)
           END-IF.
      *
       275-PRINT-EVERY-FIELD.
           ADD 1 TO WS-PRINT-COUNT.
           MOVE WS-FL-SUBS TO PX-FIELD-SUB(WS-PRINT-COUNT).
      *
      ******************************************************************
      * 280-LAY-OUT-COLUMNS - PLACE THE PRINT COLUMNS ACROSS THE
      * 132-COLUMN LINE, EACH AS WIDE AS ITS DATA OR ITS NAME, TWO
      * SPACES APART, AND BUILD THE COLUMN HEADING. TEXT FIELDS PRINT
      * AT MOST 30 WIDE; NUMBERS GET A SIGN POSITION. COLUMNS THAT DO
      * NOT FIT ARE LEFT OFF THE PRINT BUT STILL GO TO THE DELIMITED
      * FILE, WHICH CARRIES EVERY FIELD IN FULL.
      ******************************************************************
       280-LAY-OUT-COLUMNS.
           MOVE 1 TO WS-NEXT-COL.
           MOVE ZERO TO WS-PRINT-FIT.
           MOVE SPACE TO RF-COLUMN-HEAD.
           PERFORM 285-PLACE-ONE-COLUMN
               VARYING WS-PX-SUBS FROM 1 BY 1
               UNTIL WS-PX-SUBS > WS-PRINT-COUNT
               OR WS-PRINT-FIT IS LESS THAN WS-PX-SUBS - 1.
           IF WS-PRINT-FIT IS LESS THAN WS-PRINT-COUNT
               DISPLAY "**WARNING** ONLY " WS-PRINT-FIT " OF "
                   WS-PRINT-COUNT " COLUMN(S) FIT THE PRINT LINE."
           END-IF.
      *
       285-PLACE-ONE-COLUMN.
           MOVE PX-FIELD-SUB(WS-PX-SUBS) TO WS-FL-SUBS.
           IF FL-TYPE(WS-FL-SUBS) IS EQUAL TO 'N'
               COMPUTE PX-DATA-WIDTH(WS-PX-SUBS) =
                   FL-LENGTH(WS-FL-SUBS) + 1
           ELSE
               IF FL-LENGTH(WS-FL-SUBS) IS GREATER THAN 30
                   MOVE 30 TO PX-DATA-WIDTH(WS-PX-SUBS)
               ELSE
                   MOVE FL-LENGTH(WS-FL-SUBS)
                       TO PX-DATA-WIDTH(WS-PX-SUBS)
               END-IF
           END-IF.
           MOVE ZERO TO WS-NAME-LEN.
           INSPECT FL-NAME(WS-FL-SUBS) TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE PX-DATA-WIDTH(WS-PX-SUBS) TO PX-WIDTH(WS-PX-SUBS).
           IF WS-NAME-LEN IS GREATER THAN PX-WIDTH(WS-PX-SUBS)
               MOVE WS-NAME-LEN TO PX-WIDTH(WS-PX-SUBS)
           END-IF.
           IF WS-NEXT-COL + PX-WIDTH(WS-PX-SUBS) - 1
               IS NOT GREATER THAN 132
               MOVE WS-NEXT-COL TO PX-COL(WS-PX-SUBS)
               MOVE FL-NAME(WS-FL-SUBS)(1:WS-NAME-LEN)
                   TO RF-COLUMN-HEAD(WS-NEXT-COL:WS-NAME-LEN)
               COMPUTE WS-NEXT-COL =
                   WS-NEXT-COL + PX-WIDTH(WS-PX-SUBS) + 2
               MOVE WS-PX-SUBS TO WS-PRINT-FIT
           END-IF.
      *
       290-CARD-ERROR.
           DISPLAY "**CARD ERROR** " WS-ERROR-TEXT.
           DISPLAY "               " AC-KEYWORD " " AC-FIELD " "
               AC-OPERATOR " " AC-VALUE.
           MOVE 'Y' TO SW-CARD-ERROR.
      *
      ******************************************************************
      * 300-SELECT-ROWS - THE SORT'S INPUT PROCEDURE: READ THE DATASET
      * THROUGH THE SELECT FOR ITS ORGANIZATION AND RELEASE EVERY ROW
      * THAT PASSES ALL THE SELECT CARDS.
      ******************************************************************
       300-SELECT-ROWS.
           MOVE SPACE TO FILENAME-DATA.
           MOVE WS-DS-FILE TO FILENAME-DATA.
           MOVE 'N' TO SW-EOF.
           EVALUATE WS-DS-ORG
               WHEN 'S'
                   OPEN INPUT BYTEFL
                   PERFORM 310-READ-FIXED-ROW UNTIL SW-EOF = 'Y'
                   CLOSE BYTEFL
               WHEN 'L'
                   OPEN INPUT LINEFL
                   PERFORM 330-READ-LINE-ROW UNTIL SW-EOF = 'Y'
                   CLOSE LINEFL
               WHEN 'I'
                   OPEN INPUT TELEMFL
                   PERFORM 335-READ-KEYED-ROW UNTIL SW-EOF = 'Y'
                   CLOSE TELEMFL
           END-EVALUATE.
      *
       310-READ-FIXED-ROW.
           MOVE SPACE TO WS-RECORD.
           MOVE ZERO TO WS-REC-POS.
           PERFORM 315-READ-ONE-BYTE
               UNTIL WS-REC-POS IS NOT LESS THAN WS-DS-RECLEN
               OR SW-EOF = 'Y'.
           IF WS-REC-POS IS EQUAL TO WS-DS-RECLEN
               PERFORM 340-CONSIDER-ROW
           ELSE
               IF WS-REC-POS IS GREATER THAN ZERO
                   ADD 1 TO WS-SHORT-ROWS
               END-IF
           END-IF.
      *
       315-READ-ONE-BYTE.
           READ BYTEFL
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-REC-POS
                   MOVE BYTEFL-RECORD TO WS-RECORD(WS-REC-POS:1)
           END-READ.
      *
       330-READ-LINE-ROW.
           READ LINEFL
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE LINEFL-RECORD TO WS-RECORD
                   PERFORM 340-CONSIDER-ROW
           END-READ.
      *
       335-READ-KEYED-ROW.
           READ TELEMFL NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   MOVE SPACE TO WS-RECORD
                   MOVE TELEM-RECORD TO WS-RECORD
                   PERFORM 340-CONSIDER-ROW
           END-READ.
      *
       340-CONSIDER-ROW.
           ADD 1 TO WS-ROWS-READ.
           MOVE 'Y' TO SW-SELECTED.
           PERFORM 350-TEST-ONE-CRITERION
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CRIT-COUNT
               OR SW-SELECTED = 'N'.
           IF SW-SELECTED = 'Y'
               ADD 1 TO WS-ROWS-SELECTED
               MOVE SPACE TO SORT-RECORD
               PERFORM 360-BUILD-ONE-KEY
                   VARYING WS-KY-SUBS FROM 1 BY 1
                   UNTIL WS-KY-SUBS > WS-KEY-COUNT
               ADD 1 TO WS-ROW-SEQ
               MOVE WS-ROW-SEQ TO SX-SEQ
               MOVE WS-RECORD TO SX-DATA
               RELEASE SORT-RECORD
           END-IF.
      *
      ******************************************************************
      * 350-TEST-ONE-CRITERION - A NUMERIC FIELD IS COMPARED AS A
      * NUMBER, ANYTHING ELSE AS TEXT PADDED WITH SPACES, SO A DATE
      * RANGE IS TWO CARDS: RUN-DATE GE 2026-08-01, RUN-DATE LE
      * 2026-08-31.
      ******************************************************************
       350-TEST-ONE-CRITERION.
           MOVE CT-FIELD-SUB(WS-CT-SUBS) TO WS-FL-SUBS.
           IF FL-TYPE(WS-FL-SUBS) IS EQUAL TO 'N'
               PERFORM 400-FIELD-TO-NUMBER
               EVALUATE TRUE
                   WHEN WS-NUM-VALUE IS LESS THAN CT-NUM(WS-CT-SUBS)
                       MOVE '<' TO WS-CMP-RESULT
                   WHEN WS-NUM-VALUE IS GREATER THAN
                       CT-NUM(WS-CT-SUBS)
                       MOVE '>' TO WS-CMP-RESULT
                   WHEN OTHER
                       MOVE '=' TO WS-CMP-RESULT
               END-EVALUATE
           ELSE
               MOVE SPACE TO WS-CMP-FIELD
               MOVE WS-RECORD(FL-START(WS-FL-SUBS):
                   FL-LENGTH(WS-FL-SUBS)) TO WS-CMP-FIELD
               MOVE SPACE TO WS-CMP-VALUE
               MOVE CT-VALUE(WS-CT-SUBS) TO WS-CMP-VALUE
               EVALUATE TRUE
                   WHEN WS-CMP-FIELD IS LESS THAN WS-CMP-VALUE
                       MOVE '<' TO WS-CMP-RESULT
                   WHEN WS-CMP-FIELD IS GREATER THAN WS-CMP-VALUE
                       MOVE '>' TO WS-CMP-RESULT
                   WHEN OTHER
                       MOVE '=' TO WS-CMP-RESULT
               END-EVALUATE
           END-IF.
           EVALUATE CT-OPERATOR(WS-CT-SUBS)
               WHEN "EQ"
                   IF WS-CMP-RESULT NOT EQUAL TO '='
                       MOVE 'N' TO SW-SELECTED
                   END-IF
               WHEN "NE"
                   IF WS-CMP-RESULT IS EQUAL TO '='
                       MOVE 'N' TO SW-SELECTED
                   END-IF
               WHEN "GT"
                   IF WS-CMP-RESULT NOT EQUAL TO '>'
                       MOVE 'N' TO SW-SELECTED
                   END-IF
               WHEN "GE"
                   IF WS-CMP-RESULT IS EQUAL TO '<'
                       MOVE 'N' TO SW-SELECTED
                   END-IF
               WHEN "LT"
                   IF WS-CMP-RESULT NOT EQUAL TO '<'
                       MOVE 'N' TO SW-SELECTED
                   END-IF
               WHEN "LE"
                   IF WS-CMP-RESULT IS EQUAL TO '>'
                       MOVE 'N' TO SW-SELECTED
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
      * 360-BUILD-ONE-KEY - ONE SORT LEVEL'S KEY INTO ITS ASCENDING OR
      * DESCENDING SLOT. A NUMBER IS OFFSET BY 5 X 10**17 SO EVERY
      * VALUE, NEGATIVE OR NOT, SORTS CORRECTLY AS 18 PLAIN DIGITS.
      ******************************************************************
       360-BUILD-ONE-KEY.
           MOVE KY-FIELD-SUB(WS-KY-SUBS) TO WS-FL-SUBS.
           MOVE SPACE TO WS-KEY-VALUE.
           IF FL-TYPE(WS-FL-SUBS) IS EQUAL TO 'N'
               PERFORM 400-FIELD-TO-NUMBER
               COMPUTE WS-SORT-NUM =
                   WS-NUM-VALUE + 500000000000000000
               MOVE WS-SORT-NUM TO WS-KEY-VALUE
           ELSE
               MOVE WS-RECORD(FL-START(WS-FL-SUBS):
                   FL-LENGTH(WS-FL-SUBS)) TO WS-KEY-VALUE
           END-IF.
           IF KY-ORDER(WS-KY-SUBS) IS EQUAL TO 'D'
               MOVE WS-KEY-VALUE TO SX-KEY-D(WS-KY-SUBS)
           ELSE
               MOVE WS-KEY-VALUE TO SX-KEY-A(WS-KY-SUBS)
           END-IF.
      *
      ******************************************************************
      * 400-FIELD-TO-NUMBER - FIELD WS-FL-SUBS OF THE CURRENT ROW AS A
      * SIGNED NUMBER IN WS-NUM-VALUE. BLANKS READ AS ZEROS; A FIELD
      * THAT IS STILL NOT NUMERIC COUNTS AS ZERO.
      ******************************************************************
       400-FIELD-TO-NUMBER.
           MOVE ZERO TO WS-NUM-AREA.
           MOVE WS-RECORD(FL-START(WS-FL-SUBS):FL-LENGTH(WS-FL-SUBS))
               TO WS-NUM-AREA(19 - FL-LENGTH(WS-FL-SUBS):
                   FL-LENGTH(WS-FL-SUBS)).
           INSPECT WS-NUM-AREA REPLACING ALL SPACE BY ZERO.
           IF WS-NUM-DISPLAY IS NUMERIC
               MOVE WS-NUM-DISPLAY TO WS-NUM-VALUE
           ELSE
               MOVE ZERO TO WS-NUM-VALUE
           END-IF.
      *
      ******************************************************************
      * 500-OPEN-OUTPUTS - OPEN THE REPORT THROUGH RPTFMT, ECHO THE
      * SELECTION UNDER THE HEADING, AND OPEN THE DELIMITED FILE WITH
      * ITS ROW OF FIELD NAMES WHEN ONE WAS ASKED FOR.
      ******************************************************************
       500-OPEN-OUTPUTS.
           MOVE 'O' TO RF-ACTION.
           MOVE WS-REPORT-NAME TO RF-REPORT-NAME.
           MOVE "ADHOCRPT" TO RF-PROGRAM.
           MOVE "ALL" TO RF-HULL-ID.
           MOVE SPACE TO RF-RUN-DATE.
           MOVE WS-TITLE TO RF-TITLE.
           PERFORM 800-CALL-REPORT-FORMAT.
           PERFORM 510-ECHO-ONE-SELECT
               VARYING WS-CD-SUBS FROM 1 BY 1
               UNTIL WS-CD-SUBS > WS-CARD-COUNT.
           IF SW-DELIM-OUT = 'Y'
               OPEN OUTPUT DELIMFL
               MOVE SPACE TO WS-DELIM-LINE
               MOVE 1 TO WS-DELIM-PTR
               PERFORM 520-ADD-ONE-NAME
                   VARYING WS-PX-SUBS FROM 1 BY 1
                   UNTIL WS-PX-SUBS > WS-PRINT-COUNT
               WRITE DELIMFL-RECORD FROM WS-DELIM-LINE
           END-IF.
      *
       510-ECHO-ONE-SELECT.
           MOVE CD-CARD(WS-CD-SUBS) TO ADHOC-CARD.
           IF AC-KEYWORD IS EQUAL TO "SELECT"
               MOVE AC-FIELD TO RW-FIELD
               MOVE AC-OPERATOR TO RW-OPERATOR
               MOVE AC-VALUE TO RW-VALUE
               MOVE SPACE TO RF-LINE
               MOVE RPT-SELECT-LINE TO RF-LINE
               PERFORM 810-WRITE-REPORT-LINE
           END-IF.
      *
       520-ADD-ONE-NAME.
           MOVE PX-FIELD-SUB(WS-PX-SUBS) TO WS-FL-SUBS.
           IF WS-PX-SUBS IS GREATER THAN 1
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-DELIM-LINE WITH POINTER WS-DELIM-PTR
           END-IF.
           STRING FL-NAME(WS-FL-SUBS) DELIMITED BY SPACE
               INTO WS-DELIM-LINE WITH POINTER WS-DELIM-PTR.
      *
      ******************************************************************
      * 600-PRINT-ROWS - THE SORT'S OUTPUT PROCEDURE: EACH ROW IN KEY
      * ORDER TO THE REPORT (AND THE DELIMITED FILE), A SUBTOTAL
      * BLOCK WHENEVER THE BREAK FIELD CHANGES, AND THE GRAND TOTALS.
      ******************************************************************
       600-PRINT-ROWS.
           MOVE 'N' TO SW-SORT-EOF.
           MOVE 'Y' TO SW-FIRST-ROW.
           MOVE ZERO TO WS-BREAK-ROWS.
           PERFORM 610-RETURN-ONE-ROW UNTIL SW-SORT-EOF = 'Y'.
           IF WS-BREAK-SUB IS GREATER THAN ZERO AND
               SW-FIRST-ROW = 'N'
               PERFORM 650-WRITE-BREAK-TOTALS
           END-IF.
           PERFORM 660-WRITE-GRAND-TOTALS.
      *
       610-RETURN-ONE-ROW.
           RETURN SORTWK
               AT END
                   MOVE 'Y' TO SW-SORT-EOF
               NOT AT END
                   MOVE SX-DATA TO WS-RECORD
                   PERFORM 620-PROCESS-ONE-ROW
           END-RETURN.
      *
       620-PROCESS-ONE-ROW.
           IF WS-BREAK-SUB IS GREATER THAN ZERO
               MOVE SPACE TO WS-CUR-BREAK
               MOVE WS-RECORD(FL-START(WS-BREAK-SUB):
                   FL-LENGTH(WS-BREAK-SUB)) TO WS-CUR-BREAK
               IF SW-FIRST-ROW = 'N' AND
                   WS-CUR-BREAK NOT EQUAL TO WS-PREV-BREAK
                   PERFORM 650-WRITE-BREAK-TOTALS
               END-IF
               MOVE WS-CUR-BREAK TO WS-PREV-BREAK
           END-IF.
           MOVE 'N' TO SW-FIRST-ROW.
           ADD 1 TO WS-BREAK-ROWS.
           PERFORM 625-ADD-ONE-TOTAL
               VARYING WS-TT-SUBS FROM 1 BY 1
               UNTIL WS-TT-SUBS > WS-TOTAL-COUNT.
           MOVE SPACE TO RF-LINE.
           PERFORM 630-PLACE-ONE-COLUMN
               VARYING WS-PX-SUBS FROM 1 BY 1
               UNTIL WS-PX-SUBS > WS-PRINT-FIT.
           PERFORM 810-WRITE-REPORT-LINE.
           IF SW-DELIM-OUT = 'Y'
               MOVE SPACE TO WS-DELIM-LINE
               MOVE 1 TO WS-DELIM-PTR
               PERFORM 640-ADD-ONE-DELIM-FIELD
                   VARYING WS-PX-SUBS FROM 1 BY 1
                   UNTIL WS-PX-SUBS > WS-PRINT-COUNT
               WRITE DELIMFL-RECORD FROM WS-DELIM-LINE
           END-IF.
      *
       625-ADD-ONE-TOTAL.
           MOVE TT-FIELD-SUB(WS-TT-SUBS) TO WS-FL-SUBS.
           PERFORM 400-FIELD-TO-NUMBER.
           ADD WS-NUM-VALUE TO TT-SUB-TOTAL(WS-TT-SUBS).
           ADD WS-NUM-VALUE TO TT-GRAND-TOTAL(WS-TT-SUBS).
      *
       630-PLACE-ONE-COLUMN.
           MOVE PX-FIELD-SUB(WS-PX-SUBS) TO WS-FL-SUBS.
           IF FL-TYPE(WS-FL-SUBS) IS EQUAL TO 'N'
               PERFORM 400-FIELD-TO-NUMBER
               MOVE WS-NUM-VALUE TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT(19 - PX-DATA-WIDTH(WS-PX-SUBS):
                   PX-DATA-WIDTH(WS-PX-SUBS))
                   TO RF-LINE(PX-COL(WS-PX-SUBS) +
                       PX-WIDTH(WS-PX-SUBS) -
                       PX-DATA-WIDTH(WS-PX-SUBS):
                       PX-DATA-WIDTH(WS-PX-SUBS))
           ELSE
               MOVE WS-RECORD(FL-START(WS-FL-SUBS):
                   PX-DATA-WIDTH(WS-PX-SUBS))
                   TO RF-LINE(PX-COL(WS-PX-SUBS):
                       PX-DATA-WIDTH(WS-PX-SUBS))
           END-IF.
      *
      ******************************************************************
      * 640-ADD-ONE-DELIM-FIELD - ONE FIELD OF THE DELIMITED ROW, IN
      * FULL: TEXT WITH ITS TRAILING SPACES DROPPED, NUMBERS WITH
      * THEIR LEADING SPACES DROPPED AND A LEADING MINUS WHEN
      * NEGATIVE.
      ******************************************************************
       640-ADD-ONE-DELIM-FIELD.
           MOVE PX-FIELD-SUB(WS-PX-SUBS) TO WS-FL-SUBS.
           IF WS-PX-SUBS IS GREATER THAN 1
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-DELIM-LINE WITH POINTER WS-DELIM-PTR
           END-IF.
           IF FL-TYPE(WS-FL-SUBS) IS EQUAL TO 'N'
               PERFORM 400-FIELD-TO-NUMBER
               MOVE WS-NUM-VALUE TO WS-NUM-EDIT
               MOVE ZERO TO WS-LEAD-SPACES
               INSPECT WS-NUM-EDIT TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACE
               STRING WS-NUM-EDIT(WS-LEAD-SPACES + 1:
                   18 - WS-LEAD-SPACES) DELIMITED BY SIZE
                   INTO WS-DELIM-LINE WITH POINTER WS-DELIM-PTR
           ELSE
               MOVE FL-LENGTH(WS-FL-SUBS) TO WS-TRIM-LEN
               COMPUTE WS-TRIM-POS = FL-START(WS-FL-SUBS) +
                   FL-LENGTH(WS-FL-SUBS) - 1
               MOVE 'N' TO SW-TRIM-DONE
               PERFORM 645-BACK-OFF-ONE-SPACE
                   UNTIL WS-TRIM-LEN IS EQUAL TO ZERO
                   OR SW-TRIM-DONE = 'Y'
               IF WS-TRIM-LEN IS GREATER THAN ZERO
                   STRING WS-RECORD(FL-START(WS-FL-SUBS):WS-TRIM-LEN)
                       DELIMITED BY SIZE
                       INTO WS-DELIM-LINE WITH POINTER WS-DELIM-PTR
               END-IF
           END-IF.
      *
       645-BACK-OFF-ONE-SPACE.
           IF WS-RECORD(WS-TRIM-POS:1) IS EQUAL TO SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
               SUBTRACT 1 FROM WS-TRIM-POS
           ELSE
               MOVE 'Y' TO SW-TRIM-DONE
           END-IF.
      *
       650-WRITE-BREAK-TOTALS.
           MOVE FL-NAME(WS-BREAK-SUB) TO RB-FIELD.
           MOVE WS-PREV-BREAK TO RB-VALUE.
           MOVE WS-BREAK-ROWS TO RB-ROWS.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-BREAK-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           PERFORM 655-WRITE-ONE-SUBTOTAL
               VARYING WS-TT-SUBS FROM 1 BY 1
               UNTIL WS-TT-SUBS > WS-TOTAL-COUNT.
           MOVE ZERO TO WS-BREAK-ROWS.
      *
       655-WRITE-ONE-SUBTOTAL.
           MOVE TT-FIELD-SUB(WS-TT-SUBS) TO WS-FL-SUBS.
           MOVE FL-NAME(WS-FL-SUBS) TO RT-FIELD.
           MOVE TT-SUB-TOTAL(WS-TT-SUBS) TO RT-VALUE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-TOTAL-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           MOVE ZERO TO TT-SUB-TOTAL(WS-TT-SUBS).
      *
       660-WRITE-GRAND-TOTALS.
           MOVE "GRAND TOTAL" TO RB-FIELD.
           MOVE SPACE TO RB-VALUE.
           MOVE WS-ROWS-SELECTED TO RB-ROWS.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-BREAK-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
           PERFORM 665-WRITE-ONE-GRAND-TOTAL
               VARYING WS-TT-SUBS FROM 1 BY 1
               UNTIL WS-TT-SUBS > WS-TOTAL-COUNT.
      *
       665-WRITE-ONE-GRAND-TOTAL.
           MOVE TT-FIELD-SUB(WS-TT-SUBS) TO WS-FL-SUBS.
           MOVE FL-NAME(WS-FL-SUBS) TO RT-FIELD.
           MOVE TT-GRAND-TOTAL(WS-TT-SUBS) TO RT-VALUE.
           MOVE SPACE TO RF-LINE.
           MOVE RPT-TOTAL-LINE TO RF-LINE.
           PERFORM 810-WRITE-REPORT-LINE.
      *
       700-CLOSE-OUTPUTS.
           MOVE 'C' TO RF-ACTION.
           PERFORM 800-CALL-REPORT-FORMAT.
           IF SW-DELIM-OUT = 'Y'
               CLOSE DELIMFL
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
