      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: DATED-GENERATION COPIER FOR THE INPUT EXTRACTS. THE
      *          FEEDS (CNT1IN, CNT2IN, THE STEERNAV COURSE LOGS,
      *          SBMIN1/SBMIN2) ARRIVE UNDER FIXED NAMES THAT THE
      *          NEXT NIGHT'S EXTRACT OVERWRITES. AFTER A CLEAN RUN
      *          THE INPUT PROGRAM CALLS THIS ROUTINE AND THE FEED IS
      *          COPIED TO <FEED>.<HULL>.D<YYYYMMDD> AND CATALOGED IN
      *          INGENCAT WITH ITS RECORD COUNT AND PROCREG
      *          FINGERPRINT, SO THE RUN CAN BE REPEATED EXACTLY
      *          AGAINST THE DATA IT SAW (SEE INGENGT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGENWR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE SOURCE AND GENERATION ARE OPENED THROUGH THE FD MATCHING
      * THE FEED'S OWN ORGANIZATION AND WIDTH - A FIXED-LENGTH FILE
      * ONLY COPIES BYTE FOR BYTE AT ITS OWN WIDTH, THE SAME RULE
      * RPTGENWR FOLLOWS. EACH PAIR SHARES THE ONE PAIR OF DYNAMIC
      * NAMES; ONLY ONE PAIR IS EVER OPEN.
           SELECT OPTIONAL SRCLS ASSIGN TO DYNAMIC FILENAME-SRC
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GENLS ASSIGN TO DYNAMIC FILENAME-GEN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SRC11 ASSIGN TO DYNAMIC FILENAME-SRC
           ORGANIZATION IS SEQUENTIAL.
           SELECT GEN11 ASSIGN TO DYNAMIC FILENAME-GEN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SRC13 ASSIGN TO DYNAMIC FILENAME-SRC
           ORGANIZATION IS SEQUENTIAL.
           SELECT GEN13 ASSIGN TO DYNAMIC FILENAME-GEN
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INGENCAT ASSIGN TO "INGENCAT"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SRCLS.
       01 SRCLS-RECORD                             PIC X(100).
       FD GENLS.
       01 GENLS-RECORD                             PIC X(100).
       FD SRC11.
       01 SRC11-RECORD                             PIC X(11).
       FD GEN11.
       01 GEN11-RECORD                             PIC X(11).
       FD SRC13.
       01 SRC13-RECORD                             PIC X(13).
       FD GEN13.
       01 GEN13-RECORD                             PIC X(13).
      * INGENCAT-RECORD IS THE SHARED INPUT-GENERATION CATALOG RECORD
      * (SEE COPYBOOKS/INGENREC.CPY).
       FD INGENCAT.
           COPY INGENREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
      *
       01 FILE-NAMES.
           05 FILENAME-SRC                         PIC X(100)
                                                VALUE SPACE.
           05 FILENAME-GEN                         PIC X(100)
                                                VALUE SPACE.
      *
       01 WS-GEN-DATE                              PIC X(10)
                                                VALUE SPACE.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY                          PIC 9(4).
           05 WS-RUN-MM                            PIC 9(2).
           05 WS-RUN-DD                            PIC 9(2).
       01 WS-COPIED-COUNT                          PIC 9(7) VALUE ZERO.
       01 WS-MESSAGE                               PIC X(100)
                                                VALUE SPACE.
      *
       LINKAGE SECTION.
      * INGEN-PARM IS THE SHARED INPUT-GENERATION PARAMETER AREA (SEE
      * COPYBOOKS/INGENPM.CPY).
           COPY INGENPM.
      *
       PROCEDURE DIVISION USING INGEN-PARM.
       000-MAIN-PROCEDURE.
           MOVE 'N' TO IG-FOUND.
           MOVE IG-FILE-NAME TO FILENAME-SRC.
           IF IG-RUN-DATE NOT EQUAL TO SPACE
               MOVE IG-RUN-DATE TO WS-GEN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE SPACE TO WS-GEN-DATE
               STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                   DELIMITED BY SIZE INTO WS-GEN-DATE
           END-IF.
           MOVE SPACE TO FILENAME-GEN.
           STRING IG-FEED         DELIMITED BY SPACE
                  "."             DELIMITED BY SIZE
                  IG-HULL-ID      DELIMITED BY SPACE
                  ".D"            DELIMITED BY SIZE
                  WS-GEN-DATE(1:4) DELIMITED BY SIZE
                  WS-GEN-DATE(6:2) DELIMITED BY SIZE
                  WS-GEN-DATE(9:2) DELIMITED BY SIZE
               INTO FILENAME-GEN.
           MOVE FILENAME-GEN TO IG-GEN-NAME.
           MOVE ZERO TO WS-COPIED-COUNT.
           MOVE 'N' TO SW-EOF.
           EVALUATE TRUE
               WHEN IG-ORGANIZATION = 'F' AND IG-RECORD-LENGTH = 11
                   OPEN INPUT SRC11
                   OPEN OUTPUT GEN11
                   PERFORM 200-COPY-ONE-11-ROW UNTIL SW-EOF = 'Y'
                   CLOSE SRC11
                   CLOSE GEN11
               WHEN IG-ORGANIZATION = 'F' AND IG-RECORD-LENGTH = 13
                   OPEN INPUT SRC13
                   OPEN OUTPUT GEN13
                   PERFORM 300-COPY-ONE-13-ROW UNTIL SW-EOF = 'Y'
                   CLOSE SRC13
                   CLOSE GEN13
               WHEN OTHER
                   OPEN INPUT SRCLS
                   OPEN OUTPUT GENLS
                   PERFORM 100-COPY-ONE-LINE UNTIL SW-EOF = 'Y'
                   CLOSE SRCLS
                   CLOSE GENLS
           END-EVALUATE.
           PERFORM 400-CATALOG-GENERATION.
           MOVE 'Y' TO IG-FOUND.
           GOBACK.
      *
       100-COPY-ONE-LINE.
           READ SRCLS NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-COPIED-COUNT
                   WRITE GENLS-RECORD FROM SRCLS-RECORD
           END-READ.
      *
       200-COPY-ONE-11-ROW.
           READ SRC11 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-COPIED-COUNT
                   WRITE GEN11-RECORD FROM SRC11-RECORD
           END-READ.
      *
       300-COPY-ONE-13-ROW.
           READ SRC13 NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   ADD 1 TO WS-COPIED-COUNT
                   WRITE GEN13-RECORD FROM SRC13-RECORD
           END-READ.
      *
      ******************************************************************
      * 400-CATALOG-GENERATION - ONE CATALOG ROW PER GENERATION. A
      * SECOND CLEAN RUN ON THE SAME DAY OVERWRITES THE GENERATION
      * AND APPENDS A NEWER ROW; INGENGT TAKES THE LAST ROW FOR THE
      * DATE, WHICH DESCRIBES THE FILE NOW ON DISK. THE COUNT AND
      * FINGERPRINT ARE THE CALLER'S, AS REGISTERED IN PROCREG - THE
      * PHYSICAL ROW COUNT (WRAPPER RECORDS INCLUDED) IS ONLY SHOWN.
      ******************************************************************
       400-CATALOG-GENERATION.
           OPEN EXTEND INGENCAT.
           MOVE IG-PROGRAM TO GC-PROGRAM.
           MOVE IG-FEED TO GC-FEED.
           MOVE IG-HULL-ID TO GC-HULL-ID.
           MOVE WS-GEN-DATE TO GC-RUN-DATE.
           MOVE IG-FILE-NAME TO GC-SOURCE-NAME.
           MOVE FILENAME-GEN TO GC-GEN-NAME.
           MOVE IG-RECORD-COUNT TO GC-RECORD-COUNT.
           MOVE IG-FINGERPRINT TO GC-FINGERPRINT.
           MOVE IG-ORGANIZATION TO GC-ORGANIZATION.
           MOVE IG-RECORD-LENGTH TO GC-RECORD-LENGTH.
           WRITE INGENCAT-RECORD.
           CLOSE INGENCAT.
           MOVE SPACE TO WS-MESSAGE.
           STRING "INPUT "        DELIMITED BY SIZE
                  IG-FEED         DELIMITED BY SPACE
                  " RETAINED AS " DELIMITED BY SIZE
                  FILENAME-GEN    DELIMITED BY SPACE
                  " ("            DELIMITED BY SIZE
                  WS-COPIED-COUNT DELIMITED BY SIZE
                  " ROWS)."       DELIMITED BY SIZE
               INTO WS-MESSAGE.
           DISPLAY WS-MESSAGE.
