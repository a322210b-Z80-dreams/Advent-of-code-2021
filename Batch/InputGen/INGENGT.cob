      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: LOOK UP A CATALOGED INPUT GENERATION FOR A RE-RUN.
      *          AN INPUT PROGRAM STARTED WITH A RE-RUN DATE PASSES
      *          ITS PROGRAM, FEED, HULL AND THAT DATE; THE LAST
      *          INGENCAT ROW MATCHING ALL FOUR IS RETURNED IN
      *          IG-GEN-NAME (WITH ITS RECORD COUNT AND FINGERPRINT)
      *          AND IG-FOUND 'Y', AND THE PROGRAM READS THE RETAINED
      *          GENERATION INSTEAD OF TONIGHT'S FIXED-NAME EXTRACT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGENGT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INGENCAT ASSIGN TO "INGENCAT"
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * INGENCAT-RECORD IS THE SHARED INPUT-GENERATION CATALOG RECORD
      * (SEE COPYBOOKS/INGENREC.CPY).
       FD INGENCAT.
           COPY INGENREC.
      *
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SW-EOF                               PIC X VALUE 'N'.
      *
       LINKAGE SECTION.
      * INGEN-PARM IS THE SHARED INPUT-GENERATION PARAMETER AREA (SEE
      * COPYBOOKS/INGENPM.CPY).
           COPY INGENPM.
      *
       PROCEDURE DIVISION USING INGEN-PARM.
       000-MAIN-PROCEDURE.
           MOVE 'N' TO IG-FOUND.
           MOVE SPACE TO IG-GEN-NAME.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT INGENCAT.
           PERFORM 100-MATCH-ONE-ROW UNTIL SW-EOF = 'Y'.
           CLOSE INGENCAT.
           GOBACK.
      *
       100-MATCH-ONE-ROW.
           READ INGENCAT NEXT
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF GC-PROGRAM IS EQUAL TO IG-PROGRAM AND
                       GC-FEED IS EQUAL TO IG-FEED AND
                       GC-HULL-ID IS EQUAL TO IG-HULL-ID AND
                       GC-RUN-DATE IS EQUAL TO IG-RUN-DATE
                       MOVE 'Y' TO IG-FOUND
                       MOVE GC-GEN-NAME TO IG-GEN-NAME
                       MOVE GC-RECORD-COUNT TO IG-RECORD-COUNT
                       MOVE GC-FINGERPRINT TO IG-FINGERPRINT
                   END-IF
           END-READ.
