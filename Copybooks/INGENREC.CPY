      ******************************************************************
      * INGENREC - INPUT-GENERATION CATALOG RECORD (INGENCAT). ONE ROW
      * PER RETAINED INPUT EXTRACT: WHICH PROGRAM READ WHICH FEED FOR
      * WHICH HULL ON WHICH DATE, THE FIXED NAME IT ARRIVED UNDER, THE
      * DATED GENERATION IT WAS COPIED TO, AND ITS RECORD COUNT AND
      * CONTENT FINGERPRINT AS REGISTERED IN PROCREG. HOUSEKP AND
      * ARCHCAT COVER THE OUTPUT FILES; THIS COVERS THE INPUTS.
      ******************************************************************
       01 INGENCAT-RECORD.
           05 GC-PROGRAM                           PIC X(10).
           05 GC-FEED                              PIC X(10).
           05 GC-HULL-ID                           PIC X(4).
           05 GC-RUN-DATE                          PIC X(10).
           05 GC-SOURCE-NAME                       PIC X(100).
           05 GC-GEN-NAME                          PIC X(100).
           05 GC-RECORD-COUNT                      PIC 9(7).
           05 GC-FINGERPRINT                       PIC S9(14).
           05 GC-ORGANIZATION                      PIC X.
           05 GC-RECORD-LENGTH                     PIC 9(3).
