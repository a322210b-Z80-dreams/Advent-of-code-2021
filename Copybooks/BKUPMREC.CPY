      ******************************************************************
      * BKUPMREC - ONE ROW OF A BACKUP SET'S MANIFEST (MANIFEST IN THE
      * SET'S OWN DIRECTORY, BKUP.D<YYYYMMDD>). LINE SEQUENTIAL SO
      * OPERATIONS CAN READ IT. THREE KINDS OF ROW, IN THIS ORDER:
      *   'H' HEADER  - MF-DATASET-NAME IS THE SET NAME, STAMPED WITH
      *                 WHEN THE SET WAS TAKEN;
      *   'D' DATASET - ONE PER REGISTERED DATASET: ITS KIND AND
      *                 RECORD LENGTH (SEE BKUPREGT.CPY), WHETHER IT
      *                 EXISTED WHEN THE SET WAS TAKEN, AND THE BYTE
      *                 COUNT, RECORD COUNT AND CONTROL HASH OF THE
      *                 COPY IN THE SET;
      *   'T' TRAILER - THE NUMBER OF 'D' ROWS IN MF-RECORD-COUNT, THE
      *                 TOTAL BYTES, AND A HASH OF EVERY 'D' ROW'S
      *                 FIGURES, SO A MANIFEST CUT SHORT OR EDITED
      *                 SHOWS UP BEFORE ANYTHING IS RESTORED FROM IT.
      *                 MF-KIND IS 'C' FOR A COMPLETE SET, 'P' WHEN A
      *                 DATASET COULD NOT BE COPIED AND WAS LEFT OFF.
      * THE CONTROL HASH IS BKUPCOPY'S POSITIONAL BYTE HASH, SO A
      * CHANGED, MISSING OR REORDERED BYTE ALL CHANGE IT.
      ******************************************************************
       01 BKUPMAN-RECORD.
           05 MF-ROW-TYPE                          PIC X.
               88 MF-HEADER                        VALUE 'H'.
               88 MF-DATASET                       VALUE 'D'.
               88 MF-TRAILER                       VALUE 'T'.
           05 MF-DATASET-NAME                      PIC X(14).
           05 MF-KIND                              PIC X.
           05 MF-RECORD-LENGTH                     PIC 9(4).
      *    'Y' THE DATASET WAS COPIED; 'N' IT DID NOT EXIST WHEN THE
      *    SET WAS TAKEN, SO A RESTORE LEAVES IT NOT EXISTING.
           05 MF-PRESENT                           PIC X.
           05 MF-BYTE-COUNT                        PIC 9(12).
           05 MF-RECORD-COUNT                      PIC 9(9).
           05 MF-HASH                              PIC 9(15).
           05 MF-TAKEN-DATE                        PIC X(10).
           05 MF-TAKEN-TIME                        PIC X(8).
