      ******************************************************************
      * LAYDICT - ONE CARD OF THE HISTORY-FILE LAYOUT DICTIONARY THE
      * AD HOC REPORT WRITER (ADHOCRPT) READS FIELDS THROUGH. A 'D'
      * CARD NAMES A DATASET: ITS PHYSICAL FILE NAME, ORGANIZATION
      * ('S' FIXED-LENGTH SEQUENTIAL, 'L' LINE SEQUENTIAL, 'I' THE
      * TELEMETRY KEYED FILE) AND RECORD LENGTH. EACH 'F' CARD AFTER
      * IT NAMES ONE FIELD: START POSITION, LENGTH AND TYPE ('A'
      * ALPHANUMERIC, 'N' DISPLAY NUMERIC, SIGNED OR NOT). ADDING A
      * DATASET IS A FEW CARDS IN THE LAYDICT FILE, NOT A PROGRAM; A
      * DATASET CARD IN THE FILE REPLACES THE BUILT-IN LAYOUT OF THE
      * SAME NAME.
      ******************************************************************
       01 LAYDICT-RECORD.
           05 LD-DATASET                           PIC X(12).
           05 LD-CARD-TYPE                         PIC X.
               88 LD-DATASET-CARD                  VALUE 'D'.
               88 LD-FIELD-CARD                    VALUE 'F'.
           05 LD-FIELD-NAME                        PIC X(16).
           05 LD-START                             PIC 9(4).
           05 LD-LENGTH                            PIC 9(4).
           05 LD-TYPE                              PIC X.
           05 LD-FILE-NAME                         PIC X(20).
