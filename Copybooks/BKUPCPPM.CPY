      ******************************************************************
      * BKUPCPPM - PARAMETER AREA FOR BKUPCOPY, THE BACKUP SET'S BYTE
      * COPIER. GIVEN A DATASET, IT RETURNS THE DATASET'S BYTE COUNT,
      * RECORD COUNT AND CONTROL HASH, AND WITH BC-COPY IT ALSO
      * WRITES AN EXACT COPY UNDER THE TARGET NAME. THE SAME ROUTINE
      * TAKES THE BACKUP, VERIFIES A SET AGAINST ITS MANIFEST AND PUTS
      * IT BACK, SO ALL THREE COUNT AND HASH THE SAME WAY.
      ******************************************************************
       01 BKUPCOPY-PARM.
           05 BC-ACTION                            PIC X.
               88 BC-HASH-ONLY                     VALUE 'H'.
               88 BC-COPY                          VALUE 'C'.
           05 BC-SOURCE-NAME                       PIC X(100).
           05 BC-TARGET-NAME                       PIC X(100).
      *    'L' COUNTS RECORDS BY LINE, ANYTHING ELSE BY BC-RECORD-
      *    LENGTH (SEE BKUPREGT.CPY).
           05 BC-KIND                              PIC X.
           05 BC-RECORD-LENGTH                     PIC 9(4).
      *    'Y' DONE; 'M' THE SOURCE DOES NOT EXIST; 'E' A READ OR
      *    WRITE FAILED PART WAY, SO THE TARGET IS NOT A GOOD COPY.
           05 BC-RESULT                            PIC X.
               88 BC-DONE                          VALUE 'Y'.
               88 BC-MISSING                       VALUE 'M'.
               88 BC-FAILED                        VALUE 'E'.
           05 BC-BYTE-COUNT                        PIC 9(12).
           05 BC-RECORD-COUNT                      PIC 9(9).
           05 BC-HASH                              PIC 9(15).
