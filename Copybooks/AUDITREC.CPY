      ******************************************************************
       01 AUDITFL-RECORD.
           05 AU-RUN-DATE                          PIC X(10).
           05 AU-ROW-INDEX                         PIC 9(9).
           05 AU-ELIM-BIT                          PIC 99.
           05 AU-ELIM-FROM                         PIC X.
           05 AU-HULL-ID                           PIC X(4).
