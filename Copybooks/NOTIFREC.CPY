      ******************************************************************
      * NOTIFREC - ONE ROW OF THE PAGING NOTIFICATION LOG (NOTIFLOG)
      * WRITTEN BY PAGEOUT. THE LOG IS APPEND-ONLY: EVERY PAGE SENT,
      * RE-ISSUED TO THE NEXT TIER OR ACKNOWLEDGED ADDS A ROW, AND AN
      * EVENT'S CURRENT STATE IS WHATEVER ITS LATEST ROWS SAY. THE
      * EVENT KEY NAMES THE CRITICAL CONDITION ITSELF (AN ABEND, AN
      * ENVELOPE BREACH, A CHAIN ABORT) SO THE SAME CONDITION IS
      * NEVER PAGED TWICE; THE MESSAGE ID IS WHAT THE GATEWAY QUOTES
      * BACK ON AN ACKNOWLEDGMENT.
      ******************************************************************
       01 NOTIFLOG-RECORD.
           05 NF-EVENT-KEY                         PIC X(40).
           05 NF-MESSAGE-ID                        PIC 9(6).
           05 NF-ACTION                            PIC X.
               88 NF-SENT                          VALUE 'S'.
               88 NF-REISSUED                      VALUE 'R'.
               88 NF-ACKNOWLEDGED                  VALUE 'A'.
               88 NF-EXHAUSTED                     VALUE 'X'.
           05 NF-TIER                              PIC 9.
           05 NF-CONTACT                           PIC X(20).
           05 NF-LOG-DATE                          PIC X(10).
           05 NF-LOG-TIME                          PIC X(8).
           05 NF-TEXT                              PIC X(80).
