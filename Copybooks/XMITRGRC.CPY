      ******************************************************************
      * XMITRGRC - SHORE TRANSMISSION REGISTER RECORD. ONE ROW PER
      * TRANSMISSION SHORETX BUILDS, CARRYING THE SAME COUNT AND HASH
      * TOTALS AS THE FILE'S TRAILER, AND A STATUS:
      *   'S' SENT, AWAITING SHORE'S ACKNOWLEDGMENT
      *   'A' ACCEPTED BY SHORE
      *   'R' REJECTED BY SHORE (OR ACKNOWLEDGED WITH TOTALS THAT DO
      *       NOT MATCH WHAT WAS SENT) - THE DAY MUST BE RESENT
      *   'X' SUPERSEDED BY A LATER TRANSMISSION OF THE SAME RUN DATE
      * XR-ACK-DATE AND XR-REASON ARE FILLED WHEN SHORE ANSWERS.
      ******************************************************************
       01 XMITREG-RECORD.
           05 XR-SEQUENCE                          PIC 9(6).
           05 XR-RUN-DATE                          PIC X(10).
           05 XR-SENT-DATE                         PIC X(10).
           05 XR-RECORD-COUNT                      PIC 9(7).
           05 XR-DEPTH-HASH                        PIC S9(15).
           05 XR-DIAG-HASH                         PIC 9(18).
           05 XR-STATUS                            PIC X.
               88 XR-SENT                          VALUE 'S'.
               88 XR-ACCEPTED                      VALUE 'A'.
               88 XR-REJECTED                      VALUE 'R'.
               88 XR-SUPERSEDED                    VALUE 'X'.
           05 XR-ACK-DATE                          PIC X(10).
           05 XR-REASON                            PIC X(30).
