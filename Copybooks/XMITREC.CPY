      ******************************************************************
      * XMITREC - SHORE TRANSMISSION RECORD. SHORETX WRITES ONE
      * TRANSMISSION FILE PER RUN DATE: A 'HDR' RECORD, ONE 'DTL'
      * RECORD PER TELEMETRY ROW FOR THE DATE (EVERY HULL), AND A
      * 'TRL' RECORD CARRYING THE RECORD COUNT AND TWO HASH TOTALS -
      * THE SUM OF THE DEPTH FIELDS (TL-FINAL-DEPTH + TL-NAV-DEPTH)
      * AND THE SUM OF THE FOUR DIAGNOSTIC FIELDS - SO SHORE CAN PROVE
      * THE FILE ARRIVED WHOLE BEFORE IT ACKNOWLEDGES IT.
      *
      * THE DETAIL BODY IS A BYTE IMAGE OF TELEM-RECORD (SEE
      * COPYBOOKS/TELEMREC.CPY) UNDER ITS OWN NAMES. XH-SEQUENCE IS
      * THE TRANSMISSION NUMBER FROM THE REGISTER (SEE COPYBOOKS/
      * XMITRGRC.CPY) AND IS WHAT SHORE QUOTES BACK ON ITS
      * ACKNOWLEDGMENT. XH-DAY-STATUS IS THE BUSINESS-DAY STATUS
      * ('C' CLOSED, 'O' OPEN, 'N' NEVER OPENED) SO SHORE KNOWS
      * WHETHER THE FIGURES ARE FINAL.
      ******************************************************************
       01 XMIT-RECORD.
           05 XM-TAG                               PIC X(3).
               88 XM-HEADER                        VALUE "HDR".
               88 XM-DETAIL                        VALUE "DTL".
               88 XM-TRAILER                       VALUE "TRL".
           05 XM-BODY                              PIC X(107).
           05 XM-HEADER-BODY REDEFINES XM-BODY.
               10 XH-SEQUENCE                      PIC 9(6).
               10 XH-RUN-DATE                      PIC X(10).
               10 XH-SENT-DATE                     PIC X(10).
               10 XH-DAY-STATUS                    PIC X.
               10 FILLER                           PIC X(80).
           05 XM-DETAIL-BODY REDEFINES XM-BODY.
               10 XD-PROGRAM-NAME                  PIC X(10).
               10 XD-RUN-DATE                      PIC X(10).
               10 XD-HULL-ID                       PIC X(4).
               10 XD-FINAL-DEPTH                   PIC S9(7).
               10 XD-INCREASE-COUNT                PIC S9(7).
               10 XD-NAV-LENGTH                    PIC S9(7).
               10 XD-NAV-DEPTH                     PIC S9(7).
               10 XD-NAV-AIM                       PIC S9(7).
               10 XD-DIAG-GAMMA                    PIC 9(12).
               10 XD-DIAG-EPSILON                  PIC 9(12).
               10 XD-DIAG-O2                       PIC 9(12).
               10 XD-DIAG-CO2                      PIC 9(12).
           05 XM-TRAILER-BODY REDEFINES XM-BODY.
               10 XT-SEQUENCE                      PIC 9(6).
               10 XT-RECORD-COUNT                  PIC 9(7).
               10 XT-DEPTH-HASH                    PIC S9(15).
               10 XT-DIAG-HASH                     PIC 9(18).
               10 FILLER                           PIC X(61).
