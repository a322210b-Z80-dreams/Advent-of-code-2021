      ******************************************************************
      * BKUPLREC - ONE ROW OF THE BACKUP TRAIL (BKUPLOG), APPENDED BY
      * THE NIGHTLY BACKUP AND BY EVERY RESTORE ATTEMPT, SO THERE IS
      * ALWAYS A RECORD OF WHICH SET WAS TAKEN, WHICH WAS PUT BACK,
      * WHAT FAILED VERIFICATION AND WHO OVERRODE IT.
      ******************************************************************
       01 BKUPLOG-RECORD.
           05 BG-RUN-DATE                          PIC X(10).
           05 BG-RUN-TIME                          PIC X(8).
      *    BACKUP OR RESTORE.
           05 BG-ACTION                            PIC X(7).
           05 BG-SET-NAME                          PIC X(14).
           05 BG-DATASET-COUNT                     PIC 9(4).
           05 BG-FAILED-COUNT                      PIC 9(4).
      *    COMPLETE, PARTIAL (A SUPERVISED RESTORE OF THE VERIFIED
      *    DATASETS ONLY), REFUSED OR FAILED.
           05 BG-STATUS                            PIC X(8).
      *    THE OPERATOR ID GIVEN TO OVERRIDE A PARTIAL RESTORE - THE
      *    APPROVING SUPERVISOR ON A PARTIAL, THE ID REFUSED ON A
      *    REFUSED ONE.
           05 BG-OVERRIDE-BY                       PIC X(10).
