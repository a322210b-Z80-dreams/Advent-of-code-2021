      ******************************************************************
      * CHGRQREC - ONE CHANGE REQUEST ON THE CHGREQ DATASET: A CHANGE
      * TO RUNCTL, SONARCAL, BATCHSCHED, STEERLIM OR STEERPWR ENTERED
      * BY ONE OPERATOR THAT DOES NOT TAKE EFFECT UNTIL A SECOND,
      * DIFFERENT OPERATOR WITH SUPERVISOR AUTHORITY IN OPAUTH
      * APPROVES IT (SEE CHGREQWR). CR-KEY IS WHAT THE CHANGE IS TO -
      * THE PROGRAM AND KEYWORD OF A RUN-CONTROL ROW, THE SENSOR HEAD
      * OF A CALIBRATION CARD, THE STEP NAME OF A SCHEDULE ROW - AND
      * CR-AFTER IS THE NEW CARD IMAGE. CR-BEFORE IS FILLED IN AT
      * APPROVAL WITH THE CARD THE CHANGE REPLACED (SPACES FOR A NEW
      * ONE). THE SAME RECORD, AS DECIDED, IS THE ROW WRITTEN TO THE
      * PERMANENT CHANGE LOG (CHGLOG).
      ******************************************************************
       01 CHGREQ-RECORD.
           05 CR-REQUEST-NUMBER                    PIC 9(6).
           05 CR-STATUS                            PIC X.
               88 CR-PENDING                       VALUE 'P'.
               88 CR-APPROVED                      VALUE 'A'.
               88 CR-REJECTED                      VALUE 'J'.
               88 CR-EXPIRED                       VALUE 'X'.
           05 CR-DATASET                           PIC X(10).
           05 CR-KEY                               PIC X(20).
           05 CR-REQUESTED-BY                      PIC X(8).
           05 CR-REQUESTED-DATE                    PIC X(10).
           05 CR-REQUESTED-TIME                    PIC X(8).
           05 CR-DECIDED-BY                        PIC X(8).
           05 CR-DECIDED-DATE                      PIC X(10).
           05 CR-DECIDED-TIME                      PIC X(8).
           05 CR-BEFORE                            PIC X(200).
           05 CR-AFTER                             PIC X(200).
