      ******************************************************************
      * SHRDRREC - SHARED-WRITE RECEIPT. WHILE THE BATCH DRIVER HAS A
      * WAVE RUNNING (SHRDWAVE SET IN THE STEP'S ENVIRONMENT) THE
      * SHARED-DATASET WRITER LEAVES ONE RECEIPT PER ROW IT PUTS DOWN,
      * UNDER THE SAME LOCK AS THE WRITE ITSELF, CARRYING THE EXACT
      * IMAGE WRITTEN. THE WAVE CHECK (SHRDVFY) THEN LOOKS EVERY
      * RECEIPT UP IN ITS DATASET TO PROVE THE ROW LANDED INTACT.
      * SR-DATASET: 'L' BATCHLOG, 'F' FEEDQHIST, 'T' TELEMIDX ROW
      * (107-BYTE IMAGE), 'J' TELEMJRNL ROW (BEFORE AND AFTER
      * IMAGES). SR-RESULT IS 'Y' WHEN THE ROW WENT DOWN AND 'E' WHEN
      * THE WRITER GAVE UP ON IT, SO A LOST ROW IS CAUGHT TOO.
      ******************************************************************
       01 SHRDRCPT-RECORD.
           05 SR-WAVE-ID                           PIC X(20).
           05 SR-STEP-NAME                         PIC X(10).
           05 SR-PROGRAM                           PIC X(10).
           05 SR-DATASET                           PIC X.
           05 SR-RESULT                            PIC X.
           05 SR-STAMP-DATE                        PIC X(10).
           05 SR-STAMP-TIME                        PIC X(8).
           05 SR-IMAGE                             PIC X(243).
