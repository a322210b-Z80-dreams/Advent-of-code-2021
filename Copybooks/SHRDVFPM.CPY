      ******************************************************************
      * SHRDVFPM - PARAMETER AREA FOR THE WAVE CHECK (SHRDVFY). THE
      * BATCH DRIVER SETS SVP-ACTION:
      *   'V' VERIFY THE WAVE NAMED IN SVP-WAVE-ID. THE DRIVER LISTS
      *       THE WAVE'S STEPS IN SVP-STEP-NAME; THE ROUTINE LOOKS
      *       EVERY SHARED-WRITE RECEIPT THE WAVE LEFT (SEE
      *       COPYBOOKS/SHRDRREC.CPY) UP IN BATCHLOG, TELEMJRNL,
      *       TELEMIDX AND FEEDQHIST AND RETURNS, PER STEP, HOW MANY
      *       ROWS IT RECEIPTED, HOW MANY WERE FOUND INTACT, AND
      *       SVP-VERDICT 'Y' (ALL LANDED INTACT), 'N' (A ROW IS
      *       MISSING, DAMAGED OR WAS NEVER WRITTEN) OR ' ' (THE STEP
      *       MADE NO SHARED WRITES). SVP-RESULT IS 'N' IF ANY STEP
      *       CAME BACK 'N'.
      *   'C' CLEAR THE RECEIPTS (A CLEAN CHAIN END).
      ******************************************************************
       01 SHRDVFY-PARM.
           05 SVP-ACTION                           PIC X.
               88 SVP-VERIFY                       VALUE 'V'.
               88 SVP-CLEAR                        VALUE 'C'.
           05 SVP-WAVE-ID                          PIC X(20).
           05 SVP-RESULT                           PIC X.
           05 SVP-STEP-COUNT                       PIC 9(2).
           05 SVP-STEP OCCURS 20 TIMES.
               10 SVP-STEP-NAME                    PIC X(10).
               10 SVP-RECEIPTED                    PIC 9(4).
               10 SVP-LANDED                       PIC 9(4).
               10 SVP-VERDICT                      PIC X.
