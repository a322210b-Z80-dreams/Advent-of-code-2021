      ******************************************************************
      * BKUPREGT - THE REGISTERED SHOP DATASETS THE NIGHTLY BACKUP
      * (SHOPBKUP) COPIES INTO EACH DATED BACKUP SET: EVERY MASTER,
      * LOG, HISTORY, REGISTRY AND CONTROL OR PARAMETER DECK THE
      * PROGRAMS SHARE. REPORTS (KEPT AS DATED GENERATIONS), WORK
      * FILES AND ONE RUN'S OWN OUTPUTS ARE NOT REGISTERED. EACH
      * ENTRY IS THE DATASET NAME, ITS KIND AND ITS RECORD LENGTH:
      *   'F' - FIXED-LENGTH SEQUENTIAL, RECORDS COUNTED BY LENGTH;
      *   'L' - LINE SEQUENTIAL (A HAND-EDITED DECK), RECORDS COUNTED
      *         BY LINE;
      *   'I' - THE INDEXED TELEMETRY FILE, UNLOADED IN KEY ORDER TO
      *         A SEQUENTIAL IMAGE OF THE SAME LENGTH AND RELOADED
      *         FROM IT, THE WAY HOUSEKP AND ARCHRST ALREADY TREAT IT.
      * A DATASET ADDED LATER IS REGISTERED WITH A CARD OF THE SAME
      * SHAPE ON THE BKUPREG DECK, WHICH ALSO OVERRIDES AN ENTRY
      * BELOW BY NAME; KIND 'X' ON A CARD DROPS THE DATASET FROM THE
      * BACKUP.
      ******************************************************************
       01 BR-BUILT-IN-VALUES.
           05 FILLER                               PIC X(19)
                 VALUE "ABENDLOG      F0097".
           05 FILLER                               PIC X(19)
                 VALUE "ALARMMST      F0063".
           05 FILLER                               PIC X(19)
                 VALUE "ARCHCAT       F0072".
           05 FILLER                               PIC X(19)
                 VALUE "BATCHLOG      F0046".
           05 FILLER                               PIC X(19)
                 VALUE "BATCHSCHED    L0121".
           05 FILLER                               PIC X(19)
                 VALUE "BATTLEDG      F0034".
           05 FILLER                               PIC X(19)
                 VALUE "BITDRFPRM     L0005".
           05 FILLER                               PIC X(19)
                 VALUE "BITMAP        L0028".
           05 FILLER                               PIC X(19)
                 VALUE "BKUPREG       L0019".
           05 FILLER                               PIC X(19)
                 VALUE "CHGLOG        F0489".
           05 FILLER                               PIC X(19)
                 VALUE "CHGREQ        F0489".
           05 FILLER                               PIC X(19)
                 VALUE "CNT1BAND      L0005".
           05 FILLER                               PIC X(19)
                 VALUE "CNT2WIN       L0004".
           05 FILLER                               PIC X(19)
                 VALUE "COUNT1BANDS   F0038".
           05 FILLER                               PIC X(19)
                 VALUE "CPASTAND      F0007".
           05 FILLER                               PIC X(19)
                 VALUE "DAYSTATUS     F0040".
           05 FILLER                               PIC X(19)
                 VALUE "DISTLOG       L0081".
           05 FILLER                               PIC X(19)
                 VALUE "DISTMST       L0048".
           05 FILLER                               PIC X(19)
                 VALUE "DIVEPLAN      L0035".
           05 FILLER                               PIC X(19)
                 VALUE "ENDURPRM      L0018".
           05 FILLER                               PIC X(19)
                 VALUE "FCSTPARM      L0115".
           05 FILLER                               PIC X(19)
                 VALUE "FEEDQHIST     F0159".
           05 FILLER                               PIC X(19)
                 VALUE "FEEDQPRM      L0020".
           05 FILLER                               PIC X(19)
                 VALUE "FIXPARM       F0008".
           05 FILLER                               PIC X(19)
                 VALUE "FLEETCFG      L0004".
           05 FILLER                               PIC X(19)
                 VALUE "HANDOVER      F0102".
           05 FILLER                               PIC X(19)
                 VALUE "HAZMST        L0070".
           05 FILLER                               PIC X(19)
                 VALUE "HAZPARM       F0007".
           05 FILLER                               PIC X(19)
                 VALUE "HULLMST       L0064".
           05 FILLER                               PIC X(19)
                 VALUE "INGENCAT      F0259".
           05 FILLER                               PIC X(19)
                 VALUE "JOBQUEUE      F0173".
           05 FILLER                               PIC X(19)
                 VALUE "LAYDICT       L0058".
           05 FILLER                               PIC X(19)
                 VALUE "LSBAND        L0028".
           05 FILLER                               PIC X(19)
                 VALUE "NAVTRNPRM     L0025".
           05 FILLER                               PIC X(19)
                 VALUE "NOTIFLOG      F0166".
           05 FILLER                               PIC X(19)
                 VALUE "ONCALL        L0136".
           05 FILLER                               PIC X(19)
                 VALUE "OPACTLOG      F0032".
           05 FILLER                               PIC X(19)
                 VALUE "OPAUTH        L0020".
           05 FILLER                               PIC X(19)
                 VALUE "OPSCAL        L0068".
           05 FILLER                               PIC X(19)
                 VALUE "OPSTRNPRM     F0003".
           05 FILLER                               PIC X(19)
                 VALUE "PAGEACK       L0047".
           05 FILLER                               PIC X(19)
                 VALUE "PAGEFEED      L0151".
           05 FILLER                               PIC X(19)
                 VALUE "PARMCHGAUD    F0441".
           05 FILLER                               PIC X(19)
                 VALUE "PARMSNAP      F0225".
           05 FILLER                               PIC X(19)
                 VALUE "PATROLS       L0086".
           05 FILLER                               PIC X(19)
                 VALUE "PATROLSUM     F0191".
           05 FILLER                               PIC X(19)
                 VALUE "PERIODCTL     F0018".
           05 FILLER                               PIC X(19)
                 VALUE "PNRPARM       F0009".
           05 FILLER                               PIC X(19)
                 VALUE "PROCREG       F0141".
           05 FILLER                               PIC X(19)
                 VALUE "READYPRM      L0024".
           05 FILLER                               PIC X(19)
                 VALUE "RETNPARM      L0018".
           05 FILLER                               PIC X(19)
                 VALUE "RUNCTL        L0127".
           05 FILLER                               PIC X(19)
                 VALUE "SBMRCD2ALM    F0035".
           05 FILLER                               PIC X(19)
                 VALUE "SBMRCD2AUDIT  F0026".
           05 FILLER                               PIC X(19)
                 VALUE "SBMRCD2SHRINK F0026".
           05 FILLER                               PIC X(19)
                 VALUE "SBMRCD2TRND   F0036".
           05 FILLER                               PIC X(19)
                 VALUE "SENSHIST      F0042".
           05 FILLER                               PIC X(19)
                 VALUE "SHOREACK      F0087".
           05 FILLER                               PIC X(19)
                 VALUE "SHORETXREG    F0107".
           05 FILLER                               PIC X(19)
                 VALUE "SLAPARM       L0015".
           05 FILLER                               PIC X(19)
                 VALUE "SONARCAL      L0023".
           05 FILLER                               PIC X(19)
                 VALUE "SONARCALAUD   F0037".
           05 FILLER                               PIC X(19)
                 VALUE "STEERDIV      F0005".
           05 FILLER                               PIC X(19)
                 VALUE "STEERLIM      F0014".
           05 FILLER                               PIC X(19)
                 VALUE "STEERPWR      F0018".
           05 FILLER                               PIC X(19)
                 VALUE "STEERSPD      F0012".
           05 FILLER                               PIC X(19)
                 VALUE "STEPTIME      F0050".
           05 FILLER                               PIC X(19)
                 VALUE "TAPEDPRM      L0002".
           05 FILLER                               PIC X(19)
                 VALUE "TELEMIDX      I0107".
           05 FILLER                               PIC X(19)
                 VALUE "TELEMJRNL     F0243".
           05 FILLER                               PIC X(19)
                 VALUE "UKCPARM       F0031".
           05 FILLER                               PIC X(19)
                 VALUE "VELPROF       L0018".
           05 FILLER                               PIC X(19)
                 VALUE "WORKORD       F0167".
       01 BR-BUILT-IN-TABLE REDEFINES BR-BUILT-IN-VALUES.
           05 BR-BUILT-IN-ENTRY OCCURS 73 TIMES.
               10 BR-BUILT-IN-NAME                 PIC X(14).
               10 BR-BUILT-IN-KIND                 PIC X.
               10 BR-BUILT-IN-LENGTH               PIC 9(4).
       01 BR-BUILT-IN-COUNT                        PIC 9(3) VALUE 73.
