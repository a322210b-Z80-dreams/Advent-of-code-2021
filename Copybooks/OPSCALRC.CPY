      ******************************************************************
      * OPSCALRC - SHOP OPERATING CALENDAR CARD. EACH CARD MARKS A
      * RUN OF DATES (FROM/TO INCLUSIVE; A BLANK TO-DATE IS THE ONE
      * DAY) FOR ONE HULL, OR FOR EVERY HULL WHEN THE HULL IS "ALL",
      * AS OPERATING, IN PORT, HOLIDAY OR MAINTENANCE STAND-DOWN. THE
      * OPSCAL DATASET IS APPEND-ORDERED: THE LATEST CARD COVERING A
      * DATE WINS AND A HULL-SPECIFIC CARD WINS OVER AN "ALL" CARD -
      * THE RUN-CONTROL AND LSBAND RULE. A DATE NO CARD COVERS IS AN
      * OPERATING DAY, SO A HULL WITH NO CALENDAR REPORTS AS BEFORE.
      ******************************************************************
       01 OPSCAL-RECORD.
           05 CL-HULL-ID                           PIC X(4).
           05 CL-FROM-DATE                         PIC X(10).
           05 CL-TO-DATE                           PIC X(10).
           05 CL-DAY-STATUS                        PIC X.
               88 CL-OPERATING                     VALUE 'O'.
               88 CL-IN-PORT                       VALUE 'P'.
               88 CL-HOLIDAY                       VALUE 'H'.
               88 CL-STAND-DOWN                    VALUE 'S'.
           05 CL-REMARK                            PIC X(30).
           05 CL-INITIALS                          PIC X(3).
           05 CL-ENTERED-DATE                      PIC X(10).
