      ******************************************************************
      * WORKOREC - MAINTENANCE WORK-ORDER MASTER RECORD. THE
      * MONITORING PROGRAMS (SENSMON, BITDRIFT, SBMRCD2) OPEN ORDERS
      * HERE THROUGH THE SHARED WORKOPEN ROUTINE; WORKMT ASSIGNS,
      * UPDATES AND CLOSES THEM. A FAULT IS IDENTIFIED BY HULL, THE
      * PROGRAM THAT RAISED IT AND ITS FAULT KEY (E.G. "SENSOR 03",
      * "BIT 07", "O2 RATING"); WHILE AN ORDER FOR THAT FAULT IS NOT
      * CLOSED NO SECOND ORDER IS OPENED FOR IT.
      *   WO-STATUS 'O' OPEN, NOBODY ASSIGNED
      *             'A' ASSIGNED TO A TECHNICIAN
      *             'C' CLOSED
      * WO-LAST-DATE/WO-LAST-INITIALS/WO-NOTE CARRY THE MOST RECENT
      * ASSIGNMENT, UPDATE OR CLOSURE AND WHO MADE IT.
      ******************************************************************
       01 WORKORD-RECORD.
           05 WO-NUMBER                            PIC 9(6).
           05 WO-HULL-ID                           PIC X(4).
           05 WO-SOURCE                            PIC X(10).
           05 WO-FAULT-KEY                         PIC X(20).
           05 WO-DESCRIPTION                       PIC X(50).
           05 WO-OPEN-DATE                         PIC X(10).
           05 WO-STATUS                            PIC X.
               88 WO-OPEN                          VALUE 'O'.
               88 WO-ASSIGNED                      VALUE 'A'.
               88 WO-CLOSED                        VALUE 'C'.
           05 WO-ASSIGNED-TO                       PIC X(3).
           05 WO-LAST-DATE                         PIC X(10).
           05 WO-LAST-INITIALS                     PIC X(3).
           05 WO-NOTE                              PIC X(40).
           05 WO-CLOSED-DATE                       PIC X(10).
