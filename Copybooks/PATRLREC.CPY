      ******************************************************************
      * PATRLREC - PATROL REGISTER CARD. A PATROL IS ONE HULL'S
      * VOYAGE FROM ITS SAILING DATE TO ITS RETURN DATE, WITH THE
      * OBJECTIVE COMMAND SET FOR IT. THE PATROLS DATASET IS
      * APPEND-ORDERED: AN 'O' CARD OPENS THE PATROL AND A 'C' CARD
      * CLOSES IT WITH THE RETURN DATE; THE LATEST CARD FOR A PATROL
      * ID WINS. A CLOSED PATROL'S FIGURES ARE LOCKED ON PATROLSUM
      * (SEE COPYBOOKS/PATRSREC.CPY) AND ARE NOT RECOMPUTED.
      ******************************************************************
       01 PATROL-RECORD.
           05 PT-PATROL-ID                         PIC X(8).
           05 PT-HULL-ID                           PIC X(4).
           05 PT-SAIL-DATE                         PIC X(10).
           05 PT-RETURN-DATE                       PIC X(10).
           05 PT-OBJECTIVE                         PIC X(40).
           05 PT-STATUS                            PIC X.
               88 PT-OPEN                          VALUE 'O'.
               88 PT-CLOSED                        VALUE 'C'.
           05 PT-INITIALS                          PIC X(3).
           05 PT-ENTERED-DATE                      PIC X(10).
