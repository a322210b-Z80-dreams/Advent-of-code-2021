      ******************************************************************
      * Author: MARIA ASPVIK
      * Date: 15 OCT, 2026
      * Purpose: BYTE COPIER FOR THE SHOP BACKUP. READS A DATASET AS
      *          A PLAIN BYTE STREAM, WHATEVER ITS RECORD LAYOUT, AND
      *          RETURNS ITS BYTE COUNT, RECORD COUNT AND CONTROL
      *          HASH; ASKED TO COPY, IT ALSO WRITES AN EXACT IMAGE OF
      *          IT UNDER THE TARGET NAME. SHOPBKUP TAKES THE BACKUP
      *          SET THROUGH IT AND SHOPRST VERIFIES AND PUTS THE SET
      *          BACK THROUGH IT, SO THE MANIFEST FIGURES ARE ALWAYS
      *          WORKED OUT THE SAME WAY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKUPCOPY.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * BYTE-STREAM FILE HANDLES AND THE OPEN MODES THE CBL_ FILE
      * ROUTINES TAKE: READ ONLY FOR THE SOURCE, SHARED; WRITE FOR THE
      * TARGET, KEPT TO THIS ROUTINE WHILE IT IS BUILT.
       01 FILE-HANDLES.
           05 SW-TARGET-OPEN                       PIC X    VALUE 'N'.
           05 WS-SOURCE-HANDLE                     PIC X(4) COMP-X.
           05 WS-TARGET-HANDLE                     PIC X(4) COMP-X.
           05 WS-ACCESS-READ                       PIC X COMP-X
                                                   VALUE 1.
           05 WS-ACCESS-WRITE                      PIC X COMP-X
                                                   VALUE 2.
           05 WS-DENY-NONE                         PIC X COMP-X
                                                   VALUE 3.
           05 WS-DENY-ALL                          PIC X COMP-X
                                                   VALUE 0.
           05 WS-DEVICE                            PIC X COMP-X
                                                   VALUE 0.
      *
      * THE DATASET IS WORKED IN BLOCKS; FLAG 128 ON A READ RETURNS
      * THE FILE'S SIZE IN THE OFFSET INSTEAD OF READING.
       01 BLOCK-DATA.
           05 WS-FILE-SIZE                         PIC X(8) COMP-X.
           05 WS-OFFSET                            PIC X(8) COMP-X.
           05 WS-BLOCK-LENGTH                      PIC X(4) COMP-X.
           05 WS-READ-FLAGS                        PIC X COMP-X.
           05 WS-BLOCK-MAX                         PIC 9(4) VALUE 4096.
           05 WS-REMAINING                         PIC 9(12) VALUE ZERO.
           05 WS-BLOCK-SUBS                        PIC 9(4) COMP
                                                   VALUE ZERO.
       01 WS-BLOCK                                 PIC X(4096).
      *
      * THE CONTROL HASH: EVERY BYTE IN TURN IS FOLDED IN AS
      * HASH = (HASH * 31 + BYTE VALUE + 1) MODULO A LARGE PRIME,
      * SO A CHANGED, DROPPED, ADDED OR TRANSPOSED BYTE ANYWHERE IN
      * THE DATASET GIVES A DIFFERENT HASH.
       01 HASH-DATA.
           05 WS-HASH                              PIC 9(15) COMP
                                                   VALUE ZERO.
           05 WS-HASH-WORK                         PIC 9(17) COMP
                                                   VALUE ZERO.
           05 WS-HASH-QUOTIENT                     PIC 9(17) COMP
                                                   VALUE ZERO.
           05 WS-HASH-MODULUS                      PIC 9(15)
                                                VALUE 999999999999989.
           05 WS-LINE-COUNT                        PIC 9(9) VALUE ZERO.
           05 WS-LAST-BYTE                         PIC X    VALUE SPACE.
      *
      * ONE BYTE SEEN AS ITS VALUE: THE BYTE SITS IN THE LOW ORDER OF
      * A HALFWORD WHOSE HIGH ORDER IS ALWAYS LOW-VALUE.
       01 WS-BYTE-PAIR.
           05 FILLER                               PIC X
                                                   VALUE LOW-VALUE.
           05 WS-BYTE-CHAR                         PIC X.
       01 WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR     PIC 9(4) COMP.
      *
       LINKAGE SECTION.
      * BKUPCOPY-PARM IS THE SHARED BYTE-COPIER AREA (SEE
      * COPYBOOKS/BKUPCPPM.CPY).
           COPY BKUPCPPM.
      *
       PROCEDURE DIVISION USING BKUPCOPY-PARM.
       000-MAIN-PROCEDURE.
           MOVE 'Y' TO BC-RESULT.
           MOVE ZERO TO BC-BYTE-COUNT.
           MOVE ZERO TO BC-RECORD-COUNT.
           MOVE ZERO TO BC-HASH.
           MOVE ZERO TO WS-HASH.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACE TO WS-LAST-BYTE.
           MOVE 'N' TO SW-TARGET-OPEN.
           CALL "CBL_OPEN_FILE" USING BC-SOURCE-NAME WS-ACCESS-READ
               WS-DENY-NONE WS-DEVICE WS-SOURCE-HANDLE.
           IF RETURN-CODE NOT EQUAL TO ZERO
               MOVE 'M' TO BC-RESULT
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZERO TO WS-OFFSET.
           MOVE ZERO TO WS-BLOCK-LENGTH.
           MOVE 128 TO WS-READ-FLAGS.
           CALL "CBL_READ_FILE" USING WS-SOURCE-HANDLE WS-OFFSET
               WS-BLOCK-LENGTH WS-READ-FLAGS WS-BLOCK.
           MOVE WS-OFFSET TO WS-FILE-SIZE.
           IF BC-COPY
               PERFORM 100-CREATE-TARGET
           END-IF.
           MOVE ZERO TO WS-OFFSET.
           MOVE ZERO TO WS-READ-FLAGS.
           PERFORM 200-COPY-ONE-BLOCK
               UNTIL WS-OFFSET NOT LESS THAN WS-FILE-SIZE
               OR BC-RESULT NOT EQUAL TO 'Y'.
           CALL "CBL_CLOSE_FILE" USING WS-SOURCE-HANDLE.
           IF SW-TARGET-OPEN = 'Y'
               CALL "CBL_CLOSE_FILE" USING WS-TARGET-HANDLE
           END-IF.
           PERFORM 300-COUNT-RECORDS.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
      *
      ******************************************************************
      * 100-CREATE-TARGET - THE COPY REPLACES WHATEVER IS ALREADY
      * THERE UNDER THE TARGET NAME.
      ******************************************************************
       100-CREATE-TARGET.
           CALL "CBL_CREATE_FILE" USING BC-TARGET-NAME WS-ACCESS-WRITE
               WS-DENY-ALL WS-DEVICE WS-TARGET-HANDLE.
           IF RETURN-CODE NOT EQUAL TO ZERO
               MOVE 'E' TO BC-RESULT
           ELSE
               MOVE 'Y' TO SW-TARGET-OPEN
           END-IF.
      *
      ******************************************************************
      * 200-COPY-ONE-BLOCK - READ THE NEXT BLOCK (THE LAST ONE SHORT),
      * WRITE IT TO THE TARGET AT THE SAME OFFSET, AND FOLD ITS BYTES
      * INTO THE HASH AND THE LINE COUNT.
      ******************************************************************
       200-COPY-ONE-BLOCK.
           COMPUTE WS-REMAINING = WS-FILE-SIZE - WS-OFFSET.
           IF WS-REMAINING IS GREATER THAN WS-BLOCK-MAX
               MOVE WS-BLOCK-MAX TO WS-BLOCK-LENGTH
           ELSE
               MOVE WS-REMAINING TO WS-BLOCK-LENGTH
           END-IF.
           CALL "CBL_READ_FILE" USING WS-SOURCE-HANDLE WS-OFFSET
               WS-BLOCK-LENGTH WS-READ-FLAGS WS-BLOCK.
           IF RETURN-CODE NOT EQUAL TO ZERO
               MOVE 'E' TO BC-RESULT
           ELSE
               IF BC-COPY
                   CALL "CBL_WRITE_FILE" USING WS-TARGET-HANDLE
                       WS-OFFSET WS-BLOCK-LENGTH WS-READ-FLAGS
                       WS-BLOCK
                   IF RETURN-CODE NOT EQUAL TO ZERO
                       MOVE 'E' TO BC-RESULT
                   END-IF
               END-IF
               PERFORM 210-HASH-ONE-BYTE
                   VARYING WS-BLOCK-SUBS FROM 1 BY 1
                   UNTIL WS-BLOCK-SUBS > WS-BLOCK-LENGTH
               ADD WS-BLOCK-LENGTH TO WS-OFFSET
               ADD WS-BLOCK-LENGTH TO BC-BYTE-COUNT
           END-IF.
      *
       210-HASH-ONE-BYTE.
           MOVE WS-BLOCK(WS-BLOCK-SUBS:1) TO WS-BYTE-CHAR.
           COMPUTE WS-HASH-WORK = WS-HASH * 31 + WS-BYTE-VALUE + 1.
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH.
           IF WS-BYTE-CHAR = X"0A"
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-BYTE-CHAR TO WS-LAST-BYTE.
      *
      ******************************************************************
      * 300-COUNT-RECORDS - A LINE SEQUENTIAL DECK COUNTS ITS LINES (A
      * LAST LINE WITH NO LINE END STILL COUNTS); A FIXED-LENGTH
      * DATASET COUNTS WHOLE RECORDS OF ITS REGISTERED LENGTH.
      ******************************************************************
       300-COUNT-RECORDS.
           MOVE WS-HASH TO BC-HASH.
           IF BC-KIND = 'L'
               MOVE WS-LINE-COUNT TO BC-RECORD-COUNT
               IF BC-BYTE-COUNT IS GREATER THAN ZERO AND
                   WS-LAST-BYTE NOT EQUAL TO X"0A"
                   ADD 1 TO BC-RECORD-COUNT
               END-IF
           ELSE
               IF BC-RECORD-LENGTH IS GREATER THAN ZERO
                   DIVIDE BC-BYTE-COUNT BY BC-RECORD-LENGTH
                       GIVING BC-RECORD-COUNT
               END-IF
           END-IF.
