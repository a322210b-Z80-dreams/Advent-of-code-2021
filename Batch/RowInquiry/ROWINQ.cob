       01 INQUIRY-DATA.
           05 WS-INQUIRY                           PIC X(12)
                                                VALUE SPACE.
           05 WS-TARGET-ROW                        PIC 9(9) VALUE ZERO.
           05 WS-TARGET-BITS                       PIC 9(12)
                                                   VALUE ZERO.
           05 WS-ROW-COUNTER                       PIC 9(9) VALUE ZERO.
           05 WS-INQ-SUBS                          PIC 99   VALUE ZERO.
           05 WS-PATTERN-SW                        PIC X    VALUE 'N'.
      *    DIGIT-SCAN WORK FOR A NATURALLY KEYED ROW NUMBER ("17" +
      *    ENTER) - THE CONSOLE ENTRY IS LEFT-JUSTIFIED AND SPACE
      *    PADDED, SO THE DIGITS ARE ACCUMULATED ONE BY ONE INSTEAD
      *    OF CLASS-TESTING A FIXED NINE-COLUMN FIELD.
           05 WS-ROW-VALID                         PIC X    VALUE 'N'.
           05 WS-ROW-DIGITS                        PIC 99   VALUE ZERO.
           05 WS-ROW-DIGIT-X                       PIC X    VALUE SPACE.
           05 WS-ROW-DIGIT-9 REDEFINES WS-ROW-DIGIT-X
                                                   PIC 9.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:4) TO WS-HULL-ID
           END-IF.
      *    A HULL THAT IS NOT IN THE HULLMST REGISTRY, OR IS RETIRED,
      *    ENDS THE RUN WITH CONDITION CODE 16 BEFORE ANY DATASET IS
      *    NAMED AFTER IT.
           MOVE WS-HULL-ID TO HK-HULL-ID.
           MOVE 'V' TO HK-RESULT.
           CALL "HULLCHK" USING HULLCHK-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF HK-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      ******************************************************************
      * 100-INQUIRY-LOOP - TAKE ONE ROW NUMBER OR 12-CHARACTER 0/1
                   PERFORM 200-SCAN-INPUT-TAPE
               ELSE
                   DISPLAY "**INVALID ENTRY** GIVE A ROW NUMBER "
      -                "(UP TO 9 DIGITS) OR A FULL 12-CHARACTER 0/1 "
      -                "PATTERN."
               END-IF
           END-IF.
      ******************************************************************
      * 120-CONVERT-ROW-NUMBER - ACCUMULATE THE ENTRY'S LEADING
      * DIGITS INTO WS-TARGET-ROW. THE FIRST SPACE ENDS THE NUMBER;
      * ANY OTHER CHARACTER, NO DIGITS AT ALL, OR MORE THAN NINE
      * DIGITS MAKES THE ENTRY INVALID.
      ******************************************************************
       120-CONVERT-ROW-NUMBER.
               OR WS-INQUIRY(WS-INQ-SUBS:1) IS EQUAL TO SPACE
               MOVE WS-INQUIRY(WS-INQ-SUBS:1) TO WS-ROW-DIGIT-X
               IF WS-ROW-DIGIT-X IS NUMERIC AND
                   WS-ROW-DIGITS IS LESS THAN 9
                   ADD 1 TO WS-ROW-DIGITS
                   COMPUTE WS-TARGET-ROW =
                       WS-TARGET-ROW * 10 + WS-ROW-DIGIT-9
