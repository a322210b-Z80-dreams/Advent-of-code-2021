           05 RD-VALUE                              PIC Z(6)9-.
           05 FILLER                                PIC X(47)
                                                    VALUE SPACE.
      *
      * HULLCHK-PARM IS THE SHARED HULL VALIDATION AREA (SEE
      * COPYBOOKS/HULLCKPM.CPY).
           COPY HULLCKPM.
      *
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *    A HULL THAT IS NOT IN THE HULLMST REGISTRY, OR IS RETIRED,
      *    ENDS THE RUN WITH CONDITION CODE 16 BEFORE ANY DATASET IS
      *    NAMED AFTER IT.
           MOVE "SUB1" TO HK-HULL-ID.
           IF WS-ENV-WORK NOT EQUAL TO SPACE
               MOVE WS-ENV-WORK(1:4) TO HK-HULL-ID
           END-IF.
           MOVE 'V' TO HK-RESULT.
           CALL "HULLCHK" USING HULLCHK-PARM
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF HK-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ENV-WORK NOT EQUAL TO SPACE AND
               WS-ENV-WORK(1:4) NOT EQUAL TO "SUB1"
               MOVE SPACE TO FILENAME-CNT1OUT
