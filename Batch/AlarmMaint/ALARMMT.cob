           05 RD-SEVERITY                          PIC X.
           05 FILLER                               PIC X(24)
                                                   VALUE SPACE.
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
           MOVE SPACE TO WS-ENV-WORK.
           ACCEPT WS-ENV-WORK FROM ENVIRONMENT "ALARMAGE"
               ON EXCEPTION
