      *                     ALMREC.cpy), SO A VARIANCE WAITS ON THE    *
      *                     ALARM QUEUE FOR AN ACK INSTEAD OF ONLY     *
      *                     SITTING IN A REPORT NOBODY MAY OPEN.       *
      *   25.10.2023   IGP  A RAISED ALARM STARTS WITH NO ACK-BY       *
      *                     OPERATOR (ALMREC.cpy NOW CARRIES ONE).     *
      *   27.10.2023   IGP  ENDS IN GOBACK AND SETS RETURN-CODE (0     *
      *                     DONE, 4 NOTHING TO DO, 8 FAILED) SO        *
      *                     BATCHDRV CAN CALL IT AS A STREAM STEP AND  *
      *                     SEE HOW IT WENT.  STILL RUNS STANDALONE AS *
      *                     BEFORE.                                    *
      *   02.11.2023   IGP  FEWER THAN TWO GARDEN.MTR READINGS NOW     *
      *                     ENDS WITH RETURN CODE 4 (NOTHING TO DO),   *
      *                     AS PROMISED ABOVE, INSTEAD OF 0.           *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       00-MAIN.
            MOVE ZERO TO RETURN-CODE
            PERFORM 05-LOAD-FLOW-RATES
            PERFORM 06-LOAD-RECONPCT
            PERFORM 10-SUM-EXPECTED
            OPEN OUTPUT EXCEPT-FILE
            IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "GARDEN.XCP OPEN FAILED - NO REPORT WRITTEN"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE "WATER RECONCILIATION - LOGGED VS METERED"
                                               TO WS-REPORT-LINE
                  MOVE "FEWER THAN TWO METER READINGS - NOTHING TO DO"
                                               TO WS-REPORT-LINE
                  PERFORM 30Z-EMIT-LINE
                  MOVE 4 TO RETURN-CODE
               ELSE
                  SET MTR-IDX TO 2
                  PERFORM UNTIL MTR-IDX > MTR-COUNT
               MOVE "N"        TO ALM-ACK
               MOVE ZERO       TO ALM-ACK-DATE
               MOVE ZERO       TO ALM-ACK-TIME
               MOVE SPACES     TO ALM-ACK-BY
               WRITE ALARM-REC
               CLOSE ALARM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       99-END.
      *-> GOBACK HANDS THE RETURN CODE BACK TO BATCHDRV WHEN CALLED,
      *-> AND MAKES IT THE EXIT STATUS WHEN RUN STANDALONE.
            GOBACK
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * E O F                                                       *
