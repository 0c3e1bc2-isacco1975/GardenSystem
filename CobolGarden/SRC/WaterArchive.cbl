      *                     GARDEN.HIS; PRE-METER RECORDS LOAD AS "N"  *
      *                     WITH ZERO LITRES.  ARCHIVE/SCRATCH RECORD  *
      *                     WIDENED FOR THE LONGER LOG RECORD.         *
      *   23.10.2023   IGP  CARRIES THE CYCLE-AND-SOAK LINK            *
      *                     (WLOG-CYCLE-TS/PASS/PASSES) INTO           *
      *                     GARDEN.HIS; EARLIER RECORDS LOAD AS PASS   *
      *                     1 OF 1 OF THEIR OWN CYCLE.  ARCHIVE/       *
      *                     SCRATCH RECORD WIDENED AGAIN TO MATCH.     *
      *   27.10.2023   IGP  ENDS IN GOBACK AND SETS RETURN-CODE (0     *
      *                     DONE, 4 NOTHING TO DO, 8 ABANDONED WITH    *
      *                     GARDEN.LOG UNTOUCHED, 16 GARDEN.LOG NOT    *
      *                     REBUILT - SEE GARDEN.TMP) SO BATCHDRV CAN  *
      *                     CALL IT AS A STREAM STEP.  STILL RUNS      *
      *                     STANDALONE.                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
           COPY "WLOGREC.cpy".
      *
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC               PIC X(60).
      *
       FD  HISTORY-FILE.
           COPY "WHISREC.cpy".
      *
       FD  KEEP-FILE.
       01  KEEP-REC                  PIC X(60).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       00-MAIN.
            MOVE ZERO TO RETURN-CODE
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURR-YYYYMM

            OPEN INPUT WATERLOG-FILE
            IF WS-WATERLOG-STATUS NOT = "00"
               DISPLAY "GARDEN.LOG NOT FOUND - NOTHING TO ARCHIVE"
               MOVE 4 TO RETURN-CODE
            ELSE
               PERFORM 10-OPEN-HISTORY
               OPEN OUTPUT KEEP-FILE
               IF WS-KEEP-STATUS NOT = "00"
                  OR WS-HISTORY-STATUS NOT = "00"
                  DISPLAY "SCRATCH/HISTORY OPEN FAILED - RUN ABANDONED"
                  MOVE 8 TO RETURN-CODE
                  CLOSE WATERLOG-FILE
                  PERFORM 99-END
               END-IF
               MOVE "N"             TO WHIS-FLOW-FLAG
               MOVE ZERO            TO WHIS-ACT-LITRES
            END-IF
      *-> CYCLE-AND-SOAK LINK: EVENTS FROM BEFORE CYCLES WERE SPLIT
      *-> CARRY SPACES AND LOAD AS A WHOLE CYCLE STARTING AT THEIR
      *-> OWN DATE AND TIME.
            IF WLOG-CYCLE-TS NUMERIC
               AND WLOG-PASS NOT = SPACE
               MOVE WLOG-CYCLE-TS   TO WHIS-CYCLE-TS
               MOVE WLOG-PASS       TO WHIS-PASS
               MOVE WLOG-PASSES     TO WHIS-PASSES
            ELSE
               MOVE WLOG-DATE       TO WHIS-CYCLE-TS(1:8)
               MOVE WLOG-TIME(1:6)  TO WHIS-CYCLE-TS(9:6)
               MOVE "1"             TO WHIS-PASS
               MOVE "1"             TO WHIS-PASSES
            END-IF
            WRITE WATERHIS-REC
                INVALID KEY
      *-> ALREADY LOADED BY AN EARLIER RUN - COUNTED, NOT AN ERROR.
            OPEN INPUT KEEP-FILE
            IF WS-KEEP-STATUS NOT = "00"
               DISPLAY "SCRATCH REOPEN FAILED - GARDEN.LOG UNTOUCHED"
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN OUTPUT WATERLOG-FILE
               IF WS-WATERLOG-STATUS NOT = "00"
                  DISPLAY "GARDEN.LOG REOPEN FAILED - SEE GARDEN.TMP"
                  MOVE 16 TO RETURN-CODE
                  CLOSE KEEP-FILE
               ELSE
                  PERFORM UNTIL WS-KEEP-STATUS = "10"
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
