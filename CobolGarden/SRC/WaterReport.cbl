      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      BATCH REPORT.  RUN AFTER CobolGarden HAS BEEN   *
      *               LOGGING WATERING EVENTS FOR A WHILE.  READS     *
      *               THE DAILY SUMMARY GARDEN.DSM (THE SAME MONTH    *
      *               LAST YEAR THROUGH TODAY) AND WRITES GARDEN.RPT  *
      *               WITH SECONDS-OPEN AND CYCLES-RUN TOTALS BROKEN  *
      *               OUT BY WEEK AND BY MONTH, SO THE WATER BILL CAN *
      *               BE RECONCILED AGAINST WHAT THE SYSTEM ACTUALLY  *
      *   18.10.2023   IGP  FERTIGATION DOSES (TRIGGER "F") TOTAL IN   *
      *                     THEIR OWN BY-MONTH SECTION AND STAY OUT    *
      *                     OF THE WATER SECONDS/CYCLES/LITRES.        *
      *   23.10.2023   IGP  A CYCLE SPLIT INTO SOAK PASSES COUNTS AS   *
      *                     ONE CYCLE (AND ONE RETRY); EVERY PASS      *
      *                     STILL ADDS ITS SECONDS AND LITRES.         *
      *   27.10.2023   IGP  ENDS IN GOBACK AND SETS RETURN-CODE (0     *
      *                     DONE, 4 NOTHING TO DO, 8 FAILED) SO        *
      *                     BATCHDRV CAN CALL IT AS A STREAM STEP AND  *
      *                     SEE HOW IT WENT.  STILL RUNS STANDALONE AS *
      *                     BEFORE.                                    *
      *   31.10.2023   IGP  READS THE DAILY SUMMARY GARDEN.DSM         *
      *                     (DSMREC.cpy) INSTEAD OF RESCANNING         *
      *                     GARDEN.LOG, FROM THE SAME MONTH LAST YEAR  *
      *                     THROUGH THE CURRENT ONE, SO THE MONTHS     *
      *                     WATERARC HAS ARCHIVED STILL REPORT.        *
      *                     LITRES COME FROM THE SUMMARY AS LOGGED;    *
      *                     GARDEN.ZON IS NO LONGER READ.              *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE-CONTROL.
           SELECT DAYSUM-FILE        ASSIGN TO "GARDEN.DSM"
                  ORGANIZATION       IS INDEXED
                  ACCESS MODE        IS DYNAMIC
                  RECORD KEY         IS DSM-KEY
                  FILE STATUS        IS WS-DAYSUM-STATUS.
           SELECT REPORT-FILE        ASSIGN TO "GARDEN.RPT"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-REPORT-STATUS.
           SELECT SETTINGS-FILE      ASSIGN TO "GARDEN.SET"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-SETTINGS-STATUS.
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  DAYSUM-FILE.
           COPY "DSMREC.cpy".
      *
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(80).
      *
       FD  SETTINGS-FILE.
       01  SETTINGS-REC              PIC X(40).
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-DAYSUM-STATUS      PIC  X(02)        VALUE "00".
       77 WS-REPORT-STATUS      PIC  X(02)        VALUE "00".
       77 WS-SETTINGS-STATUS    PIC  X(02)        VALUE "00".
      *
      *-> THE WATER TARIFF FROM GARDEN.SET (EURO PER CUBIC METRE
      *-> X100) SO LITRES CAN BE TURNED INTO MONEY.  A MISSING FILE
      *-> JUST REPORTS ZERO EURO.
       77 WS-TARIFF-RAW         PIC  9(05)        VALUE ZERO.
       77 WS-TARIFF             PIC  9(03)V99     VALUE ZERO.
       01 WS-CFG-LABEL          PIC  X(10)        VALUE SPACES.
       01 WS-CFG-VALUE          PIC  X(20)        VALUE SPACES.
      *
      *-> FIRST DAY REPORTED: THE FIRST OF THE SAME MONTH A YEAR
      *-> AGO, SO THIRTEEN MONTHS (AND THEIR WEEKS) FIT THE TABLES.
       77 WS-TODAY              PIC  9(08)        VALUE ZERO.
       77 WS-FROM-DATE          PIC  9(08)        VALUE ZERO.
       77 WS-EOF                PIC  X(01)        VALUE "N".
          88 SUMMARY-EOF            VALUE "Y".
      *-> THE SUMMARY RECORD'S FIGURES AS THIS REPORT COUNTS THEM: A
      *-> CYCLE IS ONE THAT RAN, WHATEVER STARTED IT; A FAILURE IS A
      *-> FAILED OR INTERRUPTED OPEN (A HELD CYCLE MOVED NO WATER AND
      *-> BROKE NOTHING).
       77 WS-EV-CYCLES          PIC  9(05)        VALUE ZERO.
       77 WS-EV-FAILURES        PIC  9(05)        VALUE ZERO.
      *
      *-> WEEK-OF-MONTH USED TO BREAK OUT THE WEEKLY TOTALS; A PLAIN
      *-> (DAY-1)/7+1 RECKONING, NOT AN ISO WEEK NUMBER.
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       00-MAIN.
            MOVE ZERO TO RETURN-CODE
            PERFORM 06-LOAD-TARIFF
            PERFORM 10-READ-SUMMARY
            PERFORM 20-WRITE-REPORT
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       06-LOAD-TARIFF.
            OPEN INPUT SETTINGS-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       10-READ-SUMMARY.
            MOVE "N" TO WS-EOF
            OPEN INPUT DAYSUM-FILE
            IF WS-DAYSUM-STATUS NOT = "00"
               DISPLAY "GARDEN.DSM NOT FOUND - RUN DAYREBLD FIRST"
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               COMPUTE WS-FROM-DATE = WS-TODAY - 10000
               MOVE "01" TO WS-FROM-DATE(7:2)
               MOVE WS-FROM-DATE TO DSM-DATE
               MOVE ZERO         TO DSM-ZONE
               START DAYSUM-FILE KEY NOT < DSM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL SUMMARY-EOF
                   READ DAYSUM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 10A-ACCUMULATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DAYSUM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       10A-ACCUMULATE-RECORD.
      *-> ONE DAY OF ONE ZONE, ALREADY TOTALLED BY DAYSUM UNDER THE
      *-> RULES THIS REPORT ALWAYS USED: HELD CYCLES ARE NOT
      *-> FAILURES, FERTIGATION IS NOT WATER, AND A CYCLE SPLIT INTO
      *-> SOAK PASSES IS ONE CYCLE (AND ONE RETRY) WHOSE EVERY PASS
      *-> ADDS SECONDS AND LITRES.
            MOVE DSM-DATE(1:6)    TO WS-EDIT-KEY6
            MOVE DSM-DATE(7:2)    TO WS-DAY
            COMPUTE WS-EV-CYCLES   = DSM-AUTO-CYCLES
                                   + DSM-MANUAL-CYCLES
                                   + DSM-RETRY-CYCLES
            COMPUTE WS-EV-FAILURES = DSM-FAILURES
                                   + DSM-INTERRUPTED
            COMPUTE WS-WEEKNO = ((WS-DAY - 1) / 7) + 1
            COMPUTE WS-EDIT-KEY8 = WS-EDIT-KEY6 * 100 + WS-WEEKNO

      *----------------------------------------------------------------*
       10B-ACCUMULATE-MONTH.
      *-> MONTH-TOTALS ONLY HOLDS 60 ENTRIES (SEE MONTH-ENTRY OCCURS
      *-> 60); A 61ST DISTINCT MONTH IN GARDEN.DSM IS DROPPED FROM THE
      *-> REPORT RATHER THAN INDEXED PAST THE TABLE.
            MOVE "N" TO WS-FOUND
            SET MON-IDX TO 1
               MOVE "Y"          TO WS-FOUND
            END-IF

      *-> FERTIGATION SECONDS TOTAL IN THEIR OWN COLUMN AND NOWHERE
      *-> ELSE.  RETRY ATTEMPTS, SUCCESSFUL OR NOT, ARE ALSO COUNTED
      *-> ON THEIR OWN SO THE REPORT TELLS A FIRST ATTEMPT FROM A
      *-> RE-ATTEMPT.
            IF ENTRY-FOUND
               ADD DSM-WATER-SECS   TO MONTH-SECONDS(MON-IDX)
               ADD WS-EV-CYCLES     TO MONTH-CYCLES(MON-IDX)
               ADD WS-EV-FAILURES   TO MONTH-FAILURES(MON-IDX)
               ADD DSM-RETRY-TRIES  TO MONTH-RETRIES(MON-IDX)
               ADD DSM-LITRES       TO MONTH-LITRES(MON-IDX)
               ADD DSM-FERT-SECS    TO MONTH-FERTSECS(MON-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       10C-ACCUMULATE-WEEK.
      *-> WEEK-TOTALS ONLY HOLDS 80 ENTRIES (SEE WEEK-ENTRY OCCURS 80);
      *-> AN 81ST DISTINCT WEEK-KEY IN GARDEN.DSM IS DROPPED FROM THE
      *-> REPORT RATHER THAN INDEXED PAST THE TABLE.
            MOVE "N" TO WS-FOUND
            SET WEEK-IDX TO 1
            END-IF

            IF ENTRY-FOUND
               ADD DSM-WATER-SECS   TO WEEK-SECONDS(WEEK-IDX)
               ADD WS-EV-CYCLES     TO WEEK-CYCLES(WEEK-IDX)
               ADD WS-EV-FAILURES   TO WEEK-FAILURES(WEEK-IDX)
               ADD DSM-RETRY-TRIES  TO WEEK-RETRIES(WEEK-IDX)
               ADD DSM-LITRES       TO WEEK-LITRES(WEEK-IDX)
               ADD DSM-FERT-SECS    TO WEEK-FERTSECS(WEEK-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       20-WRITE-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS = "00"
               MOVE "WATER USAGE REPORT - GARDEN.DSM" TO WS-REPORT-LINE
               PERFORM 20Z-EMIT-LINE

               MOVE "MONTH (YYYYMM)  SECONDS  CYCLES  FAILURES"
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
