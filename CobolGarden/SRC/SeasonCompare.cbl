      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      SEASON-OVER-SEASON COMPARISON BATCH.            *
      *               WATERARC TRIMS GARDEN.LOG TO THE CURRENT        *
      *               MONTH, SO ONLY THE DAILY SUMMARY GARDEN.DSM     *
      *               (WHICH KEEPS EVERY DAY, ARCHIVED OR NOT) CAN    *
      *               ANSWER "HOW DOES THIS JULY COMPARE TO LAST      *
      *               JULY".  THIS READS GARDEN.DSM AND PRINTS,       *
      *               PER ZONE AND MONTH, LITRES AND COST SIDE BY     *
      *               SIDE WITH THE SAME MONTH A YEAR EARLIER AND     *
      *               THE PERCENT CHANGE.  GARDEN.SEA CARRIES NO      *
      *               HISTORY - THE SAME MONTH LINE DRIVES EVERY      *
      *               YEAR - SO A ZONE UP MORE THAN TRENDPCT          *
      *               PERCENT (GARDEN.SET, DEFAULT 20) ON A YEAR      *
      *               EARLIER IS DRIFTING FOR SOME OTHER REASON       *
      *               AND IS FLAGGED.  THE REPORT TO PUT ON THE       *
      *               TABLE WHEN SETTING NEXT SPRING'S SEASON         *
      *               TABLE.  OUTPUT TO GARDEN.SSC AND THE SCREEN.    *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   15.10.2023   IGP  ORIGINAL VERSION.                          *
      *   27.10.2023   IGP  ENDS IN GOBACK AND SETS RETURN-CODE (0     *
      *                     DONE, 4 NOTHING TO DO, 8 FAILED) SO        *
      *                     BATCHDRV CAN CALL IT AS A STREAM STEP AND  *
      *                     SEE HOW IT WENT.  STILL RUNS STANDALONE AS *
      *                     BEFORE.                                    *
      *   31.10.2023   IGP  SUMS LITRES FROM THE DAILY SUMMARY         *
      *                     GARDEN.DSM (DSMREC.cpy) INSTEAD OF         *
      *                     SCANNING GARDEN.HIS AND GARDEN.LOG.        *
      *                     LITRES ARE THE FIGURE WORKED OUT WHEN THE  *
      *                     EVENT WAS LOGGED, SO A LATER FLOW-RATE     *
      *                     CHANGE IN GARDEN.ZON NO LONGER RESTATES    *
      *                     PAST MONTHS; GARDEN.ZON IS NO LONGER READ. *
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
           SELECT SETTINGS-FILE      ASSIGN TO "GARDEN.SET"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-SETTINGS-STATUS.
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  DAYSUM-FILE.
           COPY "DSMREC.cpy".
      *
       FD  SETTINGS-FILE.
       01  SETTINGS-REC              PIC X(40).
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-DAYSUM-STATUS      PIC  X(02)        VALUE "00".
       77 WS-SETTINGS-STATUS    PIC  X(02)        VALUE "00".
       77 WS-REPORT-STATUS      PIC  X(02)        VALUE "00".
      *
      *-> THE TARIFF, AS IN WATERRPT
       77 WS-TARIFF-RAW         PIC  9(05)        VALUE ZERO.
       77 WS-TARIFF             PIC  9(03)V99     VALUE ZERO.
      *-> UP-TREND FLAG THRESHOLD IN PERCENT (TRENDPCT IN GARDEN.SET)
       77 WS-TRENDPCT           PIC  9(03)        VALUE 20.
       01 WS-CFG-LABEL          PIC  X(10)        VALUE SPACES.
       01 WS-CFG-VALUE          PIC  X(20)        VALUE SPACES.
      *
      *-> ZONE-MONTH LITRE TOTALS.  200 ENTRIES COVERS TEN ZONES FOR
      *-> OVER A YEAR AND A HALF; A LATER DISTINCT PAIR IS DROPPED
       77 WS-FOUND              PIC  X(01)        VALUE "N".
          88 ENTRY-FOUND            VALUE "Y".
      *
       77 WS-EOF                PIC  X(01)        VALUE "N".
          88 SUMMARY-EOF            VALUE "Y".
      *
      *-> COMPARISON SCRATCH: THIS MONTH, THE SAME MONTH A YEAR
      *-> EARLIER, AND THE SIGNED PERCENT CHANGE
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       00-MAIN.
            MOVE ZERO TO RETURN-CODE
            PERFORM 06-LOAD-SETTINGS
            PERFORM 10-SCAN-SUMMARY
            PERFORM 20-WRITE-REPORT
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       06-LOAD-SETTINGS.
            OPEN INPUT SETTINGS-FILE
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       10-SCAN-SUMMARY.
      *-> ONE RECORD PER ZONE AND DAY; ITS LITRES ARE ALREADY WATER
      *-> ONLY (FERTIGATION AND HELD CYCLES ADD NONE), METERED WHERE
      *-> THE PULSE METER COUNTED AND DURATION TIMES FLOW RATE
      *-> OTHERWISE, AS WORKED OUT WHEN THE EVENT WAS LOGGED.  A DAY
      *-> WHERE NOTHING RAN (ONLY FAILED, HELD OR FERTIGATION
      *-> EVENTS) HAS NO MONTH TO COMPARE.
            MOVE "N" TO WS-EOF
            OPEN INPUT DAYSUM-FILE
            IF WS-DAYSUM-STATUS NOT = "00"
               DISPLAY "GARDEN.DSM NOT FOUND - RUN DAYREBLD FIRST"
               MOVE 4 TO RETURN-CODE
            ELSE
               PERFORM UNTIL SUMMARY-EOF
                   READ DAYSUM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF DSM-AUTO-CYCLES   NOT = ZERO
                              OR DSM-MANUAL-CYCLES NOT = ZERO
                              OR DSM-RETRY-CYCLES  NOT = ZERO
                              OR DSM-LATER-PASSES  NOT = ZERO
                              PERFORM 12-ACCUMULATE-ZONE-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAYSUM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
            MOVE "N" TO WS-FOUND
            SET ZM-IDX TO 1
            PERFORM UNTIL ZM-IDX > ZM-COUNT OR ENTRY-FOUND
                IF ZM-ZONE(ZM-IDX) = DSM-ZONE
                   AND ZM-MONTH(ZM-IDX) = DSM-DATE(1:6)
                   MOVE "Y" TO WS-FOUND
                ELSE
                   SET ZM-IDX UP BY 1
            IF NOT ENTRY-FOUND AND ZM-COUNT < 200
               ADD 1 TO ZM-COUNT
               SET ZM-IDX TO ZM-COUNT
               MOVE DSM-ZONE      TO ZM-ZONE(ZM-IDX)
               MOVE DSM-DATE(1:6) TO ZM-MONTH(ZM-IDX)
               MOVE ZERO          TO ZM-LITRES(ZM-IDX)
               MOVE "Y"           TO WS-FOUND
            END-IF

            IF ENTRY-FOUND
               ADD DSM-LITRES TO ZM-LITRES(ZM-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "GARDEN.SSC OPEN FAILED - NO REPORT WRITTEN"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE "SEASON-OVER-SEASON USAGE - GARDEN.DSM"
                                               TO WS-REPORT-LINE
               PERFORM 20Z-EMIT-LINE
               MOVE "ZONE MONTH     LITRES      EURO  PRYR-LIT"
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
