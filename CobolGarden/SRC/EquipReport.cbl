      *   USAGE:      VALVE/RELAY SERVICE REGISTER REPORT.  READS     *
      *               GARDEN.EQP (ONE LINE PER ZONE'S VALVE, KEYED    *
      *               IN BY HAND LIKE GARDEN.MTR IS: ZONE INSTALL-    *
      *               DATE SERVICE-INTERVAL-HOURS SERVICE-            *
      *               INTERVAL-CYCLES, EITHER INTERVAL 0 = NOT        *
      *               TRACKED) AND TALLIES EVERY WATERING DAY         *
      *               SINCE THE INSTALL DATE FROM THE DAILY           *
      *               SUMMARY GARDEN.DSM: TOTAL OPEN-HOURS,           *
      *               CYCLES, FAILED OPENS.  A ZONE PAST EITHER       *
      *               SERVICE INTERVAL IS FLAGGED SERVICE DUE; A      *
      *               ZONE WHOSE FAILURES IN THE LAST 7 DAYS          *
      *               EXCEED THE 7 DAYS BEFORE IS FLAGGED CHECK       *
      *               VALVE - A CLIMBING FAILURE RATE IS A VALVE      *
      *               ABOUT TO DIE, AND THIS REPORT SAYS SO BEFORE    *
      *               IT STRANDS A BED DRY IN JULY.  OUTPUT TO        *
      *               GARDEN.EQR AND THE SCREEN.                      *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   14.10.2023   IGP  ORIGINAL VERSION.                          *
      *   27.10.2023   IGP  ENDS IN GOBACK AND SETS RETURN-CODE (0     *
      *                     DONE, 4 NOTHING TO DO, 8 FAILED) SO        *
      *                     BATCHDRV CAN CALL IT AS A STREAM STEP AND  *
      *                     SEE HOW IT WENT.  STILL RUNS STANDALONE AS *
      *                     BEFORE.                                    *
      *   31.10.2023   IGP  TALLIES FROM THE DAILY SUMMARY GARDEN.DSM  *
      *                     (DSMREC.cpy), ONE RECORD PER ZONE AND DAY, *
      *                     INSTEAD OF SCANNING GARDEN.HIS AND         *
      *                     GARDEN.LOG EVENT BY EVENT.  SAME COUNTING  *
      *                     RULES.                                     *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
           SELECT EQUIP-FILE         ASSIGN TO "GARDEN.EQP"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-EQUIP-STATUS.
           SELECT DAYSUM-FILE        ASSIGN TO "GARDEN.DSM"
                  ORGANIZATION       IS INDEXED
                  ACCESS MODE        IS DYNAMIC
                  RECORD KEY         IS DSM-KEY
                  FILE STATUS        IS WS-DAYSUM-STATUS.
           SELECT REPORT-FILE        ASSIGN TO "GARDEN.EQR"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-REPORT-STATUS.
       FD  EQUIP-FILE.
       01  EQUIP-REC                 PIC X(26).
      *
       FD  DAYSUM-FILE.
           COPY "DSMREC.cpy".
      *
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(80).
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-EQUIP-STATUS       PIC  X(02)        VALUE "00".
       77 WS-DAYSUM-STATUS      PIC  X(02)        VALUE "00".
       77 WS-REPORT-STATUS      PIC  X(02)        VALUE "00".
      *
      *-> THE REGISTER, PLUS THE RUNNING TALLIES THE SUMMARY SCAN
      *-> FILL IN.  FAIL7 COUNTS FAILED OPENS IN THE LAST 7 DAYS,
      *-> FAILP7 THE 7 DAYS BEFORE THAT, FOR THE TREND FLAG.
       77 EQP-COUNT             PIC  9(02)        VALUE ZERO.
             10 EQP-FAIL7            PIC 9(03).
             10 EQP-FAILP7           PIC 9(03).
      *
      *-> EVERY PASS THAT OPENED THE VALVE AND RAN, WHATEVER STARTED
      *-> IT, FOR THE ZONE-DAY IN HAND
       77 WS-EV-CYCLES          PIC  9(05)        VALUE ZERO.
      *
       77 WS-TODAY              PIC  9(08)        VALUE ZERO.
      *-> FIRST DAY OF THE LAST-7-DAYS WINDOW AND OF THE 7 BEFORE IT
       77 WS-WD-REM             PIC  9(04)        VALUE ZERO.
       77 WS-STEP-NO            PIC  9(02)        VALUE ZERO.
       77 WS-EOF                PIC  X(01)        VALUE "N".
          88 SUMMARY-EOF            VALUE "Y".
      *
       77 WS-RUN-HOURS          PIC  9(05)V99     VALUE ZERO.
       01 WS-REPORT-LINE        PIC X(80)         VALUE SPACES.
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       00-MAIN.
            MOVE ZERO TO RETURN-CODE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            PERFORM 05-SET-TREND-WINDOWS

            PERFORM 10-LOAD-REGISTER
            IF EQP-COUNT = ZERO
               DISPLAY "GARDEN.EQP EMPTY OR MISSING - NO REGISTER"
               MOVE 4 TO RETURN-CODE
            ELSE
               PERFORM 20-SCAN-SUMMARY
               PERFORM 40-WRITE-REPORT
            END-IF
            PERFORM 99-END
            END-IF
            .
      *----------------------------------------------------------------*
       20-SCAN-SUMMARY.
      *-> ONE RECORD PER ZONE AND DAY, ARCHIVED OR STILL LIVE ALIKE.
      *-> A MISSING GARDEN.DSM LEAVES EVERY TALLY AT ZERO; THE
      *-> REGISTER ITSELF IS STILL WORTH PRINTING.
            MOVE "N" TO WS-EOF
            OPEN INPUT DAYSUM-FILE
            IF WS-DAYSUM-STATUS NOT = "00"
               DISPLAY "GARDEN.DSM NOT FOUND - TALLIES LEFT AT ZERO"
            ELSE
               PERFORM UNTIL SUMMARY-EOF
                   READ DAYSUM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 30-TALLY-DAY
                   END-READ
               END-PERFORM
               CLOSE DAYSUM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       30-TALLY-DAY.
      *-> ONLY DAYS ON OR AFTER THE VALVE'S INSTALL DATE COUNT - A
      *-> REPLACED VALVE STARTS ITS LIFE AT ZERO BY RE-KEYING THE
      *-> INSTALL DATE IN GARDEN.EQP.  HELD CYCLES MOVED NO WATER
      *-> AND WORKED NO VALVE, AND FERTIGATION WORKED THE INJECTOR
      *-> RELAY, NOT THE ZONE'S VALVE; NEITHER COUNTS HERE.  EVERY
      *-> SOAK PASS IS ONE MORE OPEN OF THE VALVE.
            COMPUTE WS-EV-CYCLES = DSM-AUTO-CYCLES
                                 + DSM-MANUAL-CYCLES
                                 + DSM-RETRY-CYCLES
                                 + DSM-LATER-PASSES
            SET EQP-IDX TO 1
            PERFORM UNTIL EQP-IDX > EQP-COUNT
                IF EQP-ZONE-ID(EQP-IDX) = DSM-ZONE
                   AND DSM-DATE NOT < EQP-INSTALL(EQP-IDX)
                   ADD DSM-WATER-SECS TO EQP-RUN-SECS(EQP-IDX)
                   ADD WS-EV-CYCLES   TO EQP-CYCLES(EQP-IDX)
                   ADD DSM-FAILURES   TO EQP-FAILURES(EQP-IDX)
                   IF DSM-DATE NOT < WS-CUT7
                      ADD DSM-FAILURES TO EQP-FAIL7(EQP-IDX)
                   ELSE
                      IF DSM-DATE NOT < WS-CUT14
                         ADD DSM-FAILURES TO EQP-FAILP7(EQP-IDX)
                      END-IF
                   END-IF
                END-IF
                SET EQP-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       40-WRITE-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "GARDEN.EQR OPEN FAILED - NO REPORT WRITTEN"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE "VALVE/RELAY SERVICE REGISTER"  TO WS-REPORT-LINE
               PERFORM 40Z-EMIT-LINE
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
