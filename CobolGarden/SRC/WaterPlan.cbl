      *               FIGURE SMALLER OR LATER.  RUN IT BEFORE AN      *
      *               ABSENCE, OR IN JULY BEFORE AUGUST'S GARDEN.SEA  *
      *               SETTINGS BLOW THE BUDGET INSTEAD OF AFTER.      *
      *               GARDEN.RST WATERING RESTRICTIONS ARE DATED AND  *
      *               ON FILE TOO: A CYCLE THEY WOULD REFUSE AT ITS   *
      *               WINDOW IS SHOWN AT THE NEXT LAWFUL TIME OR DAY, *
      *               OR REFUSED WITH NO LITRES.  WHEN CFGGEN HAS     *
      *               LEFT A GENERATION NUMBER IN GARDEN.PGN, THAT    *
      *               GENERATION'S ZON/SEA/HOL/SET LINES ARE PLANNED  *
      *               INSTEAD, INTO GARDEN.PLG; GARDEN.PGN IS EMPTIED *
      *               SO THE NEXT RUN PLANS THE LIVE SET AGAIN.       *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *                     ABSENCE NO LONGER SHOWS SUSPENDED ZONES    *
      *                     FIRING OR FOLDS THEIR WATER INTO THE       *
      *                     MONTH-END PROJECTION.                      *
      *   23.10.2023   IGP  A ZONE WITH A MAXIMUM SECONDS PER PASS     *
      *                     SHOWS HOW ITS CYCLE WILL BE SPLIT (PASSES  *
      *                     AND SOAK MINUTES), WORKED OUT THE WAY      *
      *                     COBOLGARDEN'S 15I-SPLIT-INTO-PASSES DOES   *
      *                     IT, AND THE PASSES STILL WAITING IN        *
      *                     GARDEN.SOK ARE LISTED WITH THE RETRIES.    *
      *   24.10.2023   IGP  THE PLAN HONOURS GARDEN.RST: EACH CYCLE IS *
      *                     VETTED AGAINST THE ODD/EVEN DAYS, BANNED   *
      *                     HOURS AND DAILY MINUTES IN FORCE ON ITS    *
      *                     DAY, MOVED TO THE NEXT LAWFUL TIME OR DAY  *
      *                     AS COBOLGARDEN WOULD MOVE IT, OR SHOWN     *
      *                     REFUSED.  THE TIME COLUMN NOW SHOWS WHEN   *
      *                     THE CYCLE WILL ACTUALLY START.             *
      *   27.10.2023   IGP  ENDS IN GOBACK AND SETS RETURN-CODE (0     *
      *                     DONE, 4 NOTHING TO DO, 8 FAILED) SO        *
      *                     BATCHDRV CAN CALL IT AS A STREAM STEP AND  *
      *                     SEE HOW IT WENT.  STILL RUNS STANDALONE AS *
      *                     BEFORE.                                    *
      *   30.10.2023   IGP  CAN PLAN A CONFIGURATION GENERATION        *
      *                     INSTEAD OF THE LIVE SET: WHEN CFGGEN       *
      *                     LEAVES ITS NUMBER IN GARDEN.PGN,           *
      *                     GARDEN.ZON, SEA, HOL AND SET ARE READ FROM *
      *                     GARDEN.Gnnnn AND THE PLAN GOES TO          *
      *                     GARDEN.PLG, SO A PROPOSED CHANGE CAN BE    *
      *                     COSTED AGAINST TODAY'S PLAN IN GARDEN.PLN. *
      *   01.11.2023   IGP  FLOW CALIBRATION RUNS (TRIGGER C) STILL    *
      *                     COUNT IN TODAY'S GARDEN.RST MINUTES BUT    *
      *                     NOT IN THE MONTH'S LITRES, AS              *
      *                     COBOLGARDEN'S BUDGET LEAVES THEM OUT.      *
      *   02.11.2023   IGP  A SPLIT CYCLE IS NOW VETTED AS COBOLGARDEN *
      *                     VETS IT: ONLY ITS FIRST PASS AGAINST THE   *
      *                     BANNED HOURS, THE WHOLE CYCLE AGAINST THE  *
      *                     DAILY MINUTES, AND THE ZONE'S OWN WINDOW   *
      *                     IS TRIED AS A SLOT, SO THE PLAN NO LONGER  *
      *                     MOVES OR REFUSES CYCLES THE CONTROLLER     *
      *                     WOULD RUN.                                 *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
           SELECT HOLIDAY-FILE       ASSIGN TO "GARDEN.HOL"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-HOLIDAY-STATUS.
           SELECT SOAK-FILE          ASSIGN TO "GARDEN.SOK"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-SOAK-STATUS.
           SELECT PLAN-FILE          ASSIGN TO WS-PLAN-NAME
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-PLAN-STATUS.
           SELECT RESTRICT-FILE      ASSIGN TO "GARDEN.RST"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RESTRICT-STATUS.
           SELECT PROPOSAL-FILE      ASSIGN TO "GARDEN.PGN"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-PROPOSAL-STATUS.
           SELECT GENERATION-FILE    ASSIGN TO WS-GEN-NAME
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-GENERATION-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  ZONE-FILE.
       01  ZONE-REC                  PIC X(60).
      *
       FD  SEASON-FILE.
       01  SEASON-REC                PIC X(20).
      *
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC               PIC X(24).
      *
       FD  SOAK-FILE.
       01  SOAK-REC                  PIC X(60).
      *
       FD  PLAN-FILE.
       01  PLAN-REC                  PIC X(80).
      *
       FD  RESTRICT-FILE.
       01  RESTRICT-REC              PIC X(40).
      *
      *-> LEFT BY CFGGEN: THE GENERATION TO PLAN ON THIS RUN ONLY
       FD  PROPOSAL-FILE.
       01  PROPOSAL-REC              PIC X(04).
      *
      *-> GARDEN.Gnnnn (SEE GENREC.cpy): TAG, SPACE, LIVE-FILE LINE
       FD  GENERATION-FILE.
       01  GENERATION-REC.
           05  GDT-TAG               PIC X(03).
           05  GDT-SEP               PIC X(01).
           05  GDT-TEXT              PIC X(60).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       77 WS-SETTINGS-STATUS    PIC  X(02)        VALUE "00".
       77 WS-WATERLOG-STATUS    PIC  X(02)        VALUE "00".
       77 WS-HOLIDAY-STATUS     PIC  X(02)        VALUE "00".
       77 WS-SOAK-STATUS        PIC  X(02)        VALUE "00".
       77 WS-PLAN-STATUS        PIC  X(02)        VALUE "00".
       77 WS-RESTRICT-STATUS    PIC  X(02)        VALUE "00".
       77 WS-PROPOSAL-STATUS    PIC  X(02)        VALUE "00".
       77 WS-GENERATION-STATUS  PIC  X(02)        VALUE "00".
      *
      *-> GARDEN.PLN FOR THE LIVE SET; GARDEN.PLG WHEN PLANNING
      *-> GENERATION WS-PLAN-GEN FROM GARDEN.Gnnnn IN WS-GEN-NAME
       77 WS-PLAN-NAME          PIC  X(10)        VALUE "GARDEN.PLN".
       77 WS-GEN-NAME           PIC  X(12)        VALUE SPACES.
       77 WS-PLAN-GEN           PIC  9(04)        VALUE ZERO.
      *
      *-> HOW FAR AHEAD THE PLAN LOOKS, IN DAYS
       77 PLAN-HORIZON          PIC  9(02)        VALUE 14.
             10 ZONE-NDAYS           PIC 9(02).
             10 ZONE-WINDOW          PIC 9(04).
             10 ZONE-FLOW            PIC 9(02)V99.
             10 ZONE-PASS-SECS       PIC 9(02).
             10 ZONE-SOAK-MINS       PIC 9(02).
             10 ZONE-NEXT-TIMESTAMP  PIC 9(14).
             10 ZONE-SIM-DATE        PIC 9(08).
             10 ZONE-SIM-TIME        PIC 9(04).
             10 ZONE-SIM-MOVED       PIC X(01).
      *
       77 SEASON-COUNT          PIC  9(02)        VALUE ZERO.
       01 SEASON-TABLE.
             10 RETRY-ATTEMPT        PIC 9(02).
             10 RETRY-NEXT-TS        PIC 9(14).
      *
      *-> CYCLE-AND-SOAK: THE SPLIT OF THE CYCLE IN HAND, AND ONE
      *-> GARDEN.SOK LINE AS COBOLGARDEN'S 08D-SAVE-SOAK-QUEUE
      *-> WRITES IT (ZONE TRIGGER CYCLE-TS PASS PASSES SECS-LEFT
      *-> PASS-SECS ADJUST BASE-SECS ATTEMPT NEXT-TS).
       77 WS-PASS-COUNT         PIC  9(01)        VALUE 1.
       77 WS-PASS-CALC          PIC  9(03)        VALUE ZERO.
       77 WS-SK-ZONE-ID         PIC  9(02)        VALUE ZERO.
       77 WS-SK-TRIGGER         PIC  X(01)        VALUE SPACE.
       77 WS-SK-CYCLE-TS        PIC  9(14)        VALUE ZERO.
       77 WS-SK-PASS            PIC  9(01)        VALUE ZERO.
       77 WS-SK-PASSES          PIC  9(01)        VALUE ZERO.
       77 WS-SK-SECS-LEFT       PIC  9(02)        VALUE ZERO.
       77 WS-SK-FILLER          PIC  X(14)        VALUE SPACES.
       77 WS-SK-NEXT-TS         PIC  9(14)        VALUE ZERO.
       77 WS-SK-LISTED          PIC  9(02)        VALUE ZERO.
      *
      *-> GARDEN.HOL (ABSENCE CALENDAR) TABLE AND THE POLICY VERDICT
      *-> FOR THE PROJECTED DAY IN HAND, SAME SHAPE AND PRECEDENCE
      *-> ("S" OVER "Z" OVER "R") AS COBOLGARDEN'S OWN
       77 WS-HOL-PCT            PIC  9(03)        VALUE ZERO.
       77 WS-HOL-SECS           PIC  9(04)        VALUE ZERO.
      *
      *-> GARDEN.RST (WATERING RESTRICTIONS) TABLE AND THE VETTING
      *-> FIELDS, SAME SHAPE AND RULES AS COBOLGARDEN'S OWN
      *-> 24-CHECK-RESTRICTIONS: EVERY PERIOD COVERING THE DAY
      *-> APPLIES, THE FIRST BROKEN RULE NAMES ITSELF.
       77 RST-COUNT             PIC  9(02)        VALUE ZERO.
       01 RST-TABLE.
          05 RST-ENTRY OCCURS 10 TIMES INDEXED BY RST-IDX.
             10 RST-FROM             PIC 9(08).
             10 RST-TO               PIC 9(08).
             10 RST-DAYS             PIC X(01).
             10 RST-BAN-FROM         PIC 9(04).
             10 RST-BAN-TO           PIC 9(04).
             10 RST-MAX-MINS         PIC 9(03).
       77 WS-RST-DATE           PIC  9(08)        VALUE ZERO.
       01 WS-RST-TIME.
          05 WS-RST-HH             PIC 9(02)     VALUE ZERO.
          05 WS-RST-MM             PIC 9(02)     VALUE ZERO.
          05 WS-RST-SS             PIC 9(02)     VALUE ZERO.
       77 WS-RST-SECS           PIC  9(04)        VALUE ZERO.
       77 WS-RST-NEED           PIC  9(04)        VALUE ZERO.
       77 WS-RST-USED           PIC  9(05)        VALUE ZERO.
       77 WS-RST-OK             PIC  X(01)        VALUE "Y".
          88 RST-ALLOWED            VALUE "Y".
       77 WS-RST-REASON         PIC  X(14)        VALUE SPACES.
       77 WS-RST-WHY            PIC  X(14)        VALUE SPACES.
       77 WS-RST-START-SOD      PIC  9(05)        VALUE ZERO.
       77 WS-RST-END-SOD        PIC  9(05)        VALUE ZERO.
       77 WS-RST-BAN-FROM-SOD   PIC  9(05)        VALUE ZERO.
       77 WS-RST-BAN-TO-SOD     PIC  9(05)        VALUE ZERO.
       77 WS-RST-HOURS          PIC  9(02)        VALUE ZERO.
       77 WS-RST-MINS           PIC  9(02)        VALUE ZERO.
       77 WS-RST-DAY            PIC  9(02)        VALUE ZERO.
       77 WS-RST-QUOT           PIC  9(02)        VALUE ZERO.
       77 WS-RST-REM            PIC  9(01)        VALUE ZERO.
      *-> SLOT SEARCH FOR ONE PLANNED CYCLE (47-FIND-PLAN-SLOT): THE
      *-> DAY BEING TRIED (0 = THE PLANNED DAY) AND HOW MANY DAYS MAY
      *-> BE TRIED BEFORE THE ZONE'S NEXT INTERVAL COMES ROUND ANYWAY,
      *-> THE EARLIEST LAWFUL TIME FOUND, AND THE VERDICT: "-" RUNS
      *-> AS PLANNED, "T" LATER THE SAME DAY, "D" ON A LATER DAY,
      *-> "X" REFUSED.
       77 WS-RST-TRY-DAY        PIC  9(02)        VALUE ZERO.
       77 WS-RST-LIMIT          PIC  9(02)        VALUE ZERO.
       77 WS-RST-TRY-HHMM       PIC  9(04)        VALUE ZERO.
       77 WS-RST-BEST-HHMM      PIC  9(04)        VALUE ZERO.
       77 WS-RST-START-HHMM     PIC  9(04)        VALUE ZERO.
       77 WS-RST-SUB            PIC  9(02)        VALUE ZERO.
       77 WS-RST-SLOT-DATE      PIC  9(08)        VALUE ZERO.
       77 WS-RST-FOUND          PIC  X(01)        VALUE "N".
          88 RST-SLOT-FOUND         VALUE "Y".
       77 WS-RST-VERDICT        PIC  X(01)        VALUE "-".
      *-> WATERING SECONDS ON THE PLANNED DAY SO FAR, FOR THE DAILY
      *-> MINUTES: TODAY STARTS FROM WHAT GARDEN.LOG ALREADY HOLDS.
       77 WS-DAY-USED-SECS      PIC  9(05)        VALUE ZERO.
       77 WS-TODAY-USED-SECS    PIC  9(05)        VALUE ZERO.
      *
      *-> GARDEN.NXT / GARDEN.SET PARSE SCRATCH
       77 WS-NT-ZONE-ID         PIC  9(02)        VALUE ZERO.
       77 WS-NT-TIMESTAMP       PIC  9(14)        VALUE ZERO.
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       00-MAIN.
            MOVE ZERO TO RETURN-CODE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

            PERFORM 01-CHECK-PROPOSAL
            IF WS-PLAN-GEN = ZERO
               PERFORM 02-LOAD-SETTINGS
               PERFORM 03-LOAD-ZONES
               PERFORM 04-LOAD-SEASONS
            ELSE
               PERFORM 01A-LOAD-GENERATION
            END-IF
            PERFORM 05-LOAD-NEXT-TS
            PERFORM 06-LOAD-RETRY-QUEUE
            PERFORM 07-SUM-MONTH-USED
            IF WS-PLAN-GEN = ZERO
               PERFORM 08-LOAD-HOLIDAYS
            END-IF
            PERFORM 09-LOAD-RESTRICTIONS

            IF RETURN-CODE = ZERO
               PERFORM 10-WRITE-PLAN
            END-IF
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       01-CHECK-PROPOSAL.
      *-> GARDEN.PGN IS READ ONCE AND EMPTIED, SO ONLY THE RUN CFGGEN
      *-> STARTED PLANS THE GENERATION - A NIGHTLY RUN AFTERWARDS IS
      *-> BACK ON THE LIVE SET.
            MOVE ZERO TO WS-PLAN-GEN
            OPEN INPUT PROPOSAL-FILE
            IF WS-PROPOSAL-STATUS = "00"
               READ PROPOSAL-FILE
                   NOT AT END
                       IF PROPOSAL-REC NUMERIC
                          MOVE PROPOSAL-REC TO WS-PLAN-GEN
                       END-IF
               END-READ
               CLOSE PROPOSAL-FILE
               OPEN OUTPUT PROPOSAL-FILE
               CLOSE PROPOSAL-FILE
            END-IF
            IF WS-PLAN-GEN NOT = ZERO
               MOVE "GARDEN.PLG" TO WS-PLAN-NAME
               STRING "GARDEN.G"  DELIMITED BY SIZE
                      WS-PLAN-GEN DELIMITED BY SIZE
                      INTO WS-GEN-NAME
               END-STRING
            END-IF
            .
      *----------------------------------------------------------------*
       01A-LOAD-GENERATION.
      *-> THE GENERATION'S LINES GO THROUGH THE SAME PARSE PARAGRAPHS
      *-> AS THE LIVE FILES, PICKED OUT BY TAG.  GARDEN.FRT DOES NOT
      *-> MATTER TO THE PLAN.  NO GENERATION FILE, NO PLAN.
            MOVE ZERO TO ZONE-COUNT
            MOVE ZERO TO SEASON-COUNT
            MOVE ZERO TO HOL-COUNT
            OPEN INPUT GENERATION-FILE
            IF WS-GENERATION-STATUS NOT = "00"
               DISPLAY WS-GEN-NAME " NOT FOUND - NO PLAN WRITTEN"
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM UNTIL WS-GENERATION-STATUS = "10"
                   READ GENERATION-FILE
                       AT END
                           MOVE "10" TO WS-GENERATION-STATUS
                       NOT AT END
                           PERFORM 01B-PARSE-GENERATION-LINE
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       01B-PARSE-GENERATION-LINE.
            EVALUATE GDT-TAG
                WHEN "SET"
                     MOVE GDT-TEXT TO SETTINGS-REC
                     PERFORM 02A-PARSE-SETTINGS-LINE
                WHEN "ZON"
                     MOVE GDT-TEXT TO ZONE-REC
                     PERFORM 03A-PARSE-ZONE-LINE
                WHEN "SEA"
                     MOVE GDT-TEXT TO SEASON-REC
                     PERFORM 04A-PARSE-SEASON-LINE
                WHEN "HOL"
                     MOVE GDT-TEXT TO HOLIDAY-REC
                     PERFORM 08A-PARSE-HOLIDAY-LINE
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       02-LOAD-SETTINGS.
            OPEN INPUT SETTINGS-FILE
            .
      *----------------------------------------------------------------*
       03-LOAD-ZONES.
      *-> SAME LINE FORMAT 03A-PARSE-ZONE-LINE READS IN COBOLGARDEN:
      *-> ID PORT BAUD DATABITS NSECS NDAYS WINDOW FLOW PASSSECS
      *-> SOAKMINS, THE LAST THREE OPTIONAL.
            MOVE ZERO TO ZONE-COUNT
            OPEN INPUT ZONE-FILE
            IF WS-ZONE-STATUS = "00"
               SET ZONE-IDX TO ZONE-COUNT
               MOVE ZERO TO ZONE-WINDOW(ZONE-IDX)
               MOVE ZERO TO WS-ZF-RAW
               MOVE ZERO TO ZONE-PASS-SECS(ZONE-IDX)
               MOVE ZERO TO ZONE-SOAK-MINS(ZONE-IDX)
               UNSTRING ZONE-REC DELIMITED BY SPACE
                        INTO ZONE-ID(ZONE-IDX)   ZONE-PORT(ZONE-IDX)
                             ZONE-BAUD(ZONE-IDX) ZONE-DATABITS(ZONE-IDX)
                             ZONE-NSECS(ZONE-IDX) ZONE-NDAYS(ZONE-IDX)
                             ZONE-WINDOW(ZONE-IDX) WS-ZF-RAW
                             ZONE-PASS-SECS(ZONE-IDX)
                             ZONE-SOAK-MINS(ZONE-IDX)
               COMPUTE ZONE-FLOW(ZONE-IDX) = WS-ZF-RAW / 100
               MOVE ZERO TO ZONE-NEXT-TIMESTAMP(ZONE-IDX)
               MOVE ZERO TO ZONE-SIM-DATE(ZONE-IDX)
               MOVE ZONE-WINDOW(ZONE-IDX) TO ZONE-SIM-TIME(ZONE-IDX)
               MOVE "N"  TO ZONE-SIM-MOVED(ZONE-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       07A-SUM-LOG-RECORD.
      *-> FERTIGATION DOSES (TRIGGER "F") ARE INJECTOR SECONDS, NOT
      *-> WATER, AND COUNT NO LITRES HERE.  TODAY'S SECONDS OF WATER
      *-> MOVED ARE KEPT FOR GARDEN.RST'S DAILY MINUTES, COUNTED AS
      *-> COBOLGARDEN'S 24C-INIT-DAY-USAGE COUNTS THEM.  FLOW
      *-> CALIBRATION RUNS (TRIGGER "C") ARE IN THOSE SECONDS BUT NOT
      *-> IN THE MONTH'S LITRES, WHICH THE BUDGET NEVER CHARGES.
            IF WLOG-DATE = WS-TODAY AND NOT WLOG-FERT
               AND (WLOG-SUCCESS OR WLOG-FLOW-GHOST)
               ADD WLOG-DURATION TO WS-TODAY-USED-SECS
            END-IF
            IF WLOG-DATE(1:6) = WS-TODAY(1:6) AND WLOG-SUCCESS
               AND NOT WLOG-FERT AND NOT WLOG-CALIB
               IF WLOG-ACT-LITRES NUMERIC
                  AND WLOG-FLOW-FLAG NOT = "N"
                  AND WLOG-FLOW-FLAG NOT = SPACE
                             HOL-ARG(HOL-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       09-LOAD-RESTRICTIONS.
      *-> SAME LINE FORMAT 03E1-PARSE-RESTRICT-LINE READS IN
      *-> COBOLGARDEN: FROM TO DAYS BANFROM BANTO MAXMINS.  A MISSING
      *-> FILE MEANS NO RESTRICTIONS.
            MOVE ZERO TO RST-COUNT
            OPEN INPUT RESTRICT-FILE
            IF WS-RESTRICT-STATUS = "00"
               PERFORM UNTIL WS-RESTRICT-STATUS = "10"
                   READ RESTRICT-FILE
                       AT END
                           MOVE "10" TO WS-RESTRICT-STATUS
                       NOT AT END
                           PERFORM 09A-PARSE-RESTRICT-LINE
                   END-READ
               END-PERFORM
               CLOSE RESTRICT-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       09A-PARSE-RESTRICT-LINE.
            IF RESTRICT-REC NOT = SPACES AND RST-COUNT < 10
               ADD 1 TO RST-COUNT
               SET RST-IDX TO RST-COUNT
               MOVE "A"  TO RST-DAYS(RST-IDX)
               MOVE ZERO TO RST-BAN-FROM(RST-IDX)
               MOVE ZERO TO RST-BAN-TO(RST-IDX)
               MOVE ZERO TO RST-MAX-MINS(RST-IDX)
               UNSTRING RESTRICT-REC DELIMITED BY SPACE
                        INTO RST-FROM(RST-IDX)
                             RST-TO(RST-IDX)
                             RST-DAYS(RST-IDX)
                             RST-BAN-FROM(RST-IDX)
                             RST-BAN-TO(RST-IDX)
                             RST-MAX-MINS(RST-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       45-GET-HOLIDAY-POLICY.
      *-> WHAT THE CALENDAR SAYS ABOUT WS-PLAN-DATE FOR THE ZONE
       10-WRITE-PLAN.
            OPEN OUTPUT PLAN-FILE
            IF WS-PLAN-STATUS NOT = "00"
               DISPLAY WS-PLAN-NAME " OPEN FAILED - NO PLAN WRITTEN"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE "WATERING PLAN - NEXT 14 DAYS"
                                               TO WS-REPORT-LINE
               IF WS-PLAN-GEN NOT = ZERO
                  MOVE " - GENERATION "        TO WS-REPORT-LINE(29:14)
                  MOVE WS-PLAN-GEN             TO WS-REPORT-LINE(43:4)
               END-IF
               PERFORM 10Z-EMIT-LINE
               MOVE "DATE      ZONE  TIME  SECS    LITRES"
                                               TO WS-REPORT-LINE
               END-PERFORM

               PERFORM 12-LIST-RETRIES
               PERFORM 12B-LIST-SOAK-PASSES
               PERFORM 13-SHOW-PROJECTION
               CLOSE PLAN-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       11-PLAN-ONE-DAY.
      *-> A CYCLE GARDEN.RST MOVES TO A LATER DAY (VERDICT "D") IS
      *-> NOT PRINTED OR ADVANCED HERE: ITS SIMULATED DATE IS NOW
      *-> THAT DAY, AND THAT DAY'S PASS PICKS IT UP.
            IF WS-PLAN-DATE = WS-TODAY
               MOVE WS-TODAY-USED-SECS TO WS-DAY-USED-SECS
            ELSE
               MOVE ZERO               TO WS-DAY-USED-SECS
            END-IF
            SET ZONE-IDX TO 1
            PERFORM UNTIL ZONE-IDX > ZONE-COUNT
                IF ZONE-SIM-DATE(ZONE-IDX) = WS-PLAN-DATE
                   PERFORM 11A-EMIT-PLAN-EVENT
                   IF WS-RST-VERDICT NOT = "D"
                      PERFORM 11B-ADVANCE-SIM-DATE
                   END-IF
                END-IF
                SET ZONE-IDX UP BY 1
            END-PERFORM
      *-> REPORT.  THE ABSENCE CALENDAR IS APPLIED ON TOP: A
      *-> SUSPENDED CYCLE PRINTS HELD WITH NO SECONDS OR LITRES,
      *-> AND A REDUCED ONE AT ITS REDUCED FIGURES, SO THE MONTH-END
      *-> PROJECTION COUNTS WHAT WILL ACTUALLY RUN.  GARDEN.RST THEN
      *-> DECIDES WHEN (OR WHETHER) A CYCLE THAT RUNS AT ALL STARTS.
            PERFORM 11E-SIZE-PLAN-EVENT
            MOVE "-" TO WS-RST-VERDICT
            IF WS-HOL-ACTION NOT = "S"
               AND RST-COUNT NOT = ZERO
               PERFORM 47-FIND-PLAN-SLOT
            END-IF

            EVALUATE WS-RST-VERDICT
                WHEN "D"
                     MOVE WS-RST-SLOT-DATE TO ZONE-SIM-DATE(ZONE-IDX)
                     MOVE WS-RST-BEST-HHMM TO ZONE-SIM-TIME(ZONE-IDX)
                     MOVE "Y"              TO ZONE-SIM-MOVED(ZONE-IDX)
                WHEN "T"
                     MOVE WS-RST-BEST-HHMM TO ZONE-SIM-TIME(ZONE-IDX)
                     MOVE "Y"              TO ZONE-SIM-MOVED(ZONE-IDX)
                     PERFORM 11F-PRINT-PLAN-EVENT
                WHEN "X"
                     MOVE ZERO TO WS-EFF-NSECS
                     MOVE ZERO TO WS-EVENT-LITRES
                     PERFORM 11F-PRINT-PLAN-EVENT
                WHEN OTHER
                     PERFORM 11F-PRINT-PLAN-EVENT
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       11E-SIZE-PLAN-EVENT.
      *-> THE CYCLE'S SECONDS AND LITRES FOR WS-PLAN-DATE: GARDEN.SEA
      *-> FOR THE MONTH, THEN THE ABSENCE CALENDAR ON TOP.
            MOVE WS-PLAN-DATE(5:2) TO WS-SCHED-MONTH
            PERFORM 04B-GET-EFFECTIVE-SCHEDULE
            PERFORM 45-GET-HOLIDAY-POLICY
                     COMPUTE WS-EVENT-LITRES = WS-EFF-NSECS
                             * ZONE-FLOW(ZONE-IDX)
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       11F-PRINT-PLAN-EVENT.
      *-> ONE PLAN LINE AT THE TIME THE CYCLE WILL REALLY START.  A
      *-> RESTRICTION NOTE ONLY SHOWS WHEN NO ABSENCE NOTE HAS THE
      *-> SPACE; A REFUSAL ALWAYS DOES (NOTHING ELSE RUNS THEN).
            ADD WS-EFF-NSECS    TO WS-DAY-USED-SECS
            ADD WS-EVENT-LITRES TO WS-PLAN-LITRES
            IF WS-PLAN-DATE(1:6) = WS-TODAY(1:6)
               ADD WS-EVENT-LITRES TO WS-MONTH-PLAN-L
                   "   "               DELIMITED BY SIZE
                   ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   ZONE-SIM-TIME(ZONE-IDX)
                                       DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-EDIT-SECS        DELIMITED BY SIZE
                     MOVE "REDUCED - ABSENCE"
                               TO WS-REPORT-LINE(44:17)
            END-EVALUATE
            IF WS-RST-VERDICT = "X"
               STRING "REFUSED - "     DELIMITED BY SIZE
                      WS-RST-REASON    DELIMITED BY SIZE
                      INTO WS-REPORT-LINE(44:24)
               END-STRING
            ELSE
               IF ZONE-SIM-MOVED(ZONE-IDX) = "Y"
                  AND WS-HOL-ACTION = "-"
                  MOVE "RESTRICTED"    TO WS-REPORT-LINE(44:10)
               END-IF
            END-IF
            IF WS-HOL-ACTION NOT = "S"
               AND WS-RST-VERDICT NOT = "X"
               PERFORM 11C-SHOW-PASS-SPLIT
            END-IF
            PERFORM 10Z-EMIT-LINE
            .
      *----------------------------------------------------------------*
       11C-SHOW-PASS-SPLIT.
      *-> THE SECONDS AND LITRES ABOVE ARE THE WHOLE CYCLE'S; A ZONE
      *-> WITH A MAXIMUM SECONDS PER PASS DELIVERS THEM IN PASSES
      *-> WITH A SOAK GAP BETWEEN, CUT EXACTLY AS COBOLGARDEN'S
      *-> 15I-SPLIT-INTO-PASSES CUTS THEM (NINE PASSES AT MOST).
      *-> THE NOTE GOES PAST THE ABSENCE NOTE SO BOTH CAN SHOW.
            MOVE 1 TO WS-PASS-COUNT
            IF ZONE-PASS-SECS(ZONE-IDX) NOT = ZERO
               AND WS-EFF-NSECS > ZONE-PASS-SECS(ZONE-IDX)
               COMPUTE WS-PASS-CALC =
                       (WS-EFF-NSECS + ZONE-PASS-SECS(ZONE-IDX) - 1)
                       / ZONE-PASS-SECS(ZONE-IDX)
               IF WS-PASS-CALC > 9
                  MOVE 9 TO WS-PASS-CALC
               END-IF
               MOVE WS-PASS-CALC TO WS-PASS-COUNT
               STRING WS-PASS-COUNT            DELIMITED BY SIZE
                      " PASSES "               DELIMITED BY SIZE
                      ZONE-SOAK-MINS(ZONE-IDX) DELIMITED BY SIZE
                      "M SOAK"                 DELIMITED BY SIZE
                      INTO WS-REPORT-LINE(62:17)
               END-STRING
            END-IF
            .
      *----------------------------------------------------------------*
       11B-ADVANCE-SIM-DATE.
      *-> THE NEXT FIRING AFTER THIS ONE: EFFECTIVE INTERVAL DAYS
                ADD 1 TO WS-STEP-NO
            END-PERFORM
            MOVE WS-WORK-DATE TO ZONE-SIM-DATE(ZONE-IDX)
            MOVE ZONE-WINDOW(ZONE-IDX) TO ZONE-SIM-TIME(ZONE-IDX)
            MOVE "N"                   TO ZONE-SIM-MOVED(ZONE-IDX)
            .
      *----------------------------------------------------------------*
       12-LIST-RETRIES.
            END-STRING
            PERFORM 10Z-EMIT-LINE
            .
      *----------------------------------------------------------------*
       12B-LIST-SOAK-PASSES.
      *-> THE REST OF A CYCLE ALREADY HALF DELIVERED: GARDEN.SOK
      *-> HOLDS IT UNTIL THE ZONE'S SOAK GAP RUNS OUT, AND LIKE A
      *-> RETRY IT IS WATER ALREADY COMMITTED.
            MOVE ZERO TO WS-SK-LISTED
            OPEN INPUT SOAK-FILE
            IF WS-SOAK-STATUS = "00"
               PERFORM UNTIL WS-SOAK-STATUS = "10"
                   READ SOAK-FILE
                       AT END
                           MOVE "10" TO WS-SOAK-STATUS
                       NOT AT END
                           IF SOAK-REC NOT = SPACES
                              PERFORM 12C-EMIT-SOAK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOAK-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       12C-EMIT-SOAK-LINE.
            IF WS-SK-LISTED = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM 10Z-EMIT-LINE
               MOVE "PENDING SOAK PASSES (GARDEN.SOK)"
                                               TO WS-REPORT-LINE
               PERFORM 10Z-EMIT-LINE
            END-IF
            ADD 1 TO WS-SK-LISTED
            UNSTRING SOAK-REC DELIMITED BY SPACE
                     INTO WS-SK-ZONE-ID   WS-SK-TRIGGER
                          WS-SK-CYCLE-TS  WS-SK-PASS
                          WS-SK-PASSES    WS-SK-SECS-LEFT
                          WS-SK-FILLER    WS-SK-FILLER
                          WS-SK-FILLER    WS-SK-FILLER
                          WS-SK-NEXT-TS
            MOVE WS-SK-SECS-LEFT TO WS-EDIT-SECS
            MOVE SPACES TO WS-REPORT-LINE
            STRING "ZONE "             DELIMITED BY SIZE
                   WS-SK-ZONE-ID       DELIMITED BY SIZE
                   " PASS "            DELIMITED BY SIZE
                   WS-SK-PASS          DELIMITED BY SIZE
                   " OF "              DELIMITED BY SIZE
                   WS-SK-PASSES        DELIMITED BY SIZE
                   " SECS LEFT "       DELIMITED BY SIZE
                   WS-EDIT-SECS        DELIMITED BY SIZE
                   " NEXT "            DELIMITED BY SIZE
                   WS-SK-NEXT-TS       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 10Z-EMIT-LINE
            .
      *----------------------------------------------------------------*
       13-SHOW-PROJECTION.
            COMPUTE WS-MONTH-PROJ-L = WS-MONTH-USED-L
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       46-CHECK-RESTRICTIONS.
      *-> VETS ONE OPEN - WS-RST-DATE, WS-RST-TIME START, WS-RST-SECS
      *-> LONG, WS-RST-NEED ADDED TO THE DAY'S WS-RST-USED - AGAINST
      *-> EVERY GARDEN.RST PERIOD COVERING THE DATE.  THE SAME TEST
      *-> COBOLGARDEN'S 24-CHECK-RESTRICTIONS RUNS.
            MOVE "Y"    TO WS-RST-OK
            MOVE SPACES TO WS-RST-REASON
            COMPUTE WS-RST-START-SOD = WS-RST-HH * 3600
                                     + WS-RST-MM * 60 + WS-RST-SS
            COMPUTE WS-RST-END-SOD = WS-RST-START-SOD + WS-RST-SECS
            SET RST-IDX TO 1
            PERFORM UNTIL RST-IDX > RST-COUNT OR NOT RST-ALLOWED
                IF WS-RST-DATE NOT < RST-FROM(RST-IDX)
                   AND WS-RST-DATE NOT > RST-TO(RST-IDX)
                   PERFORM 46A-TEST-ONE-RULE
                END-IF
                SET RST-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       46A-TEST-ONE-RULE.
            MOVE WS-RST-DATE(7:2) TO WS-RST-DAY
            DIVIDE WS-RST-DAY BY 2 GIVING WS-RST-QUOT
                   REMAINDER WS-RST-REM
            EVALUATE TRUE
                WHEN RST-DAYS(RST-IDX) = "O" AND WS-RST-REM = ZERO
                     MOVE "N"              TO WS-RST-OK
                     MOVE "ODD DAYS ONLY"  TO WS-RST-REASON
                WHEN RST-DAYS(RST-IDX) = "E" AND WS-RST-REM NOT = ZERO
                     MOVE "N"              TO WS-RST-OK
                     MOVE "EVEN DAYS ONLY" TO WS-RST-REASON
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            IF RST-ALLOWED
               AND RST-BAN-FROM(RST-IDX) NOT = RST-BAN-TO(RST-IDX)
               DIVIDE RST-BAN-FROM(RST-IDX) BY 100
                      GIVING WS-RST-HOURS REMAINDER WS-RST-MINS
               COMPUTE WS-RST-BAN-FROM-SOD = WS-RST-HOURS * 3600
                                           + WS-RST-MINS * 60
               DIVIDE RST-BAN-TO(RST-IDX) BY 100
                      GIVING WS-RST-HOURS REMAINDER WS-RST-MINS
               COMPUTE WS-RST-BAN-TO-SOD = WS-RST-HOURS * 3600
                                         + WS-RST-MINS * 60
               IF WS-RST-BAN-FROM-SOD < WS-RST-BAN-TO-SOD
                  IF WS-RST-START-SOD < WS-RST-BAN-TO-SOD
                     AND WS-RST-END-SOD > WS-RST-BAN-FROM-SOD
                     MOVE "N"              TO WS-RST-OK
                     MOVE "BANNED HOURS"   TO WS-RST-REASON
                  END-IF
               ELSE
                  IF WS-RST-START-SOD < WS-RST-BAN-TO-SOD
                     OR WS-RST-END-SOD > WS-RST-BAN-FROM-SOD
                     MOVE "N"              TO WS-RST-OK
                     MOVE "BANNED HOURS"   TO WS-RST-REASON
                  END-IF
               END-IF
            END-IF

            IF RST-ALLOWED
               AND RST-MAX-MINS(RST-IDX) NOT = ZERO
               IF WS-RST-USED + WS-RST-NEED
                  > RST-MAX-MINS(RST-IDX) * 60
                  MOVE "N"                 TO WS-RST-OK
                  MOVE "DAILY MAX MINS"    TO WS-RST-REASON
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       47-FIND-PLAN-SLOT.
      *-> THE EARLIEST LAWFUL START FOR THE ZONE'S PLANNED CYCLE, AS
      *-> COBOLGARDEN'S 24D-FIND-NEXT-SLOT WOULD FIND IT ON THE DAY:
      *-> THE PLANNED TIME ITSELF, THE ZONE'S OWN WINDOW, THEN THE
      *-> END OF EACH BAN, ON THE PLANNED DAY AND THEN ON EACH
      *-> FOLLOWING DAY UNTIL THE ZONE'S NEXT INTERVAL (A WEEK AT
      *-> MOST) WOULD COME ROUND ANYWAY.  LIKE 15-OPEN-WATER, ONLY
      *-> THE FIRST PASS (CUT AS 15I-SPLIT-INTO-PASSES CUTS IT) MUST
      *-> CLEAR THE BANNED HOURS; THE WHOLE CYCLE COUNTS AGAINST THE
      *-> DAILY MINUTES.
            MOVE WS-EFF-NSECS  TO WS-RST-SECS
            IF ZONE-PASS-SECS(ZONE-IDX) NOT = ZERO
               AND WS-EFF-NSECS > ZONE-PASS-SECS(ZONE-IDX)
               COMPUTE WS-PASS-CALC =
                       (WS-EFF-NSECS + ZONE-PASS-SECS(ZONE-IDX) - 1)
                       / ZONE-PASS-SECS(ZONE-IDX)
               IF WS-PASS-CALC > 9
                  MOVE 9 TO WS-PASS-CALC
               END-IF
               COMPUTE WS-RST-SECS = WS-EFF-NSECS / WS-PASS-CALC
            END-IF
            MOVE WS-EFF-NSECS  TO WS-RST-NEED
            MOVE ZONE-SIM-TIME(ZONE-IDX) TO WS-RST-START-HHMM
            MOVE WS-EFF-NDAYS  TO WS-RST-LIMIT
            IF WS-RST-LIMIT > 7
               MOVE 7          TO WS-RST-LIMIT
            END-IF
            IF WS-RST-LIMIT = ZERO
               MOVE 1          TO WS-RST-LIMIT
            END-IF
            MOVE SPACES        TO WS-RST-WHY
            MOVE "N"           TO WS-RST-FOUND
            MOVE WS-PLAN-DATE  TO WS-WORK-DATE
            MOVE ZERO          TO WS-RST-TRY-DAY
            PERFORM UNTIL WS-RST-TRY-DAY NOT < WS-RST-LIMIT
                          OR RST-SLOT-FOUND
                MOVE WS-WORK-DATE TO WS-RST-DATE
                IF WS-RST-TRY-DAY = ZERO
                   MOVE WS-DAY-USED-SECS TO WS-RST-USED
                ELSE
                   MOVE ZERO             TO WS-RST-USED
                END-IF
                MOVE 9999 TO WS-RST-BEST-HHMM
                MOVE WS-RST-START-HHMM TO WS-RST-TRY-HHMM
                PERFORM 47A-TRY-ONE-TIME
                IF ZONE-WINDOW(ZONE-IDX) NOT = ZERO
                   MOVE ZONE-WINDOW(ZONE-IDX) TO WS-RST-TRY-HHMM
                   PERFORM 47A-TRY-ONE-TIME
                END-IF
                MOVE 1 TO WS-RST-SUB
                PERFORM UNTIL WS-RST-SUB > RST-COUNT
                    MOVE RST-BAN-TO(WS-RST-SUB) TO WS-RST-TRY-HHMM
                    PERFORM 47A-TRY-ONE-TIME
                    ADD 1 TO WS-RST-SUB
                END-PERFORM
                IF WS-RST-BEST-HHMM NOT = 9999
                   MOVE "Y"          TO WS-RST-FOUND
                   MOVE WS-WORK-DATE TO WS-RST-SLOT-DATE
                ELSE
                   PERFORM 70-ADD-ONE-DAY
                   ADD 1 TO WS-RST-TRY-DAY
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN NOT RST-SLOT-FOUND
                     MOVE "X"        TO WS-RST-VERDICT
                     MOVE WS-RST-WHY TO WS-RST-REASON
                WHEN WS-RST-SLOT-DATE NOT = WS-PLAN-DATE
                     MOVE "D"        TO WS-RST-VERDICT
                WHEN WS-RST-BEST-HHMM NOT = WS-RST-START-HHMM
                     MOVE "T"        TO WS-RST-VERDICT
                WHEN OTHER
                     MOVE "-"        TO WS-RST-VERDICT
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       47A-TRY-ONE-TIME.
      *-> ON THE PLANNED DAY NOTHING EARLIER THAN THE PLANNED TIME
      *-> COUNTS.  THE FIRST REFUSAL'S REASON IS KEPT FOR THE LINE.
            IF WS-RST-TRY-HHMM < 2400
               AND WS-RST-TRY-HHMM < WS-RST-BEST-HHMM
               AND (WS-RST-TRY-DAY NOT = ZERO
                    OR WS-RST-TRY-HHMM NOT < WS-RST-START-HHMM)
               DIVIDE WS-RST-TRY-HHMM BY 100
                      GIVING WS-RST-HH REMAINDER WS-RST-MM
               MOVE ZERO TO WS-RST-SS
               PERFORM 46-CHECK-RESTRICTIONS
               IF RST-ALLOWED
                  MOVE WS-RST-TRY-HHMM TO WS-RST-BEST-HHMM
               ELSE
                  IF WS-RST-WHY = SPACES
                     MOVE WS-RST-REASON TO WS-RST-WHY
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       70-ADD-ONE-DAY.
      *-> WS-WORK-DATE := WS-WORK-DATE + 1 CALENDAR DAY.  UNLIKE THE
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
