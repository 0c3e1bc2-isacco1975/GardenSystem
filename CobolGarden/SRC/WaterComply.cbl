       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "WATERCPL".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  24.10.2023.
       DATE-COMPILED. 24.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      WATERING-RESTRICTION COMPLIANCE REPORT.  READS   *
      *               GARDEN.RST (THE WATER COMPANY'S DATED PERIODS:  *
      *               FROM TO DAYS BANFROM BANTO MAXMINS, THE SAME    *
      *               FILE COBOLGARDEN ENFORCES) AND CHECKS EVERY     *
      *               EVENT THAT MOVED WATER IN GARDEN.HIS PLUS THE   *
      *               STILL-LIVE GARDEN.LOG AGAINST THE PERIODS       *
      *               COVERING ITS DATE: ODD/EVEN DAYS, ANY OVERLAP   *
      *               WITH THE BANNED HOURS, AND THE HOUSEHOLD'S      *
      *               TOTAL MINUTES PER DAY.  EVERY BREACH IS LISTED  *
      *               WITH ITS DATE, TIME, ZONE AND RULE; EACH PERIOD *
      *               THEN GETS A VERDICT LINE.  A PERIOD WITH NO     *
      *               BREACH SAYS SO IN SO MANY WORDS - THAT LINE IS  *
      *               WHAT GOES TO THE COUNCIL IF THEY QUERY OUR      *
      *               USAGE.  OUTPUT TO GARDEN.RCP AND THE SCREEN.    *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   24.10.2023   IGP  ORIGINAL VERSION.                          *
      *   27.10.2023   IGP  ENDS IN GOBACK AND SETS RETURN-CODE (0     *
      *                     DONE, 4 NOTHING TO DO, 8 FAILED) SO        *
      *                     BATCHDRV CAN CALL IT AS A STREAM STEP AND  *
      *                     SEE HOW IT WENT.  STILL RUNS STANDALONE AS *
      *                     BEFORE.                                    *
      *   02.11.2023   IGP  A GARDEN.LOG EVENT ALREADY IN GARDEN.HIS   *
      *                     (A WATERARC RUN STOPPED BETWEEN LOADING    *
      *                     THE HISTORY AND REWRITING THE LOG) IS      *
      *                     CHECKED ONCE, NOT TWICE, SO IT CANNOT PUSH *
      *                     A DAY OVER ITS MINUTES.                    *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * E N V I R O N M E N T                                          *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * F I L E   C O N T R O L                                        *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE-CONTROL.
           SELECT RESTRICT-FILE      ASSIGN TO "GARDEN.RST"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RESTRICT-STATUS.
           SELECT HISTORY-FILE       ASSIGN TO "GARDEN.HIS"
                  ORGANIZATION       IS INDEXED
                  ACCESS MODE        IS DYNAMIC
                  RECORD KEY         IS WHIS-KEY
                  FILE STATUS        IS WS-HISTORY-STATUS.
           SELECT WATERLOG-FILE      ASSIGN TO "GARDEN.LOG"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-WATERLOG-STATUS.
           SELECT REPORT-FILE        ASSIGN TO "GARDEN.RCP"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-REPORT-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * F I L E   S E C T I O N                                        *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  RESTRICT-FILE.
       01  RESTRICT-REC              PIC X(40).
      *
       FD  HISTORY-FILE.
           COPY "WHISREC.cpy".
      *
       FD  WATERLOG-FILE.
           COPY "WLOGREC.cpy".
      *
       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(80).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * W O R K I N G   S T O R A G E   S E C T I O N                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-RESTRICT-STATUS    PIC  X(02)        VALUE "00".
       77 WS-HISTORY-STATUS     PIC  X(02)        VALUE "00".
       77 WS-WATERLOG-STATUS    PIC  X(02)        VALUE "00".
       77 WS-REPORT-STATUS      PIC  X(02)        VALUE "00".
      *
      *-> THE PERIODS, SAME SHAPE COBOLGARDEN LOADS, PLUS HOW MANY
      *-> WATER EVENTS EACH ONE COVERED AND HOW MANY BREACHES IT SAW.
       77 RST-COUNT             PIC  9(02)        VALUE ZERO.
       01 RST-TABLE.
          05 RST-ENTRY OCCURS 10 TIMES INDEXED BY RST-IDX.
             10 RST-FROM             PIC 9(08).
             10 RST-TO               PIC 9(08).
             10 RST-DAYS             PIC X(01).
             10 RST-BAN-FROM         PIC 9(04).
             10 RST-BAN-TO           PIC 9(04).
             10 RST-MAX-MINS         PIC 9(03).
             10 RST-EVENTS           PIC 9(05).
             10 RST-BREACHES         PIC 9(05).
      *
      *-> SECONDS OF WATER PER DATE, FOR THE DAILY MINUTES.  ONLY
      *-> DATES INSIDE A PERIOD ARE KEPT; A SUMMER'S NOTICE IS WELL
      *-> INSIDE A YEAR OF DATES.
       77 DAY-COUNT             PIC  9(03)        VALUE ZERO.
       01 DAY-TABLE.
          05 DAY-ENTRY OCCURS 366 TIMES INDEXED BY DAY-IDX.
             10 DAY-DATE             PIC 9(08).
             10 DAY-SECS             PIC 9(06).
       77 WS-DAY-FOUND          PIC  X(01)        VALUE "N".
          88 DAY-FOUND              VALUE "Y".
       77 WS-DAY-FULL           PIC  X(01)        VALUE "N".
          88 DAY-TABLE-FULL         VALUE "Y".
      *
      *-> THE EVENT IN HAND, COPIED FROM WHICHEVER FILE IT CAME FROM
      *-> SO ONE CHECK PARAGRAPH SERVES BOTH SCANS
       77 WS-EV-DATE            PIC  9(08)        VALUE ZERO.
       01 WS-EV-TIME.
          05 WS-EV-HH              PIC 9(02)     VALUE ZERO.
          05 WS-EV-MM              PIC 9(02)     VALUE ZERO.
          05 WS-EV-SS              PIC 9(02)     VALUE ZERO.
          05 WS-EV-CC              PIC 9(02)     VALUE ZERO.
       77 WS-EV-ZONE            PIC  9(02)        VALUE ZERO.
       77 WS-EV-DURATION        PIC  9(03)        VALUE ZERO.
       77 WS-EV-STATUS          PIC  X(01)        VALUE SPACE.
       77 WS-EV-TRIGGER         PIC  X(01)        VALUE SPACE.
       77 WS-EV-FLOW-FLAG       PIC  X(01)        VALUE SPACE.
      *
      *-> BAN OVERLAP SCRATCH, IN SECONDS OF THE DAY.  AN INTERRUPTED
      *-> CYCLE ("I") RAN FOR AN UNKNOWN TIME AND IS LOGGED AT ZERO;
      *-> IT STILL OPENED A VALVE AT ITS START TIME, SO IT IS TESTED
      *-> AS ONE SECOND LONG.
       77 WS-EV-SECS            PIC  9(03)        VALUE ZERO.
       77 WS-START-SOD          PIC  9(05)        VALUE ZERO.
       77 WS-END-SOD            PIC  9(05)        VALUE ZERO.
       77 WS-BAN-FROM-SOD       PIC  9(05)        VALUE ZERO.
       77 WS-BAN-TO-SOD         PIC  9(05)        VALUE ZERO.
       77 WS-HOURS              PIC  9(02)        VALUE ZERO.
       77 WS-MINS               PIC  9(02)        VALUE ZERO.
       77 WS-DAY-NO             PIC  9(02)        VALUE ZERO.
       77 WS-QUOT               PIC  9(02)        VALUE ZERO.
       77 WS-REM                PIC  9(01)        VALUE ZERO.
       77 WS-BREACH             PIC  X(14)        VALUE SPACES.
       77 WS-DAY-LIMIT          PIC  9(06)        VALUE ZERO.
       77 WS-TOTAL-BREACHES     PIC  9(05)        VALUE ZERO.
      *
       77 WS-EOF                PIC  X(01)        VALUE "N".
          88 HISTORY-EOF            VALUE "Y".
      *-> GARDEN.HIS STAYS OPEN FROM 20 THROUGH 25 SO EACH LIVE LOG
      *-> RECORD CAN BE LOOKED UP IN IT BY KEY
       77 WS-HIS-OPEN           PIC  X(01)        VALUE "N".
          88 HISTORY-OPEN           VALUE "Y".
       77 WS-IN-HISTORY         PIC  X(01)        VALUE "N".
          88 ALREADY-IN-HISTORY     VALUE "Y".
      *
       01 WS-REPORT-LINE        PIC X(80)         VALUE SPACES.
       01 WS-EDIT-SECS          PIC ZZ9           VALUE ZERO.
       01 WS-EDIT-DAYSECS       PIC ZZZZZ9        VALUE ZERO.
       01 WS-EDIT-COUNT         PIC ZZZZ9         VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * P R O C E D U R E   D I V I S I O N                            *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       00-MAIN.
            MOVE ZERO TO RETURN-CODE
            PERFORM 10-LOAD-RESTRICTIONS
            IF RST-COUNT = ZERO
               DISPLAY "GARDEN.RST EMPTY OR MISSING - NO PERIODS"
               MOVE 4 TO RETURN-CODE
            ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "GARDEN.RCP OPEN FAILED - NO REPORT WRITTEN"
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE "WATERING RESTRICTION COMPLIANCE"
                                                 TO WS-REPORT-LINE
                  PERFORM 40Z-EMIT-LINE
                  MOVE "BREACHES (DATE TIME ZONE SECS TRIG STAT RULE)"
                                                 TO WS-REPORT-LINE
                  PERFORM 40Z-EMIT-LINE
                  PERFORM 20-SCAN-HISTORY
                  PERFORM 25-SCAN-LIVE-LOG
                  PERFORM 35-CHECK-DAY-TOTALS
                  PERFORM 40-WRITE-VERDICTS
                  CLOSE REPORT-FILE
               END-IF
            END-IF
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       10-LOAD-RESTRICTIONS.
      *-> SAME LINE FORMAT COBOLGARDEN'S 03E1-PARSE-RESTRICT-LINE
      *-> READS: FROM TO DAYS BANFROM BANTO MAXMINS.
            MOVE ZERO TO RST-COUNT
            OPEN INPUT RESTRICT-FILE
            IF WS-RESTRICT-STATUS = "00"
               PERFORM UNTIL WS-RESTRICT-STATUS = "10"
                   READ RESTRICT-FILE
                       AT END
                           MOVE "10" TO WS-RESTRICT-STATUS
                       NOT AT END
                           PERFORM 10A-PARSE-RESTRICT-LINE
                   END-READ
               END-PERFORM
               CLOSE RESTRICT-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       10A-PARSE-RESTRICT-LINE.
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
               MOVE ZERO TO RST-EVENTS(RST-IDX)
               MOVE ZERO TO RST-BREACHES(RST-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       20-SCAN-HISTORY.
      *-> THE ARCHIVED EVENTS.  A MISSING GARDEN.HIS ONLY MEANS
      *-> WATERARC HAS NEVER RUN; THE LIVE LOG STILL COUNTS.
            MOVE "N" TO WS-EOF
            MOVE "N" TO WS-HIS-OPEN
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-STATUS NOT = "00"
               CONTINUE
            ELSE
               MOVE "Y" TO WS-HIS-OPEN
               PERFORM UNTIL HISTORY-EOF
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE WHIS-DATE      TO WS-EV-DATE
                           MOVE WHIS-TIME      TO WS-EV-TIME
                           MOVE WHIS-ZONE      TO WS-EV-ZONE
                           MOVE WHIS-DURATION  TO WS-EV-DURATION
                           MOVE WHIS-STATUS    TO WS-EV-STATUS
                           MOVE WHIS-TRIGGER   TO WS-EV-TRIGGER
                           MOVE WHIS-FLOW-FLAG TO WS-EV-FLOW-FLAG
                           PERFORM 30-CHECK-EVENT
                   END-READ
               END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------*
       25-SCAN-LIVE-LOG.
      *-> EVENTS WATERARC HAS NOT ARCHIVED YET.  NORMALLY A RECORD IS
      *-> IN ONE FILE OR THE OTHER, BUT A WATERARC RUN STOPPED AFTER
      *-> LOADING GARDEN.HIS AND BEFORE REWRITING GARDEN.LOG LEAVES
      *-> IT IN BOTH; A LOG RECORD WHOSE KEY IS ALREADY IN GARDEN.HIS
      *-> IS PASSED OVER, AS DAYREBLD DOES, SO NOTHING COUNTS TWICE.
            OPEN INPUT WATERLOG-FILE
            IF WS-WATERLOG-STATUS = "00"
               PERFORM UNTIL WS-WATERLOG-STATUS = "10"
                   READ WATERLOG-FILE
                       AT END
                           MOVE "10" TO WS-WATERLOG-STATUS
                       NOT AT END
                           PERFORM 25A-TAKE-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE WATERLOG-FILE
            END-IF
            IF HISTORY-OPEN
               CLOSE HISTORY-FILE
               MOVE "N" TO WS-HIS-OPEN
            END-IF
            .
      *----------------------------------------------------------------*
       25A-TAKE-LOG-RECORD.
            MOVE "N" TO WS-IN-HISTORY
            IF HISTORY-OPEN
               MOVE WLOG-DATE TO WHIS-DATE
               MOVE WLOG-TIME TO WHIS-TIME
               MOVE WLOG-ZONE TO WHIS-ZONE
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-IN-HISTORY
               END-READ
            END-IF
            IF NOT ALREADY-IN-HISTORY
               MOVE WLOG-DATE      TO WS-EV-DATE
               MOVE WLOG-TIME      TO WS-EV-TIME
               MOVE WLOG-ZONE      TO WS-EV-ZONE
               MOVE WLOG-DURATION  TO WS-EV-DURATION
               MOVE WLOG-STATUS    TO WS-EV-STATUS
               MOVE WLOG-TRIGGER   TO WS-EV-TRIGGER
               MOVE WLOG-FLOW-FLAG TO WS-EV-FLOW-FLAG
               PERFORM 30-CHECK-EVENT
            END-IF
            .
      *----------------------------------------------------------------*
       30-CHECK-EVENT.
      *-> ONLY AN EVENT THAT MOVED WATER CAN BREAK A RESTRICTION: A
      *-> CONFIRMED OPEN ("S"), ONE INTERRUPTED MID-CYCLE ("I"), OR A
      *-> FAILED OPEN THE METER SAW WATER MOVE ON (FLOW FLAG "G").
      *-> A FERTIGATION DOSE (TRIGGER "F") RIDES A WATER EVENT THAT
      *-> IS CHECKED IN ITS OWN RIGHT; HELD ("H") AND PLAIN FAILED
      *-> EVENTS MOVED NOTHING.
            IF WS-EV-TRIGGER NOT = "F"
               AND (WS-EV-STATUS = "S" OR WS-EV-STATUS = "I"
                    OR WS-EV-FLOW-FLAG = "G")
               MOVE WS-EV-DURATION TO WS-EV-SECS
               IF WS-EV-SECS = ZERO
                  MOVE 1 TO WS-EV-SECS
               END-IF
               COMPUTE WS-START-SOD = WS-EV-HH * 3600
                                    + WS-EV-MM * 60 + WS-EV-SS
               COMPUTE WS-END-SOD = WS-START-SOD + WS-EV-SECS
               MOVE "N" TO WS-DAY-FOUND
               SET RST-IDX TO 1
               PERFORM UNTIL RST-IDX > RST-COUNT
                   IF WS-EV-DATE NOT < RST-FROM(RST-IDX)
                      AND WS-EV-DATE NOT > RST-TO(RST-IDX)
                      ADD 1 TO RST-EVENTS(RST-IDX)
                      PERFORM 30A-TEST-ONE-PERIOD
                      MOVE "Y" TO WS-DAY-FOUND
                   END-IF
                   SET RST-IDX UP BY 1
               END-PERFORM
      *-> WS-DAY-FOUND HERE ONLY SAYS SOME PERIOD COVERED THE DATE
               IF DAY-FOUND
                  PERFORM 30B-ADD-DAY-SECONDS
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30A-TEST-ONE-PERIOD.
      *-> THE SAME DAY AND BAN RULES COBOLGARDEN'S 24A-TEST-ONE-RULE
      *-> ENFORCES BEFORE A VALVE OPENS.  THE DAILY MINUTES WAIT FOR
      *-> THE DAY'S TOTAL (35-CHECK-DAY-TOTALS).
            MOVE WS-EV-DATE(7:2) TO WS-DAY-NO
            DIVIDE WS-DAY-NO BY 2 GIVING WS-QUOT REMAINDER WS-REM
            MOVE SPACES TO WS-BREACH
            EVALUATE TRUE
                WHEN RST-DAYS(RST-IDX) = "O" AND WS-REM = ZERO
                     MOVE "ODD DAYS ONLY"  TO WS-BREACH
                     PERFORM 30C-REPORT-BREACH
                WHEN RST-DAYS(RST-IDX) = "E" AND WS-REM NOT = ZERO
                     MOVE "EVEN DAYS ONLY" TO WS-BREACH
                     PERFORM 30C-REPORT-BREACH
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            IF RST-BAN-FROM(RST-IDX) NOT = RST-BAN-TO(RST-IDX)
               DIVIDE RST-BAN-FROM(RST-IDX) BY 100
                      GIVING WS-HOURS REMAINDER WS-MINS
               COMPUTE WS-BAN-FROM-SOD = WS-HOURS * 3600
                                       + WS-MINS * 60
               DIVIDE RST-BAN-TO(RST-IDX) BY 100
                      GIVING WS-HOURS REMAINDER WS-MINS
               COMPUTE WS-BAN-TO-SOD = WS-HOURS * 3600
                                     + WS-MINS * 60
               MOVE SPACES TO WS-BREACH
               IF WS-BAN-FROM-SOD < WS-BAN-TO-SOD
                  IF WS-START-SOD < WS-BAN-TO-SOD
                     AND WS-END-SOD > WS-BAN-FROM-SOD
                     MOVE "BANNED HOURS"   TO WS-BREACH
                  END-IF
               ELSE
                  IF WS-START-SOD < WS-BAN-TO-SOD
                     OR WS-END-SOD > WS-BAN-FROM-SOD
                     MOVE "BANNED HOURS"   TO WS-BREACH
                  END-IF
               END-IF
               IF WS-BREACH NOT = SPACES
                  PERFORM 30C-REPORT-BREACH
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30B-ADD-DAY-SECONDS.
      *-> A DAY TABLE THAT FILLS UP IS SAID SO ON THE REPORT RATHER
      *-> THAN LETTING A DAY'S MINUTES GO UNCHECKED IN SILENCE.
            MOVE "N" TO WS-DAY-FOUND
            SET DAY-IDX TO 1
            PERFORM UNTIL DAY-IDX > DAY-COUNT OR DAY-FOUND
                IF DAY-DATE(DAY-IDX) = WS-EV-DATE
                   MOVE "Y" TO WS-DAY-FOUND
                ELSE
                   SET DAY-IDX UP BY 1
                END-IF
            END-PERFORM
            IF DAY-FOUND
               ADD WS-EV-DURATION TO DAY-SECS(DAY-IDX)
            ELSE
               IF DAY-COUNT < 366
                  ADD 1 TO DAY-COUNT
                  SET DAY-IDX TO DAY-COUNT
                  MOVE WS-EV-DATE     TO DAY-DATE(DAY-IDX)
                  MOVE WS-EV-DURATION TO DAY-SECS(DAY-IDX)
               ELSE
                  MOVE "Y" TO WS-DAY-FULL
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30C-REPORT-BREACH.
            ADD 1 TO RST-BREACHES(RST-IDX)
            ADD 1 TO WS-TOTAL-BREACHES
            MOVE WS-EV-DURATION TO WS-EDIT-SECS
            MOVE SPACES         TO WS-REPORT-LINE
            STRING WS-EV-DATE           DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-EV-HH             DELIMITED BY SIZE
                   WS-EV-MM             DELIMITED BY SIZE
                   WS-EV-SS             DELIMITED BY SIZE
                   "  ZONE "            DELIMITED BY SIZE
                   WS-EV-ZONE           DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-EDIT-SECS         DELIMITED BY SIZE
                   "S  "                DELIMITED BY SIZE
                   WS-EV-TRIGGER        DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-EV-STATUS         DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-BREACH            DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 40Z-EMIT-LINE
            .
      *----------------------------------------------------------------*
       35-CHECK-DAY-TOTALS.
      *-> THE DAILY MINUTES ARE THE HOUSEHOLD'S, ALL ZONES TOGETHER,
      *-> SO THEY CAN ONLY BE JUDGED ONCE EVERY EVENT IS IN.
            SET DAY-IDX TO 1
            PERFORM UNTIL DAY-IDX > DAY-COUNT
                SET RST-IDX TO 1
                PERFORM UNTIL RST-IDX > RST-COUNT
                    IF DAY-DATE(DAY-IDX) NOT < RST-FROM(RST-IDX)
                       AND DAY-DATE(DAY-IDX) NOT > RST-TO(RST-IDX)
                       AND RST-MAX-MINS(RST-IDX) NOT = ZERO
                       COMPUTE WS-DAY-LIMIT =
                               RST-MAX-MINS(RST-IDX) * 60
                       IF DAY-SECS(DAY-IDX) > WS-DAY-LIMIT
                          PERFORM 35A-REPORT-DAY-BREACH
                       END-IF
                    END-IF
                    SET RST-IDX UP BY 1
                END-PERFORM
                SET DAY-IDX UP BY 1
            END-PERFORM
            IF DAY-TABLE-FULL
               MOVE "*** MORE THAN 366 RESTRICTED DAYS - LATER DAYS' "
                                               TO WS-REPORT-LINE
               MOVE "MINUTES NOT CHECKED ***"  TO WS-REPORT-LINE(49:)
               PERFORM 40Z-EMIT-LINE
            END-IF
            .
      *----------------------------------------------------------------*
       35A-REPORT-DAY-BREACH.
            ADD 1 TO RST-BREACHES(RST-IDX)
            ADD 1 TO WS-TOTAL-BREACHES
            MOVE DAY-SECS(DAY-IDX) TO WS-EDIT-DAYSECS
            MOVE SPACES            TO WS-REPORT-LINE
            STRING DAY-DATE(DAY-IDX)    DELIMITED BY SIZE
                   "         DAY TOTAL " DELIMITED BY SIZE
                   WS-EDIT-DAYSECS      DELIMITED BY SIZE
                   "S  DAILY MAX MINS"  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 40Z-EMIT-LINE
            .
      *----------------------------------------------------------------*
       40-WRITE-VERDICTS.
            IF WS-TOTAL-BREACHES = ZERO
               MOVE "  (NONE)"                 TO WS-REPORT-LINE
               PERFORM 40Z-EMIT-LINE
            END-IF
            MOVE SPACES                        TO WS-REPORT-LINE
            PERFORM 40Z-EMIT-LINE
            MOVE "PERIOD             DAYS BAN       MAXMINS EVENTS"
                                               TO WS-REPORT-LINE
            PERFORM 40Z-EMIT-LINE
            SET RST-IDX TO 1
            PERFORM UNTIL RST-IDX > RST-COUNT
                PERFORM 40A-EMIT-PERIOD-LINES
                SET RST-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       40A-EMIT-PERIOD-LINES.
            MOVE RST-EVENTS(RST-IDX) TO WS-EDIT-COUNT
            MOVE SPACES              TO WS-REPORT-LINE
            STRING RST-FROM(RST-IDX)     DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   RST-TO(RST-IDX)       DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   RST-DAYS(RST-IDX)     DELIMITED BY SIZE
                   "    "                DELIMITED BY SIZE
                   RST-BAN-FROM(RST-IDX) DELIMITED BY SIZE
                   "-"                   DELIMITED BY SIZE
                   RST-BAN-TO(RST-IDX)   DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   RST-MAX-MINS(RST-IDX) DELIMITED BY SIZE
                   "     "               DELIMITED BY SIZE
                   WS-EDIT-COUNT         DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 40Z-EMIT-LINE
      *-> THE VERDICT LINE IS THE ONE THE COUNCIL READS
            MOVE SPACES              TO WS-REPORT-LINE
            IF RST-BREACHES(RST-IDX) = ZERO
               MOVE "   NO WATER OUTSIDE PERMITTED DAYS/HOURS/MINUTES"
                                     TO WS-REPORT-LINE
            ELSE
               MOVE RST-BREACHES(RST-IDX) TO WS-EDIT-COUNT
               STRING "   *** "          DELIMITED BY SIZE
                      WS-EDIT-COUNT      DELIMITED BY SIZE
                      " BREACH(ES) - SEE ABOVE ***"
                                         DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            END-IF
            PERFORM 40Z-EMIT-LINE
            .
      *----------------------------------------------------------------*
       40Z-EMIT-LINE.
            MOVE WS-REPORT-LINE TO REPORT-REC
            WRITE REPORT-REC
            DISPLAY WS-REPORT-LINE
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
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
