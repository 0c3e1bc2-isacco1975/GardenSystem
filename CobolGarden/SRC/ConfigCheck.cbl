      *                                                                *
      *   USAGE:      CONFIGURATION VALIDATOR.  CHECKS EVERY FIELD    *
      *               OF GARDEN.SET, GARDEN.ZON, GARDEN.SEA AND       *
      *               GARDEN.NXT FOR TYPE AND RANGE (AND THE HOL,     *
      *               FRT, RST, OPR AND ESC SIDE FILES, AND THE PLT   *
      *               AND TRF BILLING FILES), PLUS THE                *
      *               CROSS-FILE RULES (NO DUPLICATE ZONE-ID, NO      *
      *               CONFLICTING SEASON MONTH, NO GARDEN.NXT LINE    *
      *               POINTING AT A ZONE THAT NO LONGER EXISTS), AND  *
      *                     THAN ITS ZONE'S OWN NSECS IS WARNED -      *
      *                     THE RUN-TIME CAP IN 15H HOLDS IT DOWN      *
      *                     EITHER WAY.                                *
      *   23.10.2023   IGP  GARDEN.ZON FIELDS 9-10 (PASSSECS, SOAKMINS *
      *                     - CYCLE AND SOAK) ARE CHECKED: PASSSECS    *
      *                     00 OR 05-99, SOAKMINS NONZERO WHENEVER A   *
      *                     ZONE SPLITS, AND A PASS NO SHORTER THAN    *
      *                     NSECS IS WARNED (IT NEVER SPLITS).         *
      *   24.10.2023   IGP  GARDEN.RST (WATERING RESTRICTIONS) IS      *
      *                     CHECKED TOO: DATES AND RANGE ORDER, DAYS   *
      *                     O/E/A, BAN TIMES AS REAL HHMM, MAXMINS     *
      *                     NUMERIC - A BAD LINE IS A RULE THE         *
      *                     CONTROLLER WOULD SILENTLY NOT ENFORCE.     *
      *   25.10.2023   IGP  GARDEN.OPR (OPERATOR SIGN-ON FILE) IS      *
      *                     CHECKED TOO: ID, 4-8 DIGIT PIN, ROLE       *
      *                     V/O/S, NO DUPLICATE ID; A MISSING FILE OR  *
      *                     ONE WITH NO SUPERVISOR IS WARNED.          *
      *   26.10.2023   IGP  GARDEN.ESC (ALARM ESCALATION RULES) IS     *
      *                     CHECKED TOO: SEVERITY C/W/I, CODE, LEVEL   *
      *                     1-9, MINUTES, RECIPIENT, QUIET HOURS AS    *
      *                     REAL HHMM, DEDUP MINUTES NUMERIC.          *
      *   29.10.2023   IGP  GARDEN.PLT (PLOT HOLDERS) AND GARDEN.TRF   *
      *                     (TARIFF) ARE CHECKED TOO, AS WARNINGS ONLY *
      *                     - BILLING DATA NEVER STOPS THE WATERING,   *
      *                     AND PLOTBILL REFUSES A BAD LINE ITSELF.    *
      *   01.11.2023   IGP  GARDEN.SET CALSECS (1-2 DIGITS) AND        *
      *                     CALRUNS (1 DIGIT), THE FLOW CALIBRATION'S  *
      *                     SECONDS PER RUN AND RUNS PER ZONE, ARE     *
      *                     CHECKED AS WARNINGS - THEY ONLY MATTER     *
      *                     WHEN A SUPERVISOR STARTS A CALIBRATION,    *
      *                     WHICH A ZERO REFUSES.                      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
           SELECT FERT-FILE          ASSIGN TO "GARDEN.FRT"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-FERT-STATUS.
           SELECT ESCALATE-FILE      ASSIGN TO "GARDEN.ESC"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-ESCALATE-STATUS.
           SELECT OPERATOR-FILE      ASSIGN TO "GARDEN.OPR"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-OPERATOR-STATUS.
           SELECT RESTRICT-FILE      ASSIGN TO "GARDEN.RST"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RESTRICT-STATUS.
           SELECT PLOT-FILE          ASSIGN TO "GARDEN.PLT"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-PLOT-STATUS.
           SELECT TARIFF-FILE        ASSIGN TO "GARDEN.TRF"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-TARIFF-STATUS.
           SELECT CHECK-FILE         ASSIGN TO "GARDEN.CHK"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-CHECK-STATUS.
       01  SETTINGS-REC              PIC X(40).
      *
       FD  ZONE-FILE.
       01  ZONE-REC                  PIC X(60).
      *
       FD  SEASON-FILE.
       01  SEASON-REC                PIC X(20).
      *
       FD  FERT-FILE.
       01  FERT-REC                  PIC X(16).
      *
       FD  RESTRICT-FILE.
       01  RESTRICT-REC              PIC X(40).
      *
       FD  OPERATOR-FILE.
       01  OPERATOR-REC              PIC X(30).
      *
       FD  ESCALATE-FILE.
       01  ESCALATE-REC              PIC X(50).
      *
       FD  PLOT-FILE.
       01  PLOT-REC                  PIC X(40).
      *
       FD  TARIFF-FILE.
       01  TARIFF-REC                PIC X(40).
      *
       FD  CHECK-FILE.
       01  CHECK-REC                 PIC X(80).
       77 WS-NEXTTS-STATUS      PIC  X(02)        VALUE "00".
       77 WS-HOLIDAY-STATUS     PIC  X(02)        VALUE "00".
       77 WS-FERT-STATUS        PIC  X(02)        VALUE "00".
       77 WS-RESTRICT-STATUS    PIC  X(02)        VALUE "00".
       77 WS-OPERATOR-STATUS    PIC  X(02)        VALUE "00".
       77 WS-ESCALATE-STATUS    PIC  X(02)        VALUE "00".
       77 WS-PLOT-STATUS        PIC  X(02)        VALUE "00".
       77 WS-TARIFF-STATUS      PIC  X(02)        VALUE "00".
       77 WS-CHECK-STATUS       PIC  X(02)        VALUE "00".
      *-> FROM/TO HOLDING FIELDS FOR THE GARDEN.HOL RANGE-ORDER CHECK
       77 WS-HOL-FROM           PIC  9(08)        VALUE ZERO.
      *-> TIMESTAMP) SO AN OVER-LENGTH VALUE SHOWS UP AS TOO LONG
      *-> INSTEAD OF BEING TRUNCATED INTO A PLAUSIBLE ONE.
       01 TOK-TABLE.
          05 TOK-ENTRY OCCURS 10 TIMES INDEXED BY TOK-IDX.
             10 TOK-TEXT             PIC X(16).
       77 WS-TOK-COUNT          PIC  9(02)        VALUE ZERO.
       77 WS-TOK                PIC  X(16)        VALUE SPACES.
          05 SEEN-ZONE-ENTRY OCCURS 10 TIMES INDEXED BY SEEN-IDX.
             10 SEEN-ZONE-ID         PIC 9(02).
             10 SEEN-ZONE-NSECS      PIC 9(02).
      *-> PERCENT OF THE ZONE SHARED OUT TO PLOT HOLDERS (GARDEN.PLT)
             10 SEEN-ZONE-PLT-PCT    PIC 9(04).
      *-> SET WHILE 23-CHECK-ZONE-FIELDS WORKS ONE LINE: THE ENTRY
      *-> JUST ADDED FOR FIELD 1 STILL NEEDS ITS NSECS FROM FIELD 5.
       77 WS-ZONE-ROW-ADDED     PIC  X(01)        VALUE "N".
      *-> THE LINE'S OWN NSECS AND PASSSECS, FOR THE CYCLE-AND-SOAK
      *-> CHECKS ON FIELDS 9-10 (ZERO WHEN THE FIELD WAS BAD)
       77 WS-ZONE-NSECS         PIC  9(02)        VALUE ZERO.
       77 WS-ZONE-PASS-SECS     PIC  9(02)        VALUE ZERO.
      *-> THE PLANNED ZONE'S NSECS DURING 72-CHECK-FERT-FIELDS
       77 WS-FRT-ZONE-SECS      PIC  9(02)        VALUE ZERO.
       77 WS-ZONE-KNOWN         PIC  X(01)        VALUE "N".
       01 SEEN-MONTH-TABLE.
          05 SEEN-MONTH OCCURS 12 TIMES
                        INDEXED BY SEENM-IDX      PIC 9(02).
      *
      *-> OPERATOR IDS SEEN IN GARDEN.OPR, FOR THE DUPLICATE CHECK,
      *-> AND WHETHER ANY OF THEM IS A SUPERVISOR
       77 SEEN-OPR-COUNT        PIC  9(02)        VALUE ZERO.
       01 SEEN-OPR-TABLE.
          05 SEEN-OPR-ID OCCURS 20 TIMES
                         INDEXED BY SEENO-IDX     PIC X(08).
       77 WS-OPR-SUPERVISOR     PIC  X(01)        VALUE "N".
          88 SUPERVISOR-ON-FILE     VALUE "Y".
      *
      *-> ACCOUNT+ZONE PAIRS SEEN IN GARDEN.PLT, FOR THE DUPLICATE CHECK
       77 SEEN-PLT-COUNT        PIC  9(03)        VALUE ZERO.
       01 SEEN-PLT-TABLE.
          05 SEEN-PLT-KEY OCCURS 100 TIMES
                          INDEXED BY SEENP-IDX    PIC X(06).
       77 WS-PLT-KEY            PIC  X(06)        VALUE SPACES.
       77 WS-PLT-DUP            PIC  X(01)        VALUE "N".
          88 PLOT-KEY-SEEN          VALUE "Y".
      *
      *-> THE GARDEN.TRF SET IN HAND - THE RUN OF LINES SHARING ONE
      *-> FROM DATE - FOR THE ONE-STANDING-CHARGE AND RISING-BANDS
      *-> CHECKS.  WS-TRF-LINE IS THE LINE THE SET STARTED ON.
       77 WS-TRF-FROM           PIC  X(08)        VALUE SPACES.
       77 WS-TRF-LINE           PIC  9(04)        VALUE ZERO.
       77 WS-TRF-HOLD-LINE      PIC  9(04)        VALUE ZERO.
       77 WS-TRF-S-COUNT        PIC  9(02)        VALUE ZERO.
       77 WS-TRF-B-COUNT        PIC  9(02)        VALUE ZERO.
       77 WS-TRF-PREV-UPTO      PIC  9(07)        VALUE ZERO.
       77 WS-TRF-UPTO           PIC  9(07)        VALUE ZERO.
       77 WS-TRF-OPEN-BAND      PIC  X(01)        VALUE "N".
          88 NO-LIMIT-BAND-SEEN     VALUE "Y".
       77 WS-TRF-ORDER-BAD      PIC  X(01)        VALUE "N".
          88 BANDS-OUT-OF-ORDER     VALUE "Y".
      *
       01 WS-SHOW-LINE          PIC X(80)         VALUE SPACES.
       01 WS-EDIT-COUNT         PIC ZZ9           VALUE ZERO.
            PERFORM 50-CHECK-NEXT-TS
            PERFORM 60-CHECK-HOLIDAYS
            PERFORM 70-CHECK-FERT-PLAN
            PERFORM 75-CHECK-RESTRICTIONS
            PERFORM 78-CHECK-OPERATORS
            PERFORM 85-CHECK-ESCALATION
            PERFORM 81-CHECK-PLOT-HOLDERS
            PERFORM 83-CHECK-TARIFF
            PERFORM 80-SHOW-TOTALS

            IF WS-CHECK-STATUS = "00"
                                        TO WS-FND-REASON
                           PERFORM 90-REPORT-FINDING
                        END-IF
      *-> FLOW CALIBRATION (COBOLGARDEN KEY "5") ONLY: NEVER FATAL.
                   WHEN "CALSECS"
                   WHEN "CALRUNS"
                        IF WS-CFG-LABEL = "CALSECS"
                           MOVE 2 TO WS-TOK-MAXLEN
                        ELSE
                           MOVE 1 TO WS-TOK-MAXLEN
                        END-IF
                        PERFORM 30-CHECK-NUM-TOKEN
                        EVALUATE TRUE
                            WHEN NOT TOKEN-GOOD
                             AND WS-CFG-LABEL = "CALSECS"
                                 MOVE "WARN" TO WS-FND-SEV
                                 MOVE "VALUE MUST BE 1-2 DIGITS"
                                              TO WS-FND-REASON
                                 PERFORM 90-REPORT-FINDING
                            WHEN NOT TOKEN-GOOD
                                 MOVE "WARN" TO WS-FND-SEV
                                 MOVE "VALUE MUST BE 1 DIGIT"
                                              TO WS-FND-REASON
                                 PERFORM 90-REPORT-FINDING
                            WHEN WS-TOK-VALUE = ZERO
                                 MOVE "WARN" TO WS-FND-SEV
                                 MOVE "ZERO - CALIBRATION REFUSED"
                                              TO WS-FND-REASON
                                 PERFORM 90-REPORT-FINDING
                        END-EVALUATE
                   WHEN "BUDGETL"
                        MOVE 6 TO WS-TOK-MAXLEN
                        PERFORM 30-CHECK-NUM-TOKEN
      *----------------------------------------------------------------*
       22-TOKENIZE-LINE.
      *-> BREAKS THE LINE IN HAND (ALREADY MOVED TO WS-SHOW-LINE BY
      *-> THE CALLER'S FILE READ AREA) INTO UP TO 10 RAW TOKENS.
      *-> SINGLE-SPACE DELIMITED, EXACTLY AS THE LIVE PARSERS READ
      *-> THE SAME LINE (03A/04A/09A IN COBOLGARDEN AND FRIENDS):
      *-> A RUN OF TWO SPACES GIVES THEM AN EMPTY FIELD AND SHIFTS
            UNSTRING WS-SHOW-LINE DELIMITED BY SPACE
                     INTO TOK-TEXT(1) TOK-TEXT(2) TOK-TEXT(3)
                          TOK-TEXT(4) TOK-TEXT(5) TOK-TEXT(6)
                          TOK-TEXT(7) TOK-TEXT(8) TOK-TEXT(9)
                          TOK-TEXT(10)
                     TALLYING IN WS-TOK-COUNT
      *-> TRAILING EMPTY RECEIVERS STILL TALLY WHEN THE LINE ENDS IN
      *-> SPACES; DROP THEM SO THE FIELD COUNT IS HONEST.
       23-CHECK-ZONE-FIELDS.
      *-> FIELD 1: ZONE-ID, TWO DIGITS 01-99, NO DUPLICATES
            MOVE "N" TO WS-ZONE-ROW-ADDED
            MOVE ZERO TO WS-ZONE-NSECS
            MOVE ZERO TO WS-ZONE-PASS-SECS
            MOVE TOK-TEXT(1) TO WS-TOK
            MOVE 2 TO WS-TOK-MAXLEN
            PERFORM 30-CHECK-NUM-TOKEN
                            TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            ELSE
               MOVE WS-TOK-VALUE TO WS-ZONE-NSECS
      *-> REMEMBERED FOR THE GARDEN.FRT DOSE-LENGTH CHECK (72)
               IF WS-ZONE-ROW-ADDED = "Y"
                  SET SEEN-IDX TO SEEN-ZONE-COUNT
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF

      *-> FIELD 9 (OPTIONAL): PASSSECS - LONGEST SINGLE PASS OF A
      *-> CYCLE-AND-SOAK ZONE; 00 MEANS THE ZONE NEVER SPLITS.  UNDER
      *-> 5 SECONDS THE VALVE BARELY SEATS BEFORE IT SHUTS AGAIN.
            IF WS-TOK-COUNT > 8
               MOVE TOK-TEXT(9) TO WS-TOK
               MOVE 2 TO WS-TOK-MAXLEN
               PERFORM 30-CHECK-NUM-TOKEN
               EVALUATE TRUE
                   WHEN NOT TOKEN-GOOD
                        MOVE "FATAL" TO WS-FND-SEV
                        MOVE "PASSSECS MUST BE 1-2 DIGITS"
                                     TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                   WHEN WS-TOK-VALUE > ZERO AND WS-TOK-VALUE < 5
                        MOVE "FATAL" TO WS-FND-SEV
                        MOVE "PASSSECS MUST BE 00 OR 05-99"
                                     TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                   WHEN OTHER
                        MOVE WS-TOK-VALUE TO WS-ZONE-PASS-SECS
               END-EVALUATE
      *-> THE SEASONAL PERCENT CAN STILL PUSH NSECS PAST PASSSECS,
      *-> SO THIS IS ONLY A WARNING
               IF WS-ZONE-PASS-SECS > ZERO
                  AND WS-ZONE-NSECS > ZERO
                  AND WS-ZONE-PASS-SECS NOT < WS-ZONE-NSECS
                  MOVE "WARN"  TO WS-FND-SEV
                  MOVE "PASSSECS NOT BELOW NSECS - NEVER SPLITS"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF

      *-> FIELD 10: SOAKMINS - THE GAP BETWEEN PASSES.  REQUIRED AND
      *-> NONZERO WHENEVER PASSSECS SPLITS THE CYCLE.
            IF WS-TOK-COUNT > 9
               MOVE TOK-TEXT(10) TO WS-TOK
               MOVE 2 TO WS-TOK-MAXLEN
               PERFORM 30-CHECK-NUM-TOKEN
               IF NOT TOKEN-GOOD
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "SOAKMINS MUST BE 1-2 DIGITS" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               ELSE
                  IF WS-TOK-VALUE = ZERO AND WS-ZONE-PASS-SECS > ZERO
                     MOVE "FATAL" TO WS-FND-SEV
                     MOVE "SOAKMINS MUST BE 01-99 WITH PASSSECS"
                                  TO WS-FND-REASON
                     PERFORM 90-REPORT-FINDING
                  END-IF
               END-IF
            ELSE
               IF WS-ZONE-PASS-SECS > ZERO
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "SOAKMINS MISSING - PASSSECS IS SET"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30-CHECK-NUM-TOKEN.
               PERFORM 90-REPORT-FINDING
            END-IF
            .
      *----------------------------------------------------------------*
       75-CHECK-RESTRICTIONS.
            MOVE "GARDEN.RST" TO WS-FND-FILE
            MOVE ZERO         TO WS-LINE-NO
            OPEN INPUT RESTRICT-FILE
            IF WS-RESTRICT-STATUS NOT = "00"
               CONTINUE
            ELSE
               PERFORM UNTIL WS-RESTRICT-STATUS = "10"
                   READ RESTRICT-FILE
                       AT END
                           MOVE "10" TO WS-RESTRICT-STATUS
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           PERFORM 76-CHECK-RESTRICT-LINE
                   END-READ
               END-PERFORM
               CLOSE RESTRICT-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       76-CHECK-RESTRICT-LINE.
      *-> FIELDS 4-6 MAY BE LEFT OFF (NO BAN, NO DAILY CAP), SO ONLY
      *-> THE DATES AND THE DAYS CODE ARE REQUIRED.
            IF RESTRICT-REC = SPACES
               CONTINUE
            ELSE
               MOVE SPACES       TO WS-SHOW-LINE
               MOVE RESTRICT-REC TO WS-SHOW-LINE
               PERFORM 22-TOKENIZE-LINE
               IF WS-TOK-COUNT < 3
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "FEWER THAN 3 FIELDS ON RST LINE"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               ELSE
                  IF NOT TOKENS-SPLIT-CLEAN
                     MOVE "FATAL" TO WS-FND-SEV
                     MOVE "EMPTY FIELD (EXTRA SPACE) ON RST LINE"
                                  TO WS-FND-REASON
                     PERFORM 90-REPORT-FINDING
                  ELSE
                     PERFORM 77-CHECK-RESTRICT-FIELDS
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       77-CHECK-RESTRICT-FIELDS.
      *-> FIELDS 1-2: FROM AND TO DATES, SAME RULES AS GARDEN.HOL
      *-> (THE HOLDING FIELDS ARE SHARED - ONE LINE AT A TIME)
            MOVE ZERO TO WS-HOL-FROM
            MOVE ZERO TO WS-HOL-TO
            MOVE TOK-TEXT(1) TO WS-TOK
            MOVE 8 TO WS-TOK-MINLEN
            MOVE 8 TO WS-TOK-MAXLEN
            PERFORM 30-CHECK-NUM-TOKEN
            IF NOT TOKEN-GOOD
               OR WS-TOK(5:2) < "01" OR WS-TOK(5:2) > "12"
               OR WS-TOK(7:2) < "01" OR WS-TOK(7:2) > "31"
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "FROM DATE NOT A REAL DATE" TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            ELSE
               MOVE WS-TOK(1:8) TO WS-HOL-FROM
            END-IF

            MOVE TOK-TEXT(2) TO WS-TOK
            PERFORM 30-CHECK-NUM-TOKEN
            IF NOT TOKEN-GOOD
               OR WS-TOK(5:2) < "01" OR WS-TOK(5:2) > "12"
               OR WS-TOK(7:2) < "01" OR WS-TOK(7:2) > "31"
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "TO DATE NOT A REAL DATE" TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            ELSE
               MOVE WS-TOK(1:8) TO WS-HOL-TO
               IF WS-HOL-FROM NOT = ZERO
                  AND WS-HOL-TO < WS-HOL-FROM
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "TO DATE BEFORE FROM DATE" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF

      *-> FIELD 3: DAYS - O ODD DATES, E EVEN DATES, A ANY DAY
            IF TOK-TEXT(3)(1:2) NOT = "O " AND "E " AND "A "
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "DAYS MUST BE O, E OR A" TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            END-IF

      *-> FIELDS 4-5: BAN FROM/TO AS HHMM.  EQUAL MEANS NO BAN; FROM
      *-> AFTER TO IS A BAN ACROSS MIDNIGHT, WHICH IS LEGAL.
            MOVE 4 TO WS-TOK-MINLEN
            MOVE 4 TO WS-TOK-MAXLEN
            IF WS-TOK-COUNT > 3
               MOVE TOK-TEXT(4) TO WS-TOK
               PERFORM 30-CHECK-NUM-TOKEN
               IF NOT TOKEN-GOOD
                  OR WS-TOK(1:2) > "23" OR WS-TOK(3:2) > "59"
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "BAN FROM NOT A REAL HHMM" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF
            IF WS-TOK-COUNT > 4
               MOVE TOK-TEXT(5) TO WS-TOK
               PERFORM 30-CHECK-NUM-TOKEN
               IF NOT TOKEN-GOOD
                  OR WS-TOK(1:2) > "23" OR WS-TOK(3:2) > "59"
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "BAN TO NOT A REAL HHMM" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF
            IF WS-TOK-COUNT = 4
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "BAN FROM GIVEN WITHOUT BAN TO" TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            END-IF
            MOVE 1 TO WS-TOK-MINLEN

      *-> FIELD 6: MAXMINS - HOUSEHOLD MINUTES A DAY, 000 = NO CAP
            IF WS-TOK-COUNT > 5
               MOVE TOK-TEXT(6) TO WS-TOK
               MOVE 3 TO WS-TOK-MAXLEN
               PERFORM 30-CHECK-NUM-TOKEN
               IF NOT TOKEN-GOOD
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "MAXMINS MUST BE 1-3 DIGITS" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       78-CHECK-OPERATORS.
      *-> THE CONTROLLER WATERS WITHOUT GARDEN.OPR, SO A MISSING FILE
      *-> IS ONLY A WARNING - BUT EVERY SIGN-ON WILL BE REFUSED.
      *-> FINDINGS NEVER SHOW THE LINE ITSELF: IT CARRIES A PIN.
            MOVE "GARDEN.OPR" TO WS-FND-FILE
            MOVE ZERO         TO WS-LINE-NO
            MOVE ZERO         TO SEEN-OPR-COUNT
            MOVE "N"          TO WS-OPR-SUPERVISOR
            OPEN INPUT OPERATOR-FILE
            IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "WARN"  TO WS-FND-SEV
               MOVE "NO OPERATOR FILE - ALL SIGN-ONS REFUSED"
                            TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            ELSE
               PERFORM UNTIL WS-OPERATOR-STATUS = "10"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "10" TO WS-OPERATOR-STATUS
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           PERFORM 79-CHECK-OPERATOR-LINE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF NOT SUPERVISOR-ON-FILE
                  MOVE ZERO    TO WS-LINE-NO
                  MOVE "WARN"  TO WS-FND-SEV
                  MOVE "NO SUPERVISOR (ROLE S) ON FILE"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       79-CHECK-OPERATOR-LINE.
      *-> "ID PIN ROLE": ID UP TO 8 CHARACTERS, PIN 4-8 DIGITS, ROLE
      *-> V (VIEWER), O (OPERATOR) OR S (SUPERVISOR)
            IF OPERATOR-REC = SPACES
               CONTINUE
            ELSE
               MOVE SPACES       TO WS-SHOW-LINE
               MOVE OPERATOR-REC TO WS-SHOW-LINE
               PERFORM 22-TOKENIZE-LINE
               IF WS-TOK-COUNT NOT = 3 OR NOT TOKENS-SPLIT-CLEAN
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "OPR LINE MUST BE ID PIN ROLE"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               ELSE
                  IF TOK-TEXT(1)(9:8) NOT = SPACES
                     MOVE "FATAL" TO WS-FND-SEV
                     MOVE "ID LONGER THAN 8 CHARACTERS"
                                  TO WS-FND-REASON
                     PERFORM 90-REPORT-FINDING
                  ELSE
                     MOVE "N" TO WS-ZONE-KNOWN
                     SET SEENO-IDX TO 1
                     PERFORM UNTIL SEENO-IDX > SEEN-OPR-COUNT
                             OR ZONE-KNOWN
                         IF SEEN-OPR-ID(SEENO-IDX) = TOK-TEXT(1)(1:8)
                            MOVE "Y" TO WS-ZONE-KNOWN
                         ELSE
                            SET SEENO-IDX UP BY 1
                         END-IF
                     END-PERFORM
      *-> (WS-ZONE-KNOWN IS BORROWED AS THE "ALREADY SEEN" SWITCH)
                     IF ZONE-KNOWN
                        MOVE "FATAL" TO WS-FND-SEV
                        MOVE "DUPLICATE OPERATOR ID" TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                     ELSE
                        IF SEEN-OPR-COUNT < 20
                           ADD 1 TO SEEN-OPR-COUNT
                           SET SEENO-IDX TO SEEN-OPR-COUNT
                           MOVE TOK-TEXT(1)(1:8)
                             TO SEEN-OPR-ID(SEENO-IDX)
                        END-IF
                     END-IF
                  END-IF

                  MOVE TOK-TEXT(2) TO WS-TOK
                  MOVE 4 TO WS-TOK-MINLEN
                  MOVE 8 TO WS-TOK-MAXLEN
                  PERFORM 30-CHECK-NUM-TOKEN
                  MOVE 1 TO WS-TOK-MINLEN
                  IF NOT TOKEN-GOOD
                     MOVE "FATAL" TO WS-FND-SEV
                     MOVE "PIN MUST BE 4-8 DIGITS" TO WS-FND-REASON
                     PERFORM 90-REPORT-FINDING
                  END-IF

                  EVALUATE TOK-TEXT(3)
                      WHEN "S"
                           MOVE "Y" TO WS-OPR-SUPERVISOR
                      WHEN "O"
                      WHEN "V"
                           CONTINUE
                      WHEN OTHER
                           MOVE "FATAL" TO WS-FND-SEV
                           MOVE "ROLE MUST BE V, O OR S"
                                        TO WS-FND-REASON
                           PERFORM 90-REPORT-FINDING
                  END-EVALUATE
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       80-SHOW-TOTALS.
            MOVE WS-FATAL-COUNT TO WS-EDIT-COUNT
            END-STRING
            PERFORM 91-EMIT-LINE
            .
      *----------------------------------------------------------------*
       81-CHECK-PLOT-HOLDERS.
      *-> NO GARDEN.PLT IS NO BILLING - PLOTBILL JUST HAS NOTHING TO
      *-> DO.  EVERYTHING HERE IS A WARNING: A BAD LINE NEVER STOPS
      *-> THE WATERING, BUT PLOTBILL WILL REFUSE THE MONTH'S BILL.
            MOVE "GARDEN.PLT" TO WS-FND-FILE
            MOVE ZERO         TO WS-LINE-NO
            MOVE ZERO         TO SEEN-PLT-COUNT
            SET SEEN-IDX TO 1
            PERFORM UNTIL SEEN-IDX > SEEN-ZONE-COUNT
                MOVE ZERO TO SEEN-ZONE-PLT-PCT(SEEN-IDX)
                SET SEEN-IDX UP BY 1
            END-PERFORM
            OPEN INPUT PLOT-FILE
            IF WS-PLOT-STATUS NOT = "00"
               CONTINUE
            ELSE
               PERFORM UNTIL WS-PLOT-STATUS = "10"
                   READ PLOT-FILE
                       AT END
                           MOVE "10" TO WS-PLOT-STATUS
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           PERFORM 82-CHECK-PLOT-LINE
                   END-READ
               END-PERFORM
               CLOSE PLOT-FILE
      *-> A ZONE SHARED OUT PAST 100 PERCENT WOULD BE BILLED TWICE
               MOVE ZERO TO WS-LINE-NO
               SET SEEN-IDX TO 1
               PERFORM UNTIL SEEN-IDX > SEEN-ZONE-COUNT
                   IF SEEN-ZONE-PLT-PCT(SEEN-IDX) > 100
                      MOVE "WARN"  TO WS-FND-SEV
                      MOVE SPACES  TO WS-FND-REASON
                      STRING "ZONE "                DELIMITED BY SIZE
                             SEEN-ZONE-ID(SEEN-IDX) DELIMITED BY SIZE
                             " SHARED OUT OVER 100 PERCENT"
                                                    DELIMITED BY SIZE
                             INTO WS-FND-REASON
                      END-STRING
                      PERFORM 90-REPORT-FINDING
                   END-IF
                   SET SEEN-IDX UP BY 1
               END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------*
       82-CHECK-PLOT-LINE.
      *-> PLOTBILL READS THIS FILE BY COLUMN, NOT BY TOKEN - THE NAME
      *-> IN COLUMNS 13-40 MAY HOLD SPACES - SO THE CHECKS ARE BY
      *-> COLUMN TOO: ACCOUNT(1-4) ZONE(6-7) PERCENT(9-11) NAME.
            IF PLOT-REC = SPACES
               CONTINUE
            ELSE
               MOVE "WARN" TO WS-FND-SEV
               EVALUATE TRUE
                   WHEN PLOT-REC(1:4) NOT NUMERIC
                        MOVE "ACCOUNT MUST BE 4 DIGITS" TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                   WHEN PLOT-REC(5:1) NOT = SPACE
                     OR PLOT-REC(8:1) NOT = SPACE
                     OR PLOT-REC(12:1) NOT = SPACE
                        MOVE "FIELDS NOT IN COLUMNS 1, 6, 9 AND 13"
                                     TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                   WHEN PLOT-REC(6:2) NOT NUMERIC
                        MOVE "ZONE-ID MUST BE 2 DIGITS" TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                   WHEN PLOT-REC(9:3) NOT NUMERIC
                     OR PLOT-REC(9:3) = "000"
                     OR PLOT-REC(9:3) > "100"
                        MOVE "PERCENT MUST BE 001-100" TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                   WHEN OTHER
                        MOVE PLOT-REC(6:2) TO WS-TOK-VALUE
                        MOVE "N" TO WS-ZONE-KNOWN
                        SET SEEN-IDX TO 1
                        PERFORM UNTIL SEEN-IDX > SEEN-ZONE-COUNT
                                OR ZONE-KNOWN
                            IF SEEN-ZONE-ID(SEEN-IDX) = WS-TOK-VALUE
                               MOVE "Y" TO WS-ZONE-KNOWN
                            ELSE
                               SET SEEN-IDX UP BY 1
                            END-IF
                        END-PERFORM
                        IF NOT ZONE-KNOWN
                           MOVE "ZONE NOT IN GARDEN.ZON"
                                        TO WS-FND-REASON
                           PERFORM 90-REPORT-FINDING
                        ELSE
                           MOVE PLOT-REC(9:3) TO WS-TOK-VALUE
                           ADD WS-TOK-VALUE
                                 TO SEEN-ZONE-PLT-PCT(SEEN-IDX)
                        END-IF
      *-> THE SAME ACCOUNT TWICE ON ONE ZONE IS A KEYING SLIP
                        MOVE PLOT-REC(1:4) TO WS-PLT-KEY(1:4)
                        MOVE PLOT-REC(6:2) TO WS-PLT-KEY(5:2)
                        MOVE "N" TO WS-PLT-DUP
                        SET SEENP-IDX TO 1
                        PERFORM UNTIL SEENP-IDX > SEEN-PLT-COUNT
                                OR PLOT-KEY-SEEN
                            IF SEEN-PLT-KEY(SEENP-IDX) = WS-PLT-KEY
                               MOVE "Y" TO WS-PLT-DUP
                            ELSE
                               SET SEENP-IDX UP BY 1
                            END-IF
                        END-PERFORM
                        IF PLOT-KEY-SEEN
                           MOVE "ACCOUNT ALREADY ON THIS ZONE"
                                        TO WS-FND-REASON
                           PERFORM 90-REPORT-FINDING
                        ELSE
                           IF SEEN-PLT-COUNT < 100
                              ADD 1 TO SEEN-PLT-COUNT
                              SET SEENP-IDX TO SEEN-PLT-COUNT
                              MOVE WS-PLT-KEY
                                   TO SEEN-PLT-KEY(SEENP-IDX)
                           ELSE
                              MOVE "MORE THAN 100 PLOT LINES"
                                           TO WS-FND-REASON
                              PERFORM 90-REPORT-FINDING
                           END-IF
                        END-IF
               END-EVALUATE
            END-IF
            .
      *----------------------------------------------------------------*
       83-CHECK-TARIFF.
      *-> NO GARDEN.TRF IS A FLAT TARIFF FROM GARDEN.SET - A CHOICE,
      *-> NOT A FAULT.  WARNINGS ONLY, AS FOR GARDEN.PLT.
            MOVE "GARDEN.TRF" TO WS-FND-FILE
            MOVE ZERO         TO WS-LINE-NO
            MOVE SPACES       TO WS-TRF-FROM
            OPEN INPUT TARIFF-FILE
            IF WS-TARIFF-STATUS NOT = "00"
               CONTINUE
            ELSE
               PERFORM UNTIL WS-TARIFF-STATUS = "10"
                   READ TARIFF-FILE
                       AT END
                           MOVE "10" TO WS-TARIFF-STATUS
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           PERFORM 84-CHECK-TARIFF-LINE
                   END-READ
               END-PERFORM
               CLOSE TARIFF-FILE
               PERFORM 84A-CLOSE-TARIFF-SET
            END-IF
            .
      *----------------------------------------------------------------*
       84-CHECK-TARIFF-LINE.
      *-> BY COLUMN, AS PLOTBILL READS IT:
      *->   FROM(1-8) S(10) STANDING(12-16)
      *->   FROM(1-8) B(10) UPTO(12-18) RATE(20-24)  0000000 = NO LIMIT
            IF TARIFF-REC = SPACES
               CONTINUE
            ELSE
               MOVE "WARN" TO WS-FND-SEV
               EVALUATE TRUE
                   WHEN TARIFF-REC(1:8) NOT NUMERIC
                     OR TARIFF-REC(5:2) < "01"
                     OR TARIFF-REC(5:2) > "12"
                     OR TARIFF-REC(7:2) < "01"
                     OR TARIFF-REC(7:2) > "31"
                        MOVE "FROM DATE NOT A REAL DATE"
                                     TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                   WHEN TARIFF-REC(9:1) NOT = SPACE
                     OR TARIFF-REC(11:1) NOT = SPACE
                        MOVE "FIELDS NOT IN COLUMNS 1, 10 AND 12"
                                     TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
                   WHEN TARIFF-REC(10:1) = "S"
                        IF TARIFF-REC(12:5) NOT NUMERIC
                           OR TARIFF-REC(17:24) NOT = SPACES
                           MOVE "STANDING CHARGE MUST BE 5 DIGITS"
                                        TO WS-FND-REASON
                           PERFORM 90-REPORT-FINDING
                        ELSE
                           PERFORM 84B-START-TARIFF-SET
                           ADD 1 TO WS-TRF-S-COUNT
                        END-IF
                   WHEN TARIFF-REC(10:1) = "B"
                        IF TARIFF-REC(12:7) NOT NUMERIC
                           OR TARIFF-REC(19:1) NOT = SPACE
                           OR TARIFF-REC(20:5) NOT NUMERIC
                           OR TARIFF-REC(25:16) NOT = SPACES
                           MOVE "BAND IS 7-DIGIT UPTO, 5-DIGIT RATE"
                                        TO WS-FND-REASON
                           PERFORM 90-REPORT-FINDING
                        ELSE
                           PERFORM 84B-START-TARIFF-SET
                           ADD 1 TO WS-TRF-B-COUNT
      *-> BANDS RISE; A NO-LIMIT BAND CAN ONLY BE THE LAST
                           MOVE TARIFF-REC(12:7) TO WS-TRF-UPTO
                           IF NO-LIMIT-BAND-SEEN
                              OR (WS-TRF-UPTO NOT = ZERO
                              AND WS-TRF-UPTO NOT > WS-TRF-PREV-UPTO)
                              MOVE "Y" TO WS-TRF-ORDER-BAD
                           END-IF
                           IF WS-TRF-UPTO = ZERO
                              MOVE "Y" TO WS-TRF-OPEN-BAND
                           END-IF
                           MOVE WS-TRF-UPTO TO WS-TRF-PREV-UPTO
                        END-IF
                   WHEN OTHER
                        MOVE "KIND MUST BE S OR B" TO WS-FND-REASON
                        PERFORM 90-REPORT-FINDING
               END-EVALUATE
            END-IF
            .
      *----------------------------------------------------------------*
       84A-CLOSE-TARIFF-SET.
      *-> FINDINGS FOR A WHOLE SET ARE REPORTED AGAINST ITS FIRST LINE
            IF WS-TRF-FROM NOT = SPACES
               MOVE WS-LINE-NO  TO WS-TRF-HOLD-LINE
               MOVE WS-TRF-LINE TO WS-LINE-NO
               MOVE "WARN"      TO WS-FND-SEV
               IF WS-TRF-S-COUNT > 1
                  MOVE "TWO STANDING CHARGES ON ONE DATE"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
               IF WS-TRF-B-COUNT = ZERO
                  MOVE "NO VOLUME BAND ON THIS DATE" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
               IF WS-TRF-B-COUNT > 9
                  MOVE "MORE THAN 9 BANDS ON ONE DATE"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
               IF BANDS-OUT-OF-ORDER
                  MOVE "BANDS NOT RISING, OR NO LIMIT NOT LAST"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
               MOVE WS-TRF-HOLD-LINE TO WS-LINE-NO
            END-IF
            .
      *----------------------------------------------------------------*
       84B-START-TARIFF-SET.
      *-> A NEW FROM DATE CLOSES THE SET BEFORE IT.  PLOTBILL TAKES
      *-> EVERY LINE OF A DATE WHEREVER IT SITS, BUT A SET SPLIT
      *-> ACROSS THE FILE IS CHECKED HERE AS TWO SETS.
            IF TARIFF-REC(1:8) NOT = WS-TRF-FROM
               PERFORM 84A-CLOSE-TARIFF-SET
               MOVE TARIFF-REC(1:8) TO WS-TRF-FROM
               MOVE WS-LINE-NO      TO WS-TRF-LINE
               MOVE ZERO            TO WS-TRF-S-COUNT
               MOVE ZERO            TO WS-TRF-B-COUNT
               MOVE ZERO            TO WS-TRF-PREV-UPTO
               MOVE "N"             TO WS-TRF-OPEN-BAND
               MOVE "N"             TO WS-TRF-ORDER-BAD
            END-IF
            .
      *----------------------------------------------------------------*
       85-CHECK-ESCALATION.
      *-> NO GARDEN.ESC IS NO ESCALATION - A CHOICE, NOT A FAULT
            MOVE "GARDEN.ESC" TO WS-FND-FILE
            MOVE ZERO         TO WS-LINE-NO
            OPEN INPUT ESCALATE-FILE
            IF WS-ESCALATE-STATUS NOT = "00"
               CONTINUE
            ELSE
               PERFORM UNTIL WS-ESCALATE-STATUS = "10"
                   READ ESCALATE-FILE
                       AT END
                           MOVE "10" TO WS-ESCALATE-STATUS
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           PERFORM 86-CHECK-ESCALATION-LINE
                   END-READ
               END-PERFORM
               CLOSE ESCALATE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       86-CHECK-ESCALATION-LINE.
      *-> FIELDS 6-8 MAY BE LEFT OFF (NO QUIET HOURS, NO DEDUP)
            IF ESCALATE-REC = SPACES
               CONTINUE
            ELSE
               MOVE SPACES       TO WS-SHOW-LINE
               MOVE ESCALATE-REC TO WS-SHOW-LINE
               PERFORM 22-TOKENIZE-LINE
               IF WS-TOK-COUNT < 5
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "FEWER THAN 5 FIELDS ON ESC LINE"
                               TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               ELSE
                  IF NOT TOKENS-SPLIT-CLEAN
                     MOVE "FATAL" TO WS-FND-SEV
                     MOVE "EMPTY FIELD (EXTRA SPACE) ON ESC LINE"
                                  TO WS-FND-REASON
                     PERFORM 90-REPORT-FINDING
                  ELSE
                     PERFORM 87-CHECK-ESCALATION-FIELDS
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       87-CHECK-ESCALATION-FIELDS.
      *-> FIELD 1: SEVERITY, AS IN ALMREC.cpy
            IF TOK-TEXT(1)(1:2) NOT = "C " AND "W " AND "I "
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "SEVERITY MUST BE C, W OR I" TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            END-IF

      *-> FIELD 2: ALARM CODE OR "*", AT MOST 10 CHARACTERS
            IF TOK-TEXT(2)(11:6) NOT = SPACES
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "CODE LONGER THAN 10 CHARACTERS" TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            END-IF

      *-> FIELD 3: LEVEL 1-9
            MOVE TOK-TEXT(3) TO WS-TOK
            MOVE 1 TO WS-TOK-MAXLEN
            PERFORM 30-CHECK-NUM-TOKEN
            IF NOT TOKEN-GOOD OR WS-TOK-VALUE = ZERO
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "LEVEL MUST BE 1-9" TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            END-IF

      *-> FIELD 4: MINUTES UNACKED BEFORE THIS LEVEL GOES OUT
            MOVE TOK-TEXT(4) TO WS-TOK
            MOVE 4 TO WS-TOK-MAXLEN
            PERFORM 30-CHECK-NUM-TOKEN
            IF NOT TOKEN-GOOD
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "MINS MUST BE 1-4 DIGITS" TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            END-IF

      *-> FIELD 5: RECIPIENT, AT MOST 8 CHARACTERS
            IF TOK-TEXT(5)(9:8) NOT = SPACES
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "RECIPIENT LONGER THAN 8 CHARACTERS"
                            TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            END-IF

      *-> FIELDS 6-7: QUIET FROM/TO AS HHMM, BOTH OR NEITHER
            MOVE 4 TO WS-TOK-MINLEN
            MOVE 4 TO WS-TOK-MAXLEN
            IF WS-TOK-COUNT > 5
               MOVE TOK-TEXT(6) TO WS-TOK
               PERFORM 30-CHECK-NUM-TOKEN
               IF NOT TOKEN-GOOD
                  OR WS-TOK(1:2) > "23" OR WS-TOK(3:2) > "59"
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "QUIET FROM NOT A REAL HHMM" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF
            IF WS-TOK-COUNT > 6
               MOVE TOK-TEXT(7) TO WS-TOK
               PERFORM 30-CHECK-NUM-TOKEN
               IF NOT TOKEN-GOOD
                  OR WS-TOK(1:2) > "23" OR WS-TOK(3:2) > "59"
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "QUIET TO NOT A REAL HHMM" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF
            IF WS-TOK-COUNT = 6
               MOVE "FATAL" TO WS-FND-SEV
               MOVE "QUIET FROM GIVEN WITHOUT QUIET TO"
                            TO WS-FND-REASON
               PERFORM 90-REPORT-FINDING
            END-IF
            MOVE 1 TO WS-TOK-MINLEN

      *-> FIELD 8: DEDUP MINUTES, 0 = EVERY ALARM NOTIFIED
            IF WS-TOK-COUNT > 7
               MOVE TOK-TEXT(8) TO WS-TOK
               MOVE 4 TO WS-TOK-MAXLEN
               PERFORM 30-CHECK-NUM-TOKEN
               IF NOT TOKEN-GOOD
                  MOVE "FATAL" TO WS-FND-SEV
                  MOVE "DEDUPMINS MUST BE 1-4 DIGITS" TO WS-FND-REASON
                  PERFORM 90-REPORT-FINDING
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       90-REPORT-FINDING.
            IF WS-FND-SEV = "FATAL"
