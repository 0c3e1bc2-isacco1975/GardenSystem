      *               CORRUPT.  AFTER EACH SAVE, GARDEN.RLD IS SET    *
      *               TO "Y" SO A RUNNING COBOLGARDEN RELOADS ITS     *
      *               ZONE-TABLE AND SEASON-TABLE WITHOUT A RESTART.  *
      *               EACH SAVE IS ALSO KEPT AS A CONFIGURATION       *
      *               GENERATION (CFGSNAP) FOR CFGGEN TO COMPARE OR   *
      *               ROLL BACK.                                      *
      *               MENU "C" REVIEWS THE RATES A FLOW CALIBRATION   *
      *               (COBOLGARDEN KEY "5") MEASURED AND ACCEPTS THEM *
      *               INTO GARDEN.ZON.                                *
      *               ENTRY NEEDS AN OPERATOR SIGN-ON (ANY ROLE).     *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *                     ZONE-TABLE, NOT JUST BE NON-ZERO - A       *
      *                     MIS-KEYED ZONE MEANT THE WRONG BED KEPT    *
      *                     WATERING FOR THE WHOLE ABSENCE.            *
      *   23.10.2023   IGP  ZONE DETAIL CARRIES PASS SECONDS AND SOAK  *
      *                     MINUTES (CYCLE AND SOAK), GARDEN.ZON       *
      *                     FIELDS 9-10.  A SPLIT ZONE MUST HAVE A     *
      *                     SOAK GAP, AND A PASS UNDER 5 SECONDS IS    *
      *                     REFUSED - SAME RULES AS CFGCHECK.          *
      *   25.10.2023   IGP  OPERATOR SIGN-ON (GARDEN.OPR, OPRCHECK) ON *
      *                     ENTRY.  ANY ROLE MAY LIST; SEASON AND      *
      *                     ABSENCE EDITS NEED AN OPERATOR, ZONE EDITS *
      *                     (THE VALVES THEMSELVES) A SUPERVISOR.  A   *
      *                     KEY ABOVE THE SESSION'S ROLE ASKS FOR A    *
      *                     SIGN-ON THAT HAS IT.                       *
      *   30.10.2023   IGP  EVERY SAVE NOW KEEPS A NUMBERED GENERATION *
      *                     OF THE WHOLE CONFIGURATION SET (CFGSNAP,   *
      *                     GARDEN.GEN) UNDER THE SIGNED-ON OPERATOR   *
      *                     BEFORE GARDEN.RLD IS RAISED, SO A BAD EDIT *
      *                     CAN BE COMPARED AND ROLLED BACK WITH       *
      *                     CFGGEN.                                    *
      *   01.11.2023   IGP  MENU "C" (SUPERVISOR) REVIEWS THE LAST     *
      *                     FLOW CALIBRATION COBOLGARDEN LEFT IN       *
      *                     GARDEN.CAL (CALREC.cpy): MEASURED L/S,     *
      *                     LOWEST AND HIGHEST RUN, SPREAD AND         *
      *                     DIFFERENCE FROM THE CONFIGURED FLOW PER    *
      *                     ZONE. ACCEPTED RATES GO THROUGH THE ZONE   *
      *                     VALIDATION AND THE NORMAL GARDEN.ZON SAVE, *
      *                     GENERATION AND RELOAD, AND GARDEN.CAL IS   *
      *                     EMPTIED.                                   *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
           SELECT HOLIDAY-FILE       ASSIGN TO "GARDEN.HOL"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-HOLIDAY-STATUS.
           SELECT CALIB-FILE         ASSIGN TO "GARDEN.CAL"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-CALIB-STATUS.
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
       FD  CALIB-FILE.
           COPY "CALREC.cpy".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
             10 ZONE-WINDOW          PIC 9(04).
      *-> FLOW RATE, LITRES/SECOND TIMES 100 (0025 = 0,25 L/S)
             10 ZONE-FLOW            PIC 9(04).
      *-> CYCLE AND SOAK: LONGEST SINGLE PASS (00 = NEVER SPLIT) AND
      *-> THE MINUTES THE BED SOAKS BETWEEN PASSES
             10 ZONE-PASS-SECS       PIC 9(02).
             10 ZONE-SOAK-MINS       PIC 9(02).
      *
       77 SEASON-COUNT          PIC  9(02)        VALUE ZERO.
       01 SEASON-TABLE.
             10 MNT-WINDOW-HH   PIC 9(02)         VALUE ZERO.
             10 MNT-WINDOW-MM   PIC 9(02)         VALUE ZERO.
          05 MNT-FLOW           PIC 9(04)         VALUE ZERO.
          05 MNT-PASS-SECS      PIC 9(02)         VALUE ZERO.
          05 MNT-SOAK-MINS      PIC 9(02)         VALUE ZERO.
       01 MNT-SEASON-FIELDS.
          05 MNT-MONTH          PIC 9(02)         VALUE ZERO.
          05 MNT-SEA-NDAYS      PIC 9(02)         VALUE ZERO.
      *-> SET BY 27-VALIDATE-HOLIDAY'S ZONE SCAN FOR THE "Z" POLICY.
       77 WS-HOL-ZONE-OK        PIC  X(01)        VALUE "N".
      *
      *-> THE OPERATOR SIGNED ON FOR THIS VISIT AND THE RANK OF THE
      *-> ROLE (1 VIEWER, 2 OPERATOR, 3 SUPERVISOR).  A HIGHER ROLE
      *-> SIGNING ON MID-VISIT TAKES THE SESSION OVER.
       77 MNT-OPR-ID            PIC  X(08)        VALUE SPACES.
       77 MNT-OPR-RANK          PIC  9(01)        VALUE ZERO.
           COPY "OPRSIGN.cpy".
      *
      *-> THE LAST FLOW CALIBRATION (GARDEN.CAL, CALREC.cpy) AS READ
      *-> FOR 30-REVIEW-CALIBRATION.  RATES ARE LITRES PER SECOND;
      *-> CALT-CONF AND CALT-NEW ARE IN GARDEN.ZON'S UNITS (X100).
       77 WS-CALIB-STATUS       PIC  X(02)        VALUE "00".
       77 CAL-COUNT             PIC  9(02)        VALUE ZERO.
       01 CAL-TABLE.
          05 CAL-ENTRY OCCURS 10 TIMES INDEXED BY CAL-IDX.
             10 CALT-ZONE            PIC 9(02).
             10 CALT-RESULT          PIC X(01).
             10 CALT-ASKED           PIC 9(01).
             10 CALT-MEASURED        PIC 9(01).
             10 CALT-MEAN            PIC 9(02)V9999.
             10 CALT-MIN             PIC 9(02)V9999.
             10 CALT-MAX             PIC 9(02)V9999.
             10 CALT-CONF            PIC 9(04).
             10 CALT-NEW             PIC 9(04).
       77 CAL-TAKEN             PIC  9(02)        VALUE ZERO.
       77 CAL-TURNED-DOWN       PIC  9(02)        VALUE ZERO.
       77 CAL-ANSWER            PIC  X(01)        VALUE SPACE.
       77 CAL-WANTED            PIC  X(01)        VALUE "N".
          88 CAL-RATE-WANTED        VALUE "Y".
       77 CAL-CONF-LS           PIC  9(02)V99     VALUE ZERO.
       77 CAL-SPREAD-PCT        PIC  9(03)V9      VALUE ZERO.
       77 CAL-DIFF-PCT          PIC S9(06)V9      VALUE ZERO.
       77 CAL-EDIT-MEAN         PIC  Z9,9999.
       77 CAL-EDIT-MIN          PIC  Z9,9999.
       77 CAL-EDIT-MAX          PIC  Z9,9999.
       77 CAL-EDIT-SPREAD       PIC  ZZ9,9.
       77 CAL-EDIT-CONF         PIC  Z9,99.
       77 CAL-EDIT-DIFF         PIC  +(6)9,9.
      *
      *-> WHAT THE SAVE WAS, FOR THE GENERATION IT LEAVES IN GARDEN.GEN
       77 MNT-GEN-REASON        PIC  X(30)        VALUE SPACES.
           COPY "CFGSNAP.cpy".
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * S C R E E N     S E C T I O N                               *
           03 LINE 3 COLUMN 25 HIGHLIGHT "ZONE / SEASON MAINTENANCE"
              COLOR 11.
           03 LINE 5 COLUMN 20 HIGHLIGHT "1: LIST ZONES"     COLOR 4.
           03 LINE 5 COLUMN 50 HIGHLIGHT "C: FLOW CALIBRATION"
              COLOR 4.
           03 LINE 6 COLUMN 20 HIGHLIGHT "2: ADD ZONE"       COLOR 4.
           03 LINE 7 COLUMN 20 HIGHLIGHT "3: CHANGE ZONE"    COLOR 4.
           03 LINE 8 COLUMN 20 HIGHLIGHT "4: DELETE ZONE"    COLOR 4.
           03 LINE 17 PIC X COLUMN 28 USING MENU-CHOICE
              REVERSE-VIDEO.
           03 LINE 19 COLUMN 10 PIC X(40) USING MNT-MESSAGE COLOR 12.
           03 LINE 17 COLUMN 40 HIGHLIGHT "SIGNED ON:" COLOR 4.
           03 LINE 17 COLUMN 51 PIC X(08) FROM MNT-OPR-ID COLOR 4.
       01  MNT-SIGNON-SCREEN AUTO.
           03 LINE 21 COLUMN 20 HIGHLIGHT "OPERATOR ID:" COLOR 4
              REVERSE-VIDEO.
           03 LINE 21 COLUMN 33 PIC X(08) USING OPS-ID
              REVERSE-VIDEO.
           03 LINE 21 COLUMN 43 HIGHLIGHT "PIN:" COLOR 4
              REVERSE-VIDEO.
           03 LINE 21 COLUMN 48 PIC X(08) USING OPS-PIN SECURE
              REVERSE-VIDEO.
       01  MNT-ZONE-SCREEN AUTO.
           03 LINE 3 COLUMN 25 HIGHLIGHT "ZONE DETAIL" COLOR 11.
           03 LINE 5 COLUMN 20 HIGHLIGHT "ZONE ID (01-99):" COLOR 4.
           03 LINE 12 COLUMN 20 HIGHLIGHT "FLOW L/S X100:" COLOR 4.
           03 LINE 12 COLUMN 40 PIC 9(04) USING MNT-FLOW
              REVERSE-VIDEO.
           03 LINE 13 COLUMN 20 HIGHLIGHT "PASS SECS (00=1):" COLOR 4.
           03 LINE 13 COLUMN 40 PIC 9(02) USING MNT-PASS-SECS
              REVERSE-VIDEO.
           03 LINE 14 COLUMN 20 HIGHLIGHT "SOAK MINUTES:" COLOR 4.
           03 LINE 14 COLUMN 40 PIC 9(02) USING MNT-SOAK-MINS
              REVERSE-VIDEO.
       01  MNT-SEASON-SCREEN AUTO.
           03 LINE 3 COLUMN 25 HIGHLIGHT "SEASON OVERRIDE DETAIL"
              COLOR 11.
            PERFORM 03-LOAD-SEASONS
            PERFORM 04-LOAD-HOLIDAYS

      *-> CALLED AGAIN FROM THE COBOLGARDEN MENU WITHOUT CANCEL, SO
      *-> THE LAST VISIT'S OPERATOR IS STILL IN WORKING-STORAGE:
      *-> EVERY VISIT SIGNS ON AFRESH.
            MOVE SPACES TO MNT-OPR-ID
            MOVE ZERO   TO MNT-OPR-RANK
            MOVE SPACES TO MNT-MESSAGE
            DISPLAY MNT-MAIN-SCREEN
            SET OPS-NEED-VIEWER TO TRUE
            PERFORM 50-SIGN-ON
            IF MNT-OPR-RANK = ZERO
               DISPLAY MNT-MESSAGE
               PERFORM 90-PAUSE
               PERFORM 99-END
            END-IF

            PERFORM UNTIL MNT-ALL-DONE
                MOVE SPACE TO MENU-CHOICE
                DISPLAY MNT-MENU
                ACCEPT MNT-MENU
                MOVE SPACES TO MNT-MESSAGE

                PERFORM 05-CHECK-MENU-ROLE
                IF MNT-OPR-RANK < OPS-NEED-RANK
                   CONTINUE
                ELSE
                   EVALUATE TRUE
                       WHEN MENU-CHOICE = "X"
                       WHEN MENU-CHOICE = "x"
                            SET MNT-ALL-DONE TO TRUE
                       WHEN MENU-CHOICE = "1"
                            PERFORM 10-LIST-ZONES
                       WHEN MENU-CHOICE = "2"
                            PERFORM 11-ADD-ZONE
                       WHEN MENU-CHOICE = "3"
                            PERFORM 12-CHANGE-ZONE
                       WHEN MENU-CHOICE = "4"
                            PERFORM 13-DELETE-ZONE
                       WHEN MENU-CHOICE = "5"
                            PERFORM 14-LIST-SEASONS
                       WHEN MENU-CHOICE = "6"
                            PERFORM 15-EDIT-SEASON
                       WHEN MENU-CHOICE = "7"
                            PERFORM 16-DELETE-SEASON
                       WHEN MENU-CHOICE = "8"
                            PERFORM 17-LIST-HOLIDAYS
                       WHEN MENU-CHOICE = "9"
                            PERFORM 18-EDIT-HOLIDAY
                       WHEN MENU-CHOICE = "0"
                            PERFORM 19-DELETE-HOLIDAY
                       WHEN MENU-CHOICE = "C"
                       WHEN MENU-CHOICE = "c"
                            PERFORM 30-REVIEW-CALIBRATION
                       WHEN OTHER
                            MOVE "UNKNOWN CHOICE" TO MNT-MESSAGE
                   END-EVALUATE
                END-IF
            END-PERFORM

            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       05-CHECK-MENU-ROLE.
      *-> THE ROLE A MENU KEY NEEDS: LISTS AND EXIT ANY ROLE, SEASON
      *-> AND ABSENCE EDITS AN OPERATOR, ZONE EDITS - PORTS, TIMES,
      *-> FLOW RATES, THE VALVES THEMSELVES - A SUPERVISOR, AS DOES
      *-> ACCEPTING A FLOW CALIBRATION.  A SESSION BELOW THAT IS
      *-> ASKED FOR A SIGN-ON THAT HAS IT.
            EVALUATE MENU-CHOICE
                WHEN "2" WHEN "3" WHEN "4" WHEN "C" WHEN "c"
                     SET OPS-NEED-SUPERVISOR TO TRUE
                WHEN "6" WHEN "7" WHEN "9" WHEN "0"
                     SET OPS-NEED-OPERATOR   TO TRUE
                WHEN OTHER
                     SET OPS-NEED-VIEWER     TO TRUE
            END-EVALUATE
            IF MNT-OPR-RANK < OPS-NEED-RANK
               PERFORM 50-SIGN-ON
            END-IF
            .
      *----------------------------------------------------------------*
       02-LOAD-ZONES.
      *-> SAME TEN-FIELD LINE FORMAT 03A-PARSE-ZONE-LINE READS IN
      *-> COBOLGARDEN: ID PORT BAUD DATABITS NSECS NDAYS WINDOW FLOW
      *-> PASSSECS SOAKMINS.
            MOVE ZERO TO ZONE-COUNT
            OPEN INPUT ZONE-FILE
            IF WS-ZONE-STATUS = "00"
               SET ZONE-IDX TO ZONE-COUNT
               MOVE ZERO TO ZONE-WINDOW(ZONE-IDX)
               MOVE ZERO TO ZONE-FLOW(ZONE-IDX)
               MOVE ZERO TO ZONE-PASS-SECS(ZONE-IDX)
               MOVE ZERO TO ZONE-SOAK-MINS(ZONE-IDX)
               UNSTRING ZONE-REC DELIMITED BY SPACE
                        INTO ZONE-ID(ZONE-IDX)   ZONE-PORT(ZONE-IDX)
                             ZONE-BAUD(ZONE-IDX) ZONE-DATABITS(ZONE-IDX)
                             ZONE-NSECS(ZONE-IDX) ZONE-NDAYS(ZONE-IDX)
                             ZONE-WINDOW(ZONE-IDX) ZONE-FLOW(ZONE-IDX)
                             ZONE-PASS-SECS(ZONE-IDX)
                             ZONE-SOAK-MINS(ZONE-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       10-LIST-ZONES.
            DISPLAY MNT-MAIN-SCREEN
            DISPLAY
                "ID PORT     BAUD   DB SECS DAYS START FLOW  PASS SOAK"
            SET ZONE-IDX TO 1
            PERFORM UNTIL ZONE-IDX > ZONE-COUNT
                MOVE SPACES TO WS-LIST-LINE
                       ZONE-WINDOW(ZONE-IDX)    DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       ZONE-FLOW(ZONE-IDX)      DELIMITED BY SIZE
                       "  "                     DELIMITED BY SIZE
                       ZONE-PASS-SECS(ZONE-IDX) DELIMITED BY SIZE
                       "   "                    DELIMITED BY SIZE
                       ZONE-SOAK-MINS(ZONE-IDX) DELIMITED BY SIZE
                       INTO WS-LIST-LINE
                END-STRING
                DISPLAY WS-LIST-LINE
            ELSE
               MOVE ZERO   TO MNT-ZONE-ID MNT-NSECS MNT-NDAYS
               MOVE ZERO   TO MNT-WINDOW-HH MNT-WINDOW-MM MNT-FLOW
               MOVE ZERO   TO MNT-PASS-SECS MNT-SOAK-MINS
               MOVE SPACES TO MNT-PORT MNT-BAUD MNT-DATABITS
               PERFORM 20-ACCEPT-ZONE-DETAIL
               PERFORM 21-VALIDATE-ZONE
            IF NOT ENTRY-FOUND
               MOVE "ZONE-ID NOT ON FILE" TO MNT-MESSAGE
            ELSE
               PERFORM 23A-MOVE-ZONE-TO-DETAIL
               SET WS-HOLD-IDX              TO ZONE-IDX
               PERFORM 20-ACCEPT-ZONE-DETAIL
               PERFORM 21-VALIDATE-ZONE
                WHEN MNT-WINDOW-MM > 59
                     MOVE "START MIN MUST BE 00-59"  TO MNT-MESSAGE
                     SET ENTRY-INVALID TO TRUE
                WHEN MNT-PASS-SECS > ZERO AND MNT-PASS-SECS < 5
                     MOVE "PASS SECS MUST BE 00 OR 05-99"
                                                     TO MNT-MESSAGE
                     SET ENTRY-INVALID TO TRUE
                WHEN MNT-PASS-SECS > ZERO AND MNT-SOAK-MINS = ZERO
                     MOVE "SOAK MINUTES REQUIRED WITH PASSES"
                                                     TO MNT-MESSAGE
                     SET ENTRY-INVALID TO TRUE
            END-EVALUATE
            .
      *----------------------------------------------------------------*
            MOVE MNT-NDAYS       TO ZONE-NDAYS(ZONE-IDX)
            MOVE MNT-WINDOW      TO ZONE-WINDOW(ZONE-IDX)
            MOVE MNT-FLOW        TO ZONE-FLOW(ZONE-IDX)
            MOVE MNT-PASS-SECS   TO ZONE-PASS-SECS(ZONE-IDX)
            MOVE MNT-SOAK-MINS   TO ZONE-SOAK-MINS(ZONE-IDX)
            .
      *----------------------------------------------------------------*
       23A-MOVE-ZONE-TO-DETAIL.
            MOVE ZONE-ID(ZONE-IDX)          TO MNT-ZONE-ID
            MOVE ZONE-PORT(ZONE-IDX)        TO MNT-PORT
            MOVE ZONE-BAUD(ZONE-IDX)        TO MNT-BAUD
            MOVE ZONE-DATABITS(ZONE-IDX)    TO MNT-DATABITS
            MOVE ZONE-NSECS(ZONE-IDX)       TO MNT-NSECS
            MOVE ZONE-NDAYS(ZONE-IDX)       TO MNT-NDAYS
            MOVE ZONE-WINDOW(ZONE-IDX)(1:2) TO MNT-WINDOW-HH
            MOVE ZONE-WINDOW(ZONE-IDX)(3:2) TO MNT-WINDOW-MM
            MOVE ZONE-FLOW(ZONE-IDX)        TO MNT-FLOW
            MOVE ZONE-PASS-SECS(ZONE-IDX)   TO MNT-PASS-SECS
            MOVE ZONE-SOAK-MINS(ZONE-IDX)   TO MNT-SOAK-MINS
            .
      *----------------------------------------------------------------*
       24-ASK-ZONE-ID.
                   SET HOL-IDX UP BY 1
               END-PERFORM
               CLOSE HOLIDAY-FILE
               MOVE "GARDEN.HOL SAVED IN GARDENMNT" TO MNT-GEN-REASON
               PERFORM 42-SIGNAL-RELOAD
            END-IF
            .
      *----------------------------------------------------------------*
       30-REVIEW-CALIBRATION.
      *-> MENU "C".  LISTS WHAT THE LAST FLOW CALIBRATION (COBOLGARDEN
      *-> KEY "5") MEASURED AGAINST THE FLOW GARDEN.ZON HELD, AND ON
      *-> "Y" TAKES EVERY MEASURED RATE THAT DIFFERS FROM THE ZONE'S
      *-> PRESENT ONE INTO THE ZONE-TABLE THROUGH THE SAME
      *-> 21-VALIDATE-ZONE A HAND EDIT GETS, THEN SAVES GARDEN.ZON THE
      *-> USUAL WAY - GENERATION AND RELOAD INCLUDED.  GARDEN.CAL IS
      *-> EMPTIED ONCE THAT SAVE HAS WORKED, SO THE SAME RATES CANNOT
      *-> BE TAKEN TWICE.  A ZONE MARKED "*" IS ONE "Y" WILL CHANGE.
            PERFORM 30A-LOAD-CALIBRATION
            IF CAL-COUNT = ZERO
               MOVE "NO CALIBRATION ON FILE" TO MNT-MESSAGE
            ELSE
               DISPLAY MNT-MAIN-SCREEN
               DISPLAY "ID R RUN  MEAN L/S     LOW    HIGH SPRD%   "
                       "CONF     DIFF%"
               MOVE ZERO TO CAL-TAKEN
               SET CAL-IDX TO 1
               PERFORM UNTIL CAL-IDX > CAL-COUNT
                   PERFORM 30B-LIST-CAL-LINE
                   SET CAL-IDX UP BY 1
               END-PERFORM
               IF CAL-TAKEN = ZERO
                  MOVE "NOTHING TO ACCEPT" TO MNT-MESSAGE
                  PERFORM 90-PAUSE
               ELSE
                  MOVE SPACE TO CAL-ANSWER
                  DISPLAY "ACCEPT THE " CAL-TAKEN
                          " RATES MARKED * INTO GARDEN.ZON (Y/N):"
                  ACCEPT CAL-ANSWER
                  IF CAL-ANSWER = "Y" OR CAL-ANSWER = "y"
                     PERFORM 30C-ACCEPT-CALIBRATION
                  ELSE
                     MOVE "CALIBRATION NOT ACCEPTED" TO MNT-MESSAGE
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30A-LOAD-CALIBRATION.
      *-> A MISSING OR EMPTY GARDEN.CAL - NO CALIBRATION SINCE THE
      *-> LAST ONE WAS ACCEPTED - LEAVES CAL-COUNT AT ZERO.
            MOVE ZERO TO CAL-COUNT
            OPEN INPUT CALIB-FILE
            IF WS-CALIB-STATUS = "00"
               PERFORM UNTIL WS-CALIB-STATUS = "10"
                   READ CALIB-FILE
                       AT END
                           MOVE "10" TO WS-CALIB-STATUS
                       NOT AT END
                           PERFORM 30F-KEEP-CAL-LINE
                   END-READ
               END-PERFORM
               CLOSE CALIB-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       30B-LIST-CAL-LINE.
      *-> SPREAD IS THE HIGHEST LESS THE LOWEST RUN AS A PERCENTAGE
      *-> OF THE MEAN; DIFF IS THE MEAN AGAINST THE CONFIGURED FLOW.
            PERFORM 30E-CHECK-RATE-WANTED
            COMPUTE CAL-CONF-LS = CALT-CONF(CAL-IDX) / 100
            MOVE CAL-CONF-LS              TO CAL-EDIT-CONF
            MOVE SPACES                   TO WS-LIST-LINE
            IF CALT-MEASURED(CAL-IDX) = ZERO
               STRING CALT-ZONE(CAL-IDX)     DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      CALT-RESULT(CAL-IDX)   DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      CALT-MEASURED(CAL-IDX) DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      CALT-ASKED(CAL-IDX)    DELIMITED BY SIZE
                      "  NOT MEASURED"       DELIMITED BY SIZE
                      "                    " DELIMITED BY SIZE
                      CAL-EDIT-CONF          DELIMITED BY SIZE
                      INTO WS-LIST-LINE
               END-STRING
            ELSE
               MOVE ZERO TO CAL-SPREAD-PCT
               MOVE ZERO TO CAL-DIFF-PCT
               IF CALT-MEAN(CAL-IDX) NOT = ZERO
                  COMPUTE CAL-SPREAD-PCT ROUNDED =
                          (CALT-MAX(CAL-IDX) - CALT-MIN(CAL-IDX))
                          * 100 / CALT-MEAN(CAL-IDX)
               END-IF
               IF CALT-CONF(CAL-IDX) NOT = ZERO
                  COMPUTE CAL-DIFF-PCT ROUNDED =
                          (CALT-MEAN(CAL-IDX) * 100
                           - CALT-CONF(CAL-IDX))
                          * 100 / CALT-CONF(CAL-IDX)
               END-IF
               MOVE CALT-MEAN(CAL-IDX)    TO CAL-EDIT-MEAN
               MOVE CALT-MIN(CAL-IDX)     TO CAL-EDIT-MIN
               MOVE CALT-MAX(CAL-IDX)     TO CAL-EDIT-MAX
               MOVE CAL-SPREAD-PCT        TO CAL-EDIT-SPREAD
               MOVE CAL-DIFF-PCT          TO CAL-EDIT-DIFF
               STRING CALT-ZONE(CAL-IDX)     DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      CALT-RESULT(CAL-IDX)   DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      CALT-MEASURED(CAL-IDX) DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      CALT-ASKED(CAL-IDX)    DELIMITED BY SIZE
                      "   "                  DELIMITED BY SIZE
                      CAL-EDIT-MEAN          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      CAL-EDIT-MIN           DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      CAL-EDIT-MAX           DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      CAL-EDIT-SPREAD        DELIMITED BY SIZE
                      "  "                   DELIMITED BY SIZE
                      CAL-EDIT-CONF          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      CAL-EDIT-DIFF          DELIMITED BY SIZE
                      INTO WS-LIST-LINE
               END-STRING
               IF CALT-CONF(CAL-IDX) = ZERO
                  MOVE "      NEW" TO WS-LIST-LINE(49:9)
               END-IF
            END-IF
            IF CAL-RATE-WANTED
               MOVE "*"     TO WS-LIST-LINE(60:1)
               ADD 1        TO CAL-TAKEN
            END-IF
            DISPLAY WS-LIST-LINE
            .
      *----------------------------------------------------------------*
       30C-ACCEPT-CALIBRATION.
      *-> A RATE 21-VALIDATE-ZONE TURNS DOWN (THE ZONE'S OTHER FIELDS
      *-> NO LONGER PASS) LEAVES THAT ZONE AS IT WAS; ITS REASON STAYS
      *-> ON THE MESSAGE LINE WHEN NOTHING ELSE WAS TAKEN.
            MOVE ZERO TO CAL-TAKEN
            MOVE ZERO TO CAL-TURNED-DOWN
            SET CAL-IDX TO 1
            PERFORM UNTIL CAL-IDX > CAL-COUNT
                PERFORM 30D-TAKE-ONE-RATE
                SET CAL-IDX UP BY 1
            END-PERFORM
            IF CAL-TAKEN NOT = ZERO
               MOVE "CALIBRATED FLOW ACCEPTED" TO MNT-GEN-REASON
               PERFORM 40-SAVE-ZONES
               MOVE SPACES TO MNT-GEN-REASON
               IF WS-ZONE-STATUS = "00"
                  OPEN OUTPUT CALIB-FILE
                  IF WS-CALIB-STATUS = "00"
                     CLOSE CALIB-FILE
                  END-IF
                  MOVE SPACES TO MNT-MESSAGE
                  IF CAL-TURNED-DOWN = ZERO
                     STRING CAL-TAKEN              DELIMITED BY SIZE
                            " FLOW RATES ACCEPTED" DELIMITED BY SIZE
                            INTO MNT-MESSAGE
                     END-STRING
                  ELSE
                     STRING CAL-TAKEN              DELIMITED BY SIZE
                            " FLOW RATES ACCEPTED, " DELIMITED BY SIZE
                            CAL-TURNED-DOWN        DELIMITED BY SIZE
                            " REFUSED"             DELIMITED BY SIZE
                            INTO MNT-MESSAGE
                     END-STRING
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30D-TAKE-ONE-RATE.
            PERFORM 30E-CHECK-RATE-WANTED
            IF CAL-RATE-WANTED
               PERFORM 23A-MOVE-ZONE-TO-DETAIL
               MOVE CALT-NEW(CAL-IDX)   TO MNT-FLOW
               PERFORM 21-VALIDATE-ZONE
               IF ENTRY-VALID
                  PERFORM 23-MOVE-DETAIL-TO-ZONE
                  ADD 1 TO CAL-TAKEN
               ELSE
                  ADD 1 TO CAL-TURNED-DOWN
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30E-CHECK-RATE-WANTED.
      *-> A RATE IS TAKEN WHEN SOME RUN WAS MEASURED, IT IS NOT ZERO,
      *-> ITS ZONE IS STILL IN GARDEN.ZON AND IT DIFFERS FROM WHAT
      *-> THE ZONE HOLDS NOW.  LEAVES ZONE-IDX ON THE ZONE.
            MOVE "N"                    TO CAL-WANTED
            MOVE CALT-ZONE(CAL-IDX)     TO MNT-ZONE-ID
            PERFORM 22-FIND-ZONE
            IF ENTRY-FOUND
               AND CALT-MEASURED(CAL-IDX) NOT = ZERO
               AND CALT-NEW(CAL-IDX) NOT = ZERO
               AND CALT-NEW(CAL-IDX) NOT = ZONE-FLOW(ZONE-IDX)
               MOVE "Y"                 TO CAL-WANTED
            END-IF
            .
      *----------------------------------------------------------------*
       30F-KEEP-CAL-LINE.
      *-> A LINE WHOSE FIGURES ARE NOT ALL DIGITS IS NOT COBOLGARDEN'S
      *-> AND IS PASSED OVER.
            IF CAL-COUNT < 10
               AND CAL-ZONE          NUMERIC
               AND CAL-RUNS-ASKED    NUMERIC
               AND CAL-RUNS-MEASURED NUMERIC
               AND CAL-MEAN-FLOW     NUMERIC
               AND CAL-MIN-FLOW      NUMERIC
               AND CAL-MAX-FLOW      NUMERIC
               AND CAL-CONF-FLOW     NUMERIC
               AND CAL-NEW-FLOW      NUMERIC
               ADD 1 TO CAL-COUNT
               SET CAL-IDX TO CAL-COUNT
               MOVE CAL-ZONE           TO CALT-ZONE(CAL-IDX)
               MOVE CAL-RESULT         TO CALT-RESULT(CAL-IDX)
               MOVE CAL-RUNS-ASKED     TO CALT-ASKED(CAL-IDX)
               MOVE CAL-RUNS-MEASURED  TO CALT-MEASURED(CAL-IDX)
               MOVE CAL-MEAN-FLOW      TO CALT-MEAN(CAL-IDX)
               MOVE CAL-MIN-FLOW       TO CALT-MIN(CAL-IDX)
               MOVE CAL-MAX-FLOW       TO CALT-MAX(CAL-IDX)
               MOVE CAL-CONF-FLOW      TO CALT-CONF(CAL-IDX)
               MOVE CAL-NEW-FLOW       TO CALT-NEW(CAL-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       40-SAVE-ZONES.
            OPEN OUTPUT ZONE-FILE
                          ZONE-WINDOW(ZONE-IDX)   DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          ZONE-FLOW(ZONE-IDX)     DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          ZONE-PASS-SECS(ZONE-IDX) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          ZONE-SOAK-MINS(ZONE-IDX) DELIMITED BY SIZE
                          INTO ZONE-REC
                   END-STRING
                   WRITE ZONE-REC
                   SET ZONE-IDX UP BY 1
               END-PERFORM
               CLOSE ZONE-FILE
               IF MNT-GEN-REASON = SPACES
                  MOVE "GARDEN.ZON SAVED IN GARDENMNT"
                                            TO MNT-GEN-REASON
               END-IF
               PERFORM 42-SIGNAL-RELOAD
            END-IF
            .
                   SET SEASON-IDX UP BY 1
               END-PERFORM
               CLOSE SEASON-FILE
               MOVE "GARDEN.SEA SAVED IN GARDENMNT" TO MNT-GEN-REASON
               PERFORM 42-SIGNAL-RELOAD
            END-IF
            .
      *-> A RUNNING COBOLGARDEN POLLS GARDEN.RLD EVERY PASS OF ITS
      *-> 10-WORKING-CYCLE (SEE 14-CHECK-RELOAD-REQUEST THERE) AND
      *-> RELOADS ITS TABLES WHEN IT FINDS "Y" - NO RESTART NEEDED.
      *-> THE SAVED SET IS KEPT AS A GENERATION FIRST.
            PERFORM 44-TAKE-GENERATION
            OPEN OUTPUT RELOAD-FILE
            IF WS-RELOAD-STATUS = "00"
               MOVE "Y" TO RELOAD-REC
               CLOSE RELOAD-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       44-TAKE-GENERATION.
      *-> A GENERATION THAT CANNOT BE WRITTEN DOES NOT UNDO THE SAVE.
      *-> COBOLGARDEN'S RELOAD FINDS THE SET CHANGED SINCE THE LAST
      *-> GENERATION AND KEEPS IT THEN, UNDER "SYSTEM".  THE REASON
      *-> IS USED UP HERE SO THE NEXT SAVE STARTS WITHOUT ONE.
            SET CSN-SNAP-ALWAYS TO TRUE
            MOVE ZERO           TO CSN-BASE
            MOVE MNT-OPR-ID     TO CSN-OPERATOR
            MOVE MNT-GEN-REASON TO CSN-REASON
            CALL "CFGSNAP" USING CFG-SNAP-REQUEST
            MOVE SPACES         TO MNT-GEN-REASON
            .
      *----------------------------------------------------------------*
       50-SIGN-ON.
      *-> ASKS FOR AN ID AND PIN AND HAS OPRCHECK TEST THEM AGAINST
      *-> GARDEN.OPR FOR THE RANK IN OPS-NEED-RANK.  GRANTED, THAT
      *-> OPERATOR BECOMES THE SESSION'S; REFUSED, THE SESSION STAYS
      *-> AS IT WAS AND THE REASON GOES TO THE MESSAGE LINE.
            MOVE SPACES TO OPS-ID
            MOVE SPACES TO OPS-PIN
            DISPLAY MNT-SIGNON-SCREEN
            ACCEPT MNT-SIGNON-SCREEN
            CALL "OPRCHECK" USING OPR-SIGNON
            IF OPS-GRANTED
               MOVE OPS-ID   TO MNT-OPR-ID
               MOVE OPS-RANK TO MNT-OPR-RANK
            ELSE
               MOVE SPACES   TO MNT-MESSAGE
               STRING "SIGN-ON REFUSED: " DELIMITED BY SIZE
                      OPS-REASON          DELIMITED BY SIZE
                      INTO MNT-MESSAGE
               END-STRING
            END-IF
            DISPLAY MNT-MAIN-SCREEN
            .
      *----------------------------------------------------------------*
       90-PAUSE.
            DISPLAY "PRESS ENTER TO CONTINUE"
