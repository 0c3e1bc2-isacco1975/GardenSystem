      *                     ALARM/AUDIT DETAIL TEXTS TRIMMED TO THE    *
      *                     30-BYTE DETAIL FIELDS SO NONE ARRIVES      *
      *                     CUT MID-WORD ON THE ACK SCREEN.            *
      *   23.10.2023   IGP  CYCLE-AND-SOAK: GARDEN.ZON CARRIES A       *
      *                     MAXIMUM SECONDS PER PASS AND A SOAK TIME   *
      *                     PER ZONE.  AN AUTOMATIC (OR RETRY) CYCLE   *
      *                     LONGER THAN ONE PASS RUNS ITS FIRST PASS   *
      *                     AT ONCE AND THE REST FROM GARDEN.SOK AS    *
      *                     EACH SOAK GAP EXPIRES (20-PROCESS-SOAK-    *
      *                     PASSES), OTHER DUE ZONES WATERING IN THE   *
      *                     GAPS, SO THE CLAY BED STOPS SHEDDING HALF  *
      *                     ITS WATER DOWN THE PATH.  EVERY PASS IS    *
      *                     ITS OWN GARDEN.LOG RECORD LINKED TO THE    *
      *                     PARENT CYCLE (WLOG-CYCLE-TS/PASS/PASSES);  *
      *                     FERTIGATION RIDES THE FIRST PASS ONLY AND  *
      *                     A FAILED LATER PASS IS RE-ATTEMPTED IN     *
      *                     PLACE RATHER THAN RE-RUNNING THE CYCLE.    *
      *                     GARDEN.JNL CARRIES THE PASS LINK TOO.      *
      *   24.10.2023   IGP  GARDEN.RST HOLDS THE WATER COMPANY'S       *
      *                     DATED RESTRICTION PERIODS (ODD/EVEN DAYS,  *
      *                     BANNED HOURS, MAXIMUM MINUTES PER DAY).    *
      *                     EVERY OPEN - AUTOMATIC, RETRY, SOAK PASS,  *
      *                     MANUAL KEY "1" AND REMOTE "OPEN NN" - IS   *
      *                     VETTED AGAINST THEM BEFORE THE VALVE MOVES *
      *                     (24-CHECK-RESTRICTIONS).  AN AUTOMATIC     *
      *                     CYCLE, RETRY OR PASS THAT WOULD BREAK A    *
      *                     RULE MOVES TO THE NEXT LAWFUL SLOT (24D-   *
      *                     FIND-NEXT-SLOT) OR IS REFUSED; MANUAL AND  *
      *                     REMOTE OPENS ARE REFUSED.  EITHER WAY THE  *
      *                     REASON GOES TO GARDEN.AUD ("RESTRICT" OR   *
      *                     "MANUAL") AND, FOR A REMOTE OPEN, TO       *
      *                     GARDEN.ACK.                                *
      *   25.10.2023   IGP  OPERATOR SIGN-ON.  GARDEN.OPR LISTS EACH   *
      *                     OPERATOR'S ID, PIN AND ROLE (VIEWER,       *
      *                     OPERATOR, SUPERVISOR), CHECKED BY OPRCHECK *
      *                     (OperCheck.cbl).  MENU KEYS "1", "2" AND   *
      *                     "X" ASK FOR AN OPERATOR SIGN-ON EVERY TIME *
      *                     (25-CONSOLE-SIGN-ON); "3" AND "4" SIGN ON  *
      *                     INSIDE GARDENMNT AND ALARMACK.  A GARDEN.  *
      *                     CMD LINE MUST LEAD WITH ITS CREDENTIAL     *
      *                     ("ID PIN OPEN 02") OR IS REJECTED IN       *
      *                     GARDEN.ACK.  EVERY GARDEN.AUD RECORD NOW   *
      *                     NAMES ITS OPERATOR ("SYSTEM" FOR THE       *
      *                     CONTROLLER'S OWN ACTIONS).                 *
      *   26.10.2023   IGP  ALARM ESCALATION: ONCE A MINUTE THE        *
      *                     WATERING THREAD CALLS ALARMESC             *
      *                     (AlarmEscalate.cbl), WHICH NOTIFIES THE    *
      *                     GATEWAY (GARDEN.NTF) ABOUT ALARMS LEFT     *
      *                     UNACKED PAST THE GARDEN.ESC RULES.         *
      *   30.10.2023   IGP  CONFIGURATION GENERATIONS: AT STARTUP      *
      *                     (ONCE CFGCHECK PASSES) AND ON EVERY        *
      *                     RELOAD, THE LIVE                           *
      *                     GARDEN.ZON/SEA/HOL/SET/FRT SET IS COMPARED *
      *                     WITH THE LATEST GENERATION (CFGSNAP) AND   *
      *                     KEPT AS A NEW ONE UNDER "SYSTEM" WHEN IT   *
      *                     DIFFERS, SO HAND EDITS CAN BE COMPARED AND *
      *                     ROLLED BACK WITH CFGGEN TOO.               *
      *   31.10.2023   IGP  DAILY SUMMARY GARDEN.DSM (DSMREC.cpy):     *
      *                     EVERY GARDEN.LOG RECORD WRITTEN IS ALSO    *
      *                     ADDED TO ITS DAY AND ZONE THROUGH DAYSUM,  *
      *                     AND A MISSING GARDEN.DSM IS REBUILT BY     *
      *                     DAYREBLD AT STARTUP.  THE MONTH'S BUDGET   *
      *                     LITRES (21-INIT-MONTH-BUDGET) AND THE      *
      *                     DAY'S MANUAL OPENS (11A-CHECK-MANUAL-      *
      *                     ALLOWED) ARE NOW READ FROM IT, SO A        *
      *                     RESTART NO LONGER HANDS THE DAY A FRESH    *
      *                     MANUAL CAP.                                *
      *   01.11.2023   IGP  FLOW CALIBRATION (CONSOLE KEY "5",         *
      *                     SUPERVISOR SIGN-ON, 26-FLOW-CALIBRATION):  *
      *                     THE CONTROLLER LEAVES AUTOMATIC SERVICE -  *
      *                     NO SCHEDULED CYCLE, RETRY, SOAK PASS OR    *
      *                     GARDEN.CMD COMMAND RUNS; THEY WAIT, NOT    *
      *                     LOST - WHILE EACH CHOSEN ZONE IS OPENED    *
      *                     CALRUNS TIMES FOR CALSECS SECONDS          *
      *                     (GARDEN.SET) AND THE METERED LITRES FROM   *
      *                     GARDEN.FLW GIVE ITS L/S. THE MEAN, LOWEST  *
      *                     AND HIGHEST RATE AND THE CONFIGURED ZONE-  *
      *                     FLOW GO TO GARDEN.CAL (CALREC.cpy) FOR     *
      *                     GARDENMNT TO ACCEPT INTO GARDEN.ZON. TEST  *
      *                     RUNS LOG AS TRIGGER "C": NO FERTIGATION,   *
      *                     NO BUDGET, NO FLOWVAR ALARM FOR A RATE OFF *
      *                     THE CONFIGURED ONE.                        *
      *   02.11.2023   IGP  05B AND 08 HAND ZONE-IDX BACK AS THEY      *
      *                     FOUND IT. A DUE ZONE WAS LEFT POINTING     *
      *                     PAST THE LAST ZONE BEFORE ITS WET,         *
      *                     ABSENCE, PASS-SPLIT, SOAK AND GARDEN.RST   *
      *                     CHECKS AND ITS OPEN, AND THE ZONES AFTER   *
      *                     IT WAITED FOR THE NEXT PASS.               *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
           SELECT FERTSTATE-FILE     ASSIGN TO "GARDEN.FDT"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-FERTSTATE-STATUS.
           SELECT SOAK-FILE          ASSIGN TO "GARDEN.SOK"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-SOAK-STATUS.
           SELECT RESTRICT-FILE      ASSIGN TO "GARDEN.RST"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RESTRICT-STATUS.
      *-> DAILY SUMMARY, ONE RECORD PER DAY AND ZONE: READ HERE FOR
      *-> THE BUDGET AND THE MANUAL CAP, UPDATED THROUGH DAYSUM.
           SELECT DAYSUM-FILE        ASSIGN TO "GARDEN.DSM"
                  ORGANIZATION       IS INDEXED
                  ACCESS MODE        IS DYNAMIC
                  RECORD KEY         IS DSM-KEY
                  FILE STATUS        IS WS-DAYSUM-STATUS.
      *-> THE LAST FLOW CALIBRATION'S RESULTS, ONE LINE PER ZONE
      *-> MEASURED, FOR GARDENMNT TO REVIEW AND ACCEPT.
           SELECT CALIB-FILE         ASSIGN TO "GARDEN.CAL"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-CALIB-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
           COPY "WLOGREC.cpy".
      *
       FD  ZONE-FILE.
       01  ZONE-REC                  PIC X(60).
      *
       FD  RAINDELAY-FILE.
       01  RAINDELAY-REC             PIC X(01).
           COPY "AUDREC.cpy".
      *
       FD  COMMAND-FILE.
       01  COMMAND-REC               PIC X(40).
      *
       FD  ACK-FILE.
       01  ACK-REC                   PIC X(80).
       01  HOLIDAY-REC               PIC X(24).
      *
       FD  JOURNAL-FILE.
       01  JOURNAL-REC               PIC X(40).
      *
       FD  ALARM-FILE.
           COPY "ALMREC.cpy".
      *
       FD  FERTSTATE-FILE.
       01  FERTSTATE-REC             PIC X(24).
      *
       FD  SOAK-FILE.
       01  SOAK-REC                  PIC X(60).
      *
       FD  RESTRICT-FILE.
       01  RESTRICT-REC              PIC X(40).
      *
       FD  DAYSUM-FILE.
           COPY "DSMREC.cpy".
      *
       FD  CALIB-FILE.
           COPY "CALREC.cpy".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
          05 SETTINGS-TARIFF   PIC 9(03)V99      VALUE ZERO.
          05 SETTINGS-BUDGETL  PIC 9(06)         VALUE ZERO.
          05 SETTINGS-BUDGETWARN PIC 9(03)       VALUE 80.
      *-> FLOW CALIBRATION (CONSOLE KEY "5"): SECONDS EACH TEST RUN
      *-> HOLDS THE VALVE OPEN (CALSECS) AND RUNS PER ZONE (CALRUNS).
      *-> SEE 26-FLOW-CALIBRATION.
          05 SETTINGS-CALSECS  PIC 9(02)         VALUE 30.
          05 SETTINGS-CALRUNS  PIC 9(01)         VALUE 3.
      *
      *-> GARDEN.SET read/parse work fields
       77 WS-SETTINGS-STATUS    PIC  X(02)        VALUE "00".
      *-> every zone in turn (10A-PROCESS-ZONE-CYCLE).
       77 WS-ZONE-STATUS        PIC  X(02)        VALUE "00".
       77 ZONE-COUNT            PIC  9(02)        VALUE ZERO.
      *-> ZONE-IDX AS THE CALLER LEFT IT, PUT BACK BY THE ALL-ZONE
      *-> WALKS 05B AND 08 THAT RUN IN THE MIDDLE OF ONE ZONE'S WORK
       77 WS-SAVE-ZONE-IDX      USAGE INDEX.
      *-> RAW IMPLIED-DECIMAL FIELDS AS THEY SIT IN THE FILES, BEFORE
      *-> THE /100 INTO THEIR V99 HOMES
       77 WS-ZF-RAW             PIC  9(04)        VALUE ZERO.
      *-> FLOW RATE IN LITRES/SECOND TIMES 100 (0025 = 0,25 L/S);
      *-> ZERO MEANS NO FLOW DATA, THE ZONE COUNTS NO LITRES.
             10 ZONE-FLOW            PIC 9(02)V99.
      *-> CYCLE-AND-SOAK: AT MOST THIS MANY SECONDS IN ONE PASS, AND
      *-> AT LEAST THIS MANY MINUTES OF SOAK BEFORE THE NEXT ONE.
      *-> PASS SECONDS ZERO (OR NO NINTH FIELD) MEANS THE CYCLE IS
      *-> NEVER SPLIT.  SEE 15I-SPLIT-INTO-PASSES.
             10 ZONE-PASS-SECS       PIC 9(02).
             10 ZONE-SOAK-MINS       PIC 9(02).
             10 ZONE-NEXT-TIMESTAMP  PIC 9(14).
             10 ZONE-DATE-NEXT       PIC 9(08).
      *
       77 WS-HOL-PCT            PIC  9(03)        VALUE ZERO.
       77 WS-HOL-SECS           PIC  9(04)        VALUE ZERO.
      *
      *-> GARDEN.RST (MUNICIPAL WATERING RESTRICTIONS) WORK FIELDS AND
      *-> TABLE.  ONE LINE PER RESTRICTION PERIOD, COPIED FROM THE
      *-> WATER COMPANY'S NOTICE: FROM TO DAYS BANFROM BANTO MAXMINS.
      *-> DAYS "O" ALLOWS ODD DATES ONLY, "E" EVEN DATES ONLY (WHICH
      *-> ONE DEPENDS ON OUR HOUSE NUMBER), "A" ANY DATE.  BANFROM TO
      *-> BANTO (HHMM) IS WHEN NO VALVE MAY BE OPEN - EQUAL TIMES
      *-> MEAN NO BAN, A BANFROM PAST BANTO SPANS MIDNIGHT.  MAXMINS
      *-> CAPS THE WHOLE HOUSEHOLD'S WATERING MINUTES PER DAY, ALL
      *-> ZONES TOGETHER (000 = NO CAP).  EVERY PERIOD COVERING A DATE
      *-> APPLIES.  UNLIKE THE ABSENCE CALENDAR THESE RULES BIND
      *-> MANUAL AND REMOTE OPENS TOO: THE COUNCIL DOES NOT CARE WHO
      *-> PRESSED THE KEY.
       77 WS-RESTRICT-STATUS    PIC  X(02)        VALUE "00".
       77 RST-COUNT             PIC  9(02)        VALUE ZERO.
       01 RST-TABLE.
          05 RST-ENTRY OCCURS 10 TIMES INDEXED BY RST-IDX.
             10 RST-FROM             PIC 9(08).
             10 RST-TO               PIC 9(08).
             10 RST-DAYS             PIC X(01).
             10 RST-BAN-FROM         PIC 9(04).
             10 RST-BAN-TO           PIC 9(04).
             10 RST-MAX-MINS         PIC 9(03).
      *-> THE OPEN BEING VETTED BY 24-CHECK-RESTRICTIONS: ITS DATE AND
      *-> START TIME, THE SECONDS THE VALVE WILL BE OPEN (WS-RST-SECS,
      *-> FOR THE BANNED HOURS), THE SECONDS IT ADDS TO THE DAY
      *-> (WS-RST-NEED, FOR THE DAILY CAP - A WHOLE SPLIT CYCLE ON ITS
      *-> FIRST PASS) AND THE SECONDS THE DAY HAS ALREADY WATERED.
      *-> THE VERDICT COMES BACK IN WS-RST-OK, WITH A REASON SHORT
      *-> ENOUGH FOR GARDEN.AUD, GARDEN.ACK AND THE SCREEN.
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
      *-> SECONDS-OF-THE-DAY SCRATCH FOR THE BAN OVERLAP TEST
       77 WS-RST-START-SOD      PIC  9(05)        VALUE ZERO.
       77 WS-RST-END-SOD        PIC  9(05)        VALUE ZERO.
       77 WS-RST-BAN-FROM-SOD   PIC  9(05)        VALUE ZERO.
       77 WS-RST-BAN-TO-SOD     PIC  9(05)        VALUE ZERO.
       77 WS-RST-HOURS          PIC  9(02)        VALUE ZERO.
       77 WS-RST-MINS           PIC  9(02)        VALUE ZERO.
       77 WS-RST-DAY            PIC  9(02)        VALUE ZERO.
       77 WS-RST-QUOT           PIC  9(02)        VALUE ZERO.
       77 WS-RST-REM            PIC  9(01)        VALUE ZERO.
      *-> SECONDS OF WATER ALREADY MOVED TODAY, ALL ZONES: REBASED
      *-> FROM GARDEN.LOG AT STARTUP (24C-INIT-DAY-USAGE), KEPT
      *-> CURRENT BY 16-LOG-WATER-EVENT, RESET BY THE FIRST EVENT OF
      *-> A NEW DAY.
       77 WS-RST-DAY-DATE       PIC  9(08)        VALUE ZERO.
       77 WS-RST-DAY-SECS       PIC  9(05)        VALUE ZERO.
      *-> NEXT-LAWFUL-SLOT SEARCH (24D-FIND-NEXT-SLOT): THE DAY BEING
      *-> TRIED (0 = TODAY), THE TIME BEING TRIED, THE EARLIEST TIME
      *-> THAT DAY FOUND SO FAR (9999 = NONE) AND THE RESULT.
       77 WS-RST-TRY-DAY        PIC  9(02)        VALUE ZERO.
       77 WS-RST-TRY-HHMM       PIC  9(04)        VALUE ZERO.
       77 WS-RST-BEST-HHMM      PIC  9(04)        VALUE ZERO.
       77 WS-RST-NOW-HHMM       PIC  9(04)        VALUE ZERO.
       77 WS-RST-SUB            PIC  9(02)        VALUE ZERO.
       77 WS-RST-NEXT-TS        PIC  9(14)        VALUE ZERO.
       77 WS-RST-FOUND          PIC  X(01)        VALUE "N".
          88 RST-SLOT-FOUND         VALUE "Y".
      *-> ONE-DAY-ADD SCRATCH FOR 70-ADD-ONE-DAY.  THE SLOT SEARCH
      *-> WALKS THE REAL CALENDAR: ODD AND EVEN DATES ARE THE WHOLE
      *-> POINT OF THE RULE, AND DAY 32 IS NEITHER.
       77 WS-WORK-DATE          PIC  9(08)        VALUE ZERO.
       77 WS-WD-YEAR            PIC  9(04)        VALUE ZERO.
       77 WS-WD-MONTH           PIC  9(02)        VALUE ZERO.
       77 WS-WD-DAY             PIC  9(02)        VALUE ZERO.
       77 WS-WD-LAST            PIC  9(02)        VALUE ZERO.
       77 WS-WD-QUOT            PIC  9(04)        VALUE ZERO.
       77 WS-WD-REM             PIC  9(04)        VALUE ZERO.
      *
      *-> GARDEN.JNL (OPEN-CYCLE JOURNAL) WORK FIELDS.  ONE LINE -
      *-> ZONE TIMESTAMP TRIGGER - WRITTEN JUST BEFORE THE SERIAL
      *-> COMMAND GOES OUT AND CLEARED ONCE THE CYCLE IS SAFELY IN
       77 WS-JNL-ZONE-ID        PIC  9(02)        VALUE ZERO.
       77 WS-JNL-TIMESTAMP      PIC  9(14)        VALUE ZERO.
       77 WS-JNL-TRIGGER        PIC  X(01)        VALUE SPACE.
      *-> THE CYCLE-AND-SOAK LINK OF THE PASS THAT WAS OPEN (SPACES/
      *-> ZERO ON A JOURNAL LINE FROM BEFORE PASSES EXISTED)
       77 WS-JNL-CYCLE-TS       PIC  9(14)        VALUE ZERO.
       77 WS-JNL-PASS           PIC  X(01)        VALUE SPACE.
       77 WS-JNL-PASSES         PIC  X(01)        VALUE SPACE.
       77 WS-JNL-FOUND          PIC  X(01)        VALUE "N".
          88 JNL-ENTRY-FOUND        VALUE "Y".
      *
       77 WS-ALM-DETAIL         PIC  X(30)        VALUE SPACES.
       77 WS-ALARM-COUNT        PIC  9(03)        VALUE ZERO.
       77 WS-ALARM-DISPLAY      PIC  X(20)        VALUE SPACES.
      *-> THE HHMM ALARMESC LAST RAN FOR - IT RUNS ONCE PER MINUTE
       77 WS-ESC-LAST-HHMM      PIC  X(04)        VALUE SPACES.
       77 WS-EDIT-ALMCNT        PIC  ZZ9          VALUE ZERO.
      *
      *-> GARDEN.FRT (FERTIGATION DOSING PLAN) WORK FIELDS AND TABLE.
       77 WS-RT-HOUR            PIC  9(04)        VALUE ZERO.
       77 WS-RT-CARRY           PIC  9(02)        VALUE ZERO.
       77 WS-RT-REM             PIC  9(02)        VALUE ZERO.
      *-> MINUTES 18B-ADD-MINUTES PUTS ON TOP OF NOW
       77 WS-RT-ADD-MINS        PIC  9(02)        VALUE ZERO.
      *
      *-> CYCLE-AND-SOAK WORK FIELDS.  A ZONE WITH ZONE-PASS-SECS SET
      *-> WHOSE CYCLE RUNS LONGER THAN THAT IS CUT INTO PASSES
      *-> (15I-SPLIT-INTO-PASSES): THE FIRST RUNS AT ONCE, THE REST
      *-> WAIT IN SOAK-TABLE UNTIL ZONE-SOAK-MINS HAVE PASSED AND ARE
      *-> RUN BY 20-PROCESS-SOAK-PASSES, SO THE WATER SINKS IN BEFORE
      *-> THE NEXT PASS INSTEAD OF RUNNING OFF THE CLAY.  THE TABLE IS
      *-> PERSISTED IN GARDEN.SOK LIKE THE RETRY QUEUE IS IN
      *-> GARDEN.RTY - ONE ENTRY PER ZONE AT MOST.
      *-> WS-CYCLE-TS IS THE FIRST PASS'S START (THE PARENT CYCLE),
      *-> WS-PASS-NO/WS-PASS-COUNT THE PASS IN HAND AND THE PASSES
      *-> PLANNED, WS-CYCLE-SECS THE WHOLE CYCLE'S SECONDS, WS-PASS-SECS
      *-> THE LENGTH OF EVERY PASS BUT THE LAST AND WS-SECS-LEFT THE
      *-> SECONDS STILL OWED INCLUDING THE PASS IN HAND.
       77 WS-SOAK-STATUS        PIC  X(02)        VALUE "00".
       77 WS-CYCLE-TS           PIC  9(14)        VALUE ZERO.
       77 WS-PASS-NO            PIC  9(01)        VALUE 1.
       77 WS-PASS-COUNT         PIC  9(01)        VALUE 1.
       77 WS-CYCLE-SECS         PIC  9(02)        VALUE ZERO.
       77 WS-PASS-SECS          PIC  9(02)        VALUE ZERO.
       77 WS-SECS-LEFT          PIC  9(02)        VALUE ZERO.
       77 WS-PASS-CALC          PIC  9(03)        VALUE ZERO.
       77 SOAK-COUNT            PIC  9(02)        VALUE ZERO.
       01 SOAK-TABLE.
          05 SOAK-ENTRY OCCURS 10 TIMES INDEXED BY SOAK-IDX.
             10 SOAK-ZONE-ID         PIC 9(02).
             10 SOAK-TRIGGER         PIC X(01).
             10 SOAK-CYCLE-TS        PIC 9(14).
      *-> THE NEXT PASS TO RUN AND HOW MANY THE CYCLE HAS
             10 SOAK-PASS            PIC 9(01).
             10 SOAK-PASSES          PIC 9(01).
             10 SOAK-SECS-LEFT       PIC 9(02).
             10 SOAK-PASS-SECS       PIC 9(02).
             10 SOAK-ADJUST          PIC X(01).
             10 SOAK-BASE-SECS       PIC 9(02).
      *-> FAILED TRIES AT THIS PASS SO FAR (SEE 20A-RUN-NEXT-PASS)
             10 SOAK-ATTEMPT         PIC 9(02).
             10 SOAK-NEXT-TS         PIC 9(14).
       01 WS-SOAK-LINE.
          05 WS-SK-ZONE-ID         PIC 9(02)     VALUE ZERO.
          05 WS-SK-TRIGGER         PIC X(01)     VALUE SPACE.
          05 WS-SK-CYCLE-TS        PIC 9(14)     VALUE ZERO.
          05 WS-SK-PASS            PIC 9(01)     VALUE ZERO.
          05 WS-SK-PASSES          PIC 9(01)     VALUE ZERO.
          05 WS-SK-SECS-LEFT       PIC 9(02)     VALUE ZERO.
          05 WS-SK-PASS-SECS       PIC 9(02)     VALUE ZERO.
          05 WS-SK-ADJUST          PIC X(01)     VALUE SPACE.
          05 WS-SK-BASE-SECS       PIC 9(02)     VALUE ZERO.
          05 WS-SK-ATTEMPT         PIC 9(02)     VALUE ZERO.
          05 WS-SK-NEXT-TS         PIC 9(14)     VALUE ZERO.
       77 WS-SK-FOUND           PIC  X(01)        VALUE "N".
          88 SK-ENTRY-FOUND         VALUE "Y".
       77 WS-SK-DUE             PIC  X(01)        VALUE "N".
          88 SK-ENTRY-DUE           VALUE "Y".
      *
      *-> MONTHLY WATER-BUDGET TRACKING.  WS-MONTH-USED-L IS THE
      *-> LITRES DELIVERED SO FAR THIS MONTH (SUMMED FROM GARDEN.DSM
      *-> AT STARTUP BY 21-INIT-MONTH-BUDGET, THEN KEPT CURRENT BY
      *-> 15B-ACCUMULATE-USAGE AFTER EVERY SUCCESSFUL OPEN).  AT
      *-> SETTINGS-BUDGETWARN PERCENT OF SETTINGS-BUDGETL THE SCREEN
       77 WS-PRIOR-BUDGET       PIC  X(01)        VALUE "-".
       77 WS-WARN-LEVEL         PIC  9(07)V99     VALUE ZERO.
       77 WS-EDIT-USED          PIC  9(07)        VALUE ZERO.
      *
      *-> DAILY SUMMARY (GARDEN.DSM) SCAN, SEE 21D-SUM-DAY-SUMMARY:
      *-> THE DATES WANTED, WHAT THEY ADD UP TO, AND WHETHER THE FILE
      *-> WAS READ TO THE END OF THE RANGE.
       77 WS-DAYSUM-STATUS      PIC  X(02)        VALUE "00".
       77 WS-DSM-MONTH          PIC  9(06)        VALUE ZERO.
       77 WS-DSM-FROM           PIC  9(08)        VALUE ZERO.
       77 WS-DSM-TO             PIC  9(08)        VALUE ZERO.
       77 WS-DSM-LITRES         PIC  9(07)V99     VALUE ZERO.
       77 WS-DSM-MANUAL         PIC  9(05)        VALUE ZERO.
       77 WS-DSM-EOF            PIC  X(01)        VALUE "N".
          88 DSM-END                VALUE "Y".
       77 WS-DSM-READ-OK        PIC  X(01)        VALUE "N".
          88 DSM-READ-COMPLETE      VALUE "Y".
      *
      *-> GARDEN.AUD (OPERATOR/SYSTEM AUDIT TRAIL) WORK FIELDS.
      *-> GARDEN.LOG ONLY RECORDS VALVE OPENS; EVERY OTHER ACTION -
       77 WS-AUDIT-STATUS       PIC  X(02)        VALUE "00".
       77 WS-AUD-ACTION         PIC  X(10)        VALUE SPACES.
       77 WS-AUD-DETAIL         PIC  X(30)        VALUE SPACES.
      *-> WHO THE NEXT RECORD IS FOR.  A CONSOLE OR REMOTE CALL SITE
      *-> MOVES ITS OPERATOR IN JUST BEFORE 17-WRITE-AUDIT-EVENT,
      *-> WHICH PUTS "SYSTEM" BACK AFTER EVERY WRITE - SO THE
      *-> WORKING THREAD'S OWN RECORDS NEVER INHERIT SOMEBODY'S ID.
       77 WS-AUD-OPERATOR       PIC  X(08)        VALUE "SYSTEM".
      *
      *-> GARDEN.CMD / GARDEN.ACK (INBOUND REMOTE COMMANDS) WORK
      *-> FIELDS.  THE MONITORING MACHINE THAT READS GARDEN.STA CAN
      *-> DROP REQUESTS HERE - "OPEN NN", "RAINDELAY Y", "RAINDELAY
      *-> N", "RELOAD" - ONE PER LINE, EACH LED BY THE OPERATOR ID
      *-> AND PIN IT IS SENT UNDER ("IGP 4711 OPEN 02").  A LINE
      *-> WITHOUT A VALID OPERATOR CREDENTIAL IS REJECTED UNRUN.
      *-> 13-POLL-REMOTE-COMMANDS
      *-> PICKS THEM UP EVERY WORKING-CYCLE PASS, RUNS EACH ONE
      *-> THROUGH THE SAME INTERLOCKS THE CONSOLE USES
      *-> (CYCLE-IN-PROGRESS, SETTINGS-MANUALCAP) AND ANSWERS EVERY
      *-> (SEE 13E-REJECT-OVERFLOW) SO EVERY COMMAND GETS AN ANSWER.
       01 CMD-TABLE.
          05 CMD-ENTRY OCCURS 5 TIMES INDEXED BY CMD-IDX.
             10 CMD-LINE             PIC X(40).
       77 WS-CMD-RAW            PIC  X(40)        VALUE SPACES.
      *-> THE COMMAND AS ECHOED IN GARDEN.ACK: ID, VERB, ARG - NEVER
      *-> THE PIN
       77 WS-ACK-CMD            PIC  X(20)        VALUE SPACES.
       77 WS-CMD-OPERATOR       PIC  X(08)        VALUE SPACES.
       77 WS-CMD-PIN            PIC  X(08)        VALUE SPACES.
      *-> OPRCHECK'S ANSWER, KEPT HERE AT ONCE: THE CONSOLE THREAD
      *-> MAY CALL IT AGAIN WHILE AN "OPEN" SITS IN 15-OPEN-WATER.
       77 WS-CMD-AUTH           PIC  X(01)        VALUE "N".
          88 CMD-AUTHORISED         VALUE "Y".
       77 WS-CMD-VERB           PIC  X(10)        VALUE SPACES.
       77 WS-CMD-ARG            PIC  X(10)        VALUE SPACES.
       77 WS-CMD-ZONE-ID        PIC  9(02)        VALUE ZERO.
      *-> ZONE-CYCLE) or manual (11-MANUAL-OPEN-REQUEST) - is inside
      *-> 15-OPEN-WATER, so a second manual press cannot overlap it.
      *-> WS-MANUAL-COUNT/WS-MANUAL-COUNT-DATE cap how many manual
      *-> opens are allowed per calendar day (SETTINGS-MANUALCAP);
      *-> the day's count is taken from GARDEN.DSM when it can be
      *-> read (see 11F-COUNT-MANUAL-OPENS).
       77 WS-CYCLE-BUSY         PIC  X(01)        VALUE "N".
          88 CYCLE-IN-PROGRESS      VALUE "Y".
          88 CYCLE-IDLE             VALUE "N".
       77 WS-MAN-SECS           PIC  9(02)        VALUE ZERO.
       77 WS-MANUAL-OVERRIDE    PIC  9(02)        VALUE ZERO.
      *
      *-> FLOW CALIBRATION (SEE 26-FLOW-CALIBRATION).  WHILE
      *-> CALIBRATION-RUNNING THE WORKING THREAD RUNS NO ZONE CYCLE
      *-> AND TAKES NO GARDEN.CMD COMMAND.  WS-CAL-ZONE-ID IS THE KEYED
      *-> ZONE, 00 FOR EVERY ZONE; THE RATES ARE LITRES PER SECOND.
       77 WS-CALIBRATING        PIC  X(01)        VALUE "N".
          88 CALIBRATION-RUNNING    VALUE "Y".
          88 CALIBRATION-OFF        VALUE "N".
       77 WS-CALIB-STATUS       PIC  X(02)        VALUE "00".
       77 WS-CAL-ZONE-ID        PIC  9(02)        VALUE ZERO.
       77 WS-CAL-RUN            PIC  9(02)        VALUE ZERO.
       77 WS-CAL-MEASURED       PIC  9(01)        VALUE ZERO.
       77 WS-CAL-RESULT         PIC  X(01)        VALUE "-".
       77 WS-CAL-STOP           PIC  X(01)        VALUE "N".
          88 CAL-ZONE-STOPPED       VALUE "Y".
       77 WS-CAL-ZONES          PIC  9(02)        VALUE ZERO.
       77 WS-CAL-RATE           PIC  9(02)V9999   VALUE ZERO.
       77 WS-CAL-SUM            PIC  9(03)V9999   VALUE ZERO.
       77 WS-CAL-MEAN           PIC  9(02)V9999   VALUE ZERO.
       77 WS-CAL-MIN            PIC  9(02)V9999   VALUE ZERO.
       77 WS-CAL-MAX            PIC  9(02)V9999   VALUE ZERO.
       77 WS-CAL-EDIT-FLOW      PIC  Z9,9999.
       77 WS-CAL-EDIT-CONF      PIC  Z9,99.
      *
      *-> CONSOLE SIGN-ON (SEE 25-CONSOLE-SIGN-ON).  THE ENTRY FIELDS
      *-> AND THE ANSWER ARE THE CONSOLE THREAD'S OWN; OPR-SIGNON IS
      *-> ONLY FILLED FOR THE CALL ITSELF, SINCE THE WORKING THREAD
      *-> CHECKS GARDEN.CMD CREDENTIALS THROUGH IT TOO.
      *-> WS-CON-OPERATOR IS THE ID GRANTED FOR THE KEY IN HAND.
       77 WS-SIGN-ID            PIC  X(08)        VALUE SPACES.
       77 WS-SIGN-PIN           PIC  X(08)        VALUE SPACES.
       77 WS-SIGN-NEED          PIC  9(01)        VALUE 2.
          88 SIGN-NEED-OPERATOR     VALUE 2.
          88 SIGN-NEED-SUPERVISOR   VALUE 3.
       77 WS-SIGN-RESULT        PIC  X(01)        VALUE "N".
          88 SIGNON-GRANTED         VALUE "Y".
       77 WS-SIGN-REASON        PIC  X(24)        VALUE SPACES.
       77 WS-CON-OPERATOR       PIC  X(08)        VALUE SPACES.
           COPY "OPRSIGN.cpy".
      *
      *-> CONFIGURATION GENERATION REQUEST FOR CFGSNAP (SEE
      *-> 14B-TAKE-CONFIG-GENERATION)
           COPY "CFGSNAP.cpy".
      *
      *-> DAILY SUMMARY UPDATE REQUEST FOR DAYSUM (SEE
      *-> 16C-ADD-TO-DAY-SUMMARY)
           COPY "DSMREQ.cpy".
      *
      *-> GARDEN.STA (live status export for remote monitoring) work
      *-> fields.  Rewritten every pass of 10-WORKING-CYCLE by
      *-> 12-EXPORT-STATUS so another machine can read it and see
           03 LINE 16 COLUMN 20
              HIGHLIGHT "ENTER 4: ALARM REVIEW / ACK"
              COLOR 4.
           03 LINE 16 COLUMN 50
              HIGHLIGHT "ENTER 5: FLOW CALIBRATION"
              COLOR 4.
           03 LINE 20 COLUMN 20
              HIGHLIGHT "EBTER X: TO EXIT APPLICATION"
              COLOR 4.
              COLOR 4 REVERSE-VIDEO.
           03 LINE 22 COLUMN 52 PIC 9(02) USING WS-MAN-SECS
              REVERSE-VIDEO.
        01 CALIBRATE-INPUT AUTO.
           03 LINE 22 COLUMN 20 HIGHLIGHT "CALIBRATE ZONE (00=ALL):"
              COLOR 4 REVERSE-VIDEO.
           03 LINE 22 COLUMN 45 PIC 9(02) USING WS-CAL-ZONE-ID
              REVERSE-VIDEO.
        01 SIGNON-INPUT AUTO.
           03 LINE 23 COLUMN 20 HIGHLIGHT "OPERATOR:" COLOR 4
              REVERSE-VIDEO.
           03 LINE 23 COLUMN 30 PIC X(08) USING WS-SIGN-ID
              REVERSE-VIDEO.
           03 LINE 23 COLUMN 40 HIGHLIGHT "PIN:" COLOR 4
              REVERSE-VIDEO.
           03 LINE 23 COLUMN 45 PIC X(08) USING WS-SIGN-PIN SECURE
              REVERSE-VIDEO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
               PERFORM 99-END
            END-IF
            MOVE ZERO TO RETURN-CODE
            MOVE "FOUND CHANGED AT STARTUP" TO CSN-REASON
            PERFORM 14B-TAKE-CONFIG-GENERATION

            PERFORM 02-LOAD-SETTINGS
            PERFORM 03-LOAD-ZONES
            PERFORM 03C-LOAD-HOLIDAYS
            PERFORM 03D-LOAD-FERT-PLAN
            PERFORM 03E-LOAD-RESTRICTIONS
            PERFORM 04-LOAD-SEASONS
            PERFORM 09-LOAD-NEXT-TS
            PERFORM 09B-LOAD-RETRY-QUEUE
            PERFORM 09F-LOAD-SOAK-QUEUE
            PERFORM 09D-LOAD-FERT-STATE
            PERFORM 21C-CHECK-DAY-SUMMARY
            PERFORM 21-INIT-MONTH-BUDGET
            PERFORM 24C-INIT-DAY-USAGE

      *-> A CYCLE THE LAST RUN NEVER FINISHED (LEFTOVER GARDEN.JNL
      *-> ENTRY) IS CLOSED AND LOGGED BEFORE THE SCHEDULE STARTS.
            PERFORM UNTIL ALL-DONE
                ACCEPT KEY-INPUT NO-ECHO

      *-> KEYS THAT MOVE WATER OR STOP THE CONTROLLER NEED AN
      *-> OPERATOR SIGN-ON FIRST; "3" AND "4" SIGN ON INSIDE THE
      *-> PROGRAMS THEY CALL, WHERE THE ROLE DEPENDS ON WHAT IS DONE.
      *-> "5" TAKES THE CONTROLLER OUT OF AUTOMATIC SERVICE AND WANTS
      *-> A SUPERVISOR.
                EVALUATE TRUE
                    WHEN KEY-PRESSED = "X"
                    WHEN KEY-PRESSED = "x"
                         SET SIGN-NEED-OPERATOR TO TRUE
                         PERFORM 25-CONSOLE-SIGN-ON
                         IF SIGNON-GRANTED
                            SET ALL-DONE TO TRUE
                         END-IF

                    WHEN KEY-PRESSED = "1"
                         SET SIGN-NEED-OPERATOR TO TRUE
                         PERFORM 25-CONSOLE-SIGN-ON
                         IF SIGNON-GRANTED
                            PERFORM 11-MANUAL-OPEN-REQUEST
                         END-IF

                    WHEN KEY-PRESSED = "2"
                         SET SIGN-NEED-OPERATOR TO TRUE
                         PERFORM 25-CONSOLE-SIGN-ON
                         IF SIGNON-GRANTED
                            PERFORM 07B-SET-RAINDELAY-FLAG
                         END-IF

                    WHEN KEY-PRESSED = "3"
                         PERFORM 06-RUN-MAINTENANCE

                    WHEN KEY-PRESSED = "4"
                         PERFORM 06B-RUN-ALARM-ACK

                    WHEN KEY-PRESSED = "5"
                         SET SIGN-NEED-SUPERVISOR TO TRUE
                         PERFORM 25-CONSOLE-SIGN-ON
                         IF SIGNON-GRANTED
                            PERFORM 26-FLOW-CALIBRATION
                         END-IF
                END-EVALUATE
            END-PERFORM

            MOVE "SHUTDOWN"           TO WS-AUD-ACTION
            MOVE "STOPPED FROM CONSOLE (X)" TO WS-AUD-DETAIL
            MOVE WS-CON-OPERATOR      TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT

            PERFORM 99-END
                   NOT AT END
                       IF JOURNAL-REC NOT = SPACES
                          MOVE SPACE TO WS-JNL-TRIGGER
                          MOVE ZERO  TO WS-JNL-CYCLE-TS
                          MOVE SPACE TO WS-JNL-PASS
                          MOVE SPACE TO WS-JNL-PASSES
                          UNSTRING JOURNAL-REC DELIMITED BY SPACE
                                   INTO WS-JNL-ZONE-ID
                                        WS-JNL-TIMESTAMP
                                        WS-JNL-TRIGGER
                                        WS-JNL-CYCLE-TS
                                        WS-JNL-PASS
                                        WS-JNL-PASSES
                          MOVE "Y" TO WS-JNL-FOUND
                       END-IF
               END-READ
            IF JNL-ENTRY-FOUND
               PERFORM 01A-CLOSE-INTERRUPTED-VALVE
               PERFORM 01B-LOG-INTERRUPTED-CYCLE
               PERFORM 01C-DROP-SOAK-PASSES
               PERFORM 15F-CLEAR-OPEN-JOURNAL
            END-IF
            .
               MOVE ZERO                  TO WLOG-BASE-SECS
               MOVE "N"                   TO WLOG-FLOW-FLAG
               MOVE ZERO                  TO WLOG-ACT-LITRES
               IF WS-JNL-PASS = SPACE
                  MOVE WS-JNL-TIMESTAMP   TO WLOG-CYCLE-TS
                  MOVE "1"                TO WLOG-PASS
                  MOVE "1"                TO WLOG-PASSES
               ELSE
                  MOVE WS-JNL-CYCLE-TS    TO WLOG-CYCLE-TS
                  MOVE WS-JNL-PASS        TO WLOG-PASS
                  MOVE WS-JNL-PASSES      TO WLOG-PASSES
               END-IF
               MOVE WATERLOG-REC          TO DSR-EVENT
               MOVE ZERO                  TO DSR-ZONE-FLOW
               WRITE WATERLOG-REC
               IF WS-WATERLOG-STATUS = "00"
                  PERFORM 16C-ADD-TO-DAY-SUMMARY
               END-IF
               CLOSE WATERLOG-FILE
            END-IF
            MOVE "RECOVERY"            TO WS-AUD-ACTION
            END-STRING
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
       01C-DROP-SOAK-PASSES.
      *-> AN INTERRUPTED CYCLE IS ABANDONED, NOT RESUMED: ANY PASSES
      *-> IT STILL HAD WAITING IN GARDEN.SOK GO WITH IT, AND THE
      *-> ZONE PICKS UP AGAIN AT ITS NEXT SCHEDULED CYCLE.
            MOVE "N" TO WS-SK-FOUND
            SET SOAK-IDX TO 1
            PERFORM UNTIL SOAK-IDX > SOAK-COUNT OR SK-ENTRY-FOUND
                IF SOAK-ZONE-ID(SOAK-IDX) = WS-JNL-ZONE-ID
                   MOVE "Y" TO WS-SK-FOUND
                ELSE
                   SET SOAK-IDX UP BY 1
                END-IF
            END-PERFORM

            IF SK-ENTRY-FOUND
               PERFORM 20B-REMOVE-SOAK-ENTRY
               PERFORM 08D-SAVE-SOAK-QUEUE
               MOVE "RECOVERY"            TO WS-AUD-ACTION
               MOVE SPACES                TO WS-AUD-DETAIL
               STRING "ZONE "             DELIMITED BY SIZE
                      WS-JNL-ZONE-ID      DELIMITED BY SIZE
                      " PASSES LEFT DROPPED"
                                          DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
               PERFORM 17-WRITE-AUDIT-EVENT
            END-IF
            .
      *----------------------------------------------------------------*
       02-LOAD-SETTINGS.
      *-> GARDEN.SET OVERRIDES THE WORKING-STORAGE DEFAULTS ABOVE.
                     MOVE WS-CFG-VALUE(1:6)  TO SETTINGS-BUDGETL
                WHEN "BUDGETWARN"
                     MOVE WS-CFG-VALUE(1:3)  TO SETTINGS-BUDGETWARN
                WHEN "CALSECS"
                     MOVE WS-CFG-VALUE(1:2)  TO SETTINGS-CALSECS
                WHEN "CALRUNS"
                     MOVE WS-CFG-VALUE(1:1)  TO SETTINGS-CALRUNS
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
      *----------------------------------------------------------------*
       03-LOAD-ZONES.
      *-> GARDEN.ZON HOLDS ONE LINE PER ZONE: ID PORT BAUD DATABITS
      *-> NSECS NDAYS WINDOW FLOW PASSSECS SOAKMINS.  WHEN THE FILE
      *-> IS MISSING OR EMPTY, A SINGLE ZONE IS BUILT FROM GARDEN.SET
      *-> SO A BARE INSTALL STILL WORKS.
            MOVE ZERO TO ZONE-COUNT
            OPEN INPUT ZONE-FILE
            IF WS-ZONE-STATUS = "00"
      *-> FIELD MEANS NO PREFERRED START TIME.
               MOVE ZERO TO ZONE-WINDOW(ZONE-IDX)
               MOVE ZERO TO WS-ZF-RAW
      *-> LIKEWISE NO NINTH/TENTH FIELD MEANS THE CYCLE IS NEVER SPLIT
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
               MOVE ZERO TO ZONE-DATE-NEXT(ZONE-IDX)
            MOVE SETTINGS-NDAYS        TO ZONE-NDAYS(ZONE-IDX)
            MOVE ZERO                  TO ZONE-WINDOW(ZONE-IDX)
            MOVE ZERO                  TO ZONE-FLOW(ZONE-IDX)
            MOVE ZERO                  TO ZONE-PASS-SECS(ZONE-IDX)
            MOVE ZERO                  TO ZONE-SOAK-MINS(ZONE-IDX)
            MOVE ZERO                  TO ZONE-NEXT-TIMESTAMP(ZONE-IDX)
            MOVE ZERO                  TO ZONE-DATE-NEXT(ZONE-IDX)
            .
               MOVE ZERO TO FERT-LAST-TS(FERT-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       03E-LOAD-RESTRICTIONS.
      *-> GARDEN.RST HOLDS ONE LINE PER RESTRICTION PERIOD: FROM TO
      *-> DAYS BANFROM BANTO MAXMINS.  A MISSING FILE MEANS NO
      *-> RESTRICTIONS ARE IN FORCE.  RELOADED WITH THE OTHER TABLES
      *-> ON GARDEN.RLD, SO NEXT SUMMER'S NOTICE NEEDS NO RESTART.
            MOVE ZERO TO RST-COUNT
            OPEN INPUT RESTRICT-FILE
            IF WS-RESTRICT-STATUS = "00"
               PERFORM UNTIL WS-RESTRICT-STATUS = "10"
                   READ RESTRICT-FILE
                       AT END
                           MOVE "10" TO WS-RESTRICT-STATUS
                       NOT AT END
                           PERFORM 03E1-PARSE-RESTRICT-LINE
                   END-READ
               END-PERFORM
               CLOSE RESTRICT-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       03E1-PARSE-RESTRICT-LINE.
      *-> RST-TABLE ONLY HOLDS 10 ENTRIES; AN 11TH-OR-LATER LINE IS
      *-> IGNORED RATHER THAN INDEXED PAST THE TABLE.  FIELDS MISSING
      *-> FROM A SHORT LINE STAY AT "NO RULE": ANY DATE, NO BAN, NO
      *-> DAILY CAP.
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
       04-LOAD-SEASONS.
      *-> GARDEN.SEA HOLDS ONE LINE PER OVERRIDE MONTH: MONTH NDAYS
      *-> THE SCREEN ONLY HAS ROOM FOR ONE "NEXT DATE"; SHOW THE
      *-> EARLIEST ONE DUE ACROSS ALL ZONES, TIME INCLUDED, SO THE
      *-> OPERATOR CAN SEE A ZONE'S WATERING WINDOW TOOK EFFECT.
      *-> ZONE-IDX IS HANDED BACK AS IT CAME: 10A, 10B AND 24G STILL
      *-> HAVE THEIR ZONE TO WORK ON AFTERWARDS.
            SET WS-SAVE-ZONE-IDX TO ZONE-IDX
            SET ZONE-IDX TO 1
            MOVE ZONE-NEXT-TIMESTAMP(ZONE-IDX) TO WS-NEXT-TIMESTAMP
            SET ZONE-IDX TO 1
            END-PERFORM
            MOVE WS-NEXT-TIMESTAMP(1:8) TO WS-DATE-NEXT
            MOVE WS-NEXT-TIMESTAMP(9:4) TO WS-TIME-NEXT
            SET ZONE-IDX TO WS-SAVE-ZONE-IDX
            .
      *----------------------------------------------------------------*
       06-RUN-MAINTENANCE.
            PERFORM 07F-WRITE-RAINDELAY-FILE
            MOVE "RAINDELAY"           TO WS-AUD-ACTION
            MOVE "SET FROM CONSOLE (2)" TO WS-AUD-DETAIL
            MOVE WS-CON-OPERATOR       TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
       08-SAVE-NEXT-TS.
      *-> REWRITES GARDEN.NXT FROM THE CURRENT ZONE-TABLE SO A RESTART
      *-> CAN RESUME THE SCHEDULE INSTEAD OF RECOMPUTING IT FROM NOW.
      *-> ZONE-IDX IS HANDED BACK AS IT CAME, AS IN 05B.
            SET WS-SAVE-ZONE-IDX TO ZONE-IDX
            OPEN OUTPUT NEXTTS-FILE
            IF WS-NEXTTS-STATUS = "00"
               SET ZONE-IDX TO 1
               END-PERFORM
               CLOSE NEXTTS-FILE
            END-IF
            SET ZONE-IDX TO WS-SAVE-ZONE-IDX
            .
      *----------------------------------------------------------------*
       09-LOAD-NEXT-TS.
                SET FERT-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       08D-SAVE-SOAK-QUEUE.
      *-> REWRITES GARDEN.SOK FROM THE CURRENT SOAK-TABLE, SAME WAY
      *-> 08B-SAVE-RETRY-QUEUE REWRITES GARDEN.RTY, SO A CYCLE HALF
      *-> WAY THROUGH ITS PASSES FINISHES THEM AFTER A RESTART.
            OPEN OUTPUT SOAK-FILE
            IF WS-SOAK-STATUS = "00"
               SET SOAK-IDX TO 1
               PERFORM UNTIL SOAK-IDX > SOAK-COUNT
                   MOVE SPACES TO SOAK-REC
                   STRING SOAK-ZONE-ID(SOAK-IDX)   DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-TRIGGER(SOAK-IDX)   DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-CYCLE-TS(SOAK-IDX)  DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-PASS(SOAK-IDX)      DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-PASSES(SOAK-IDX)    DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-SECS-LEFT(SOAK-IDX) DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-PASS-SECS(SOAK-IDX) DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-ADJUST(SOAK-IDX)    DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-BASE-SECS(SOAK-IDX) DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-ATTEMPT(SOAK-IDX)   DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          SOAK-NEXT-TS(SOAK-IDX)   DELIMITED BY SIZE
                          INTO SOAK-REC
                   END-STRING
                   WRITE SOAK-REC
                   SET SOAK-IDX UP BY 1
               END-PERFORM
               CLOSE SOAK-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       09F-LOAD-SOAK-QUEUE.
            MOVE ZERO TO SOAK-COUNT
            OPEN INPUT SOAK-FILE
            IF WS-SOAK-STATUS = "00"
               PERFORM UNTIL WS-SOAK-STATUS = "10"
                   READ SOAK-FILE
                       AT END
                           MOVE "10" TO WS-SOAK-STATUS
                       NOT AT END
                           PERFORM 09G-APPLY-SOAK-LINE
                   END-READ
               END-PERFORM
               CLOSE SOAK-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       09G-APPLY-SOAK-LINE.
      *-> SOAK-TABLE ONLY HOLDS 10 ENTRIES (ONE PER ZONE AT MOST);
      *-> AN 11TH-OR-LATER LINE IN GARDEN.SOK IS IGNORED RATHER THAN
      *-> INDEXED PAST THE TABLE.  A BLANK LINE IS SKIPPED.
            IF SOAK-COUNT < 10 AND SOAK-REC NOT = SPACES
               INITIALIZE WS-SOAK-LINE
               UNSTRING SOAK-REC DELIMITED BY SPACE
                        INTO WS-SK-ZONE-ID   WS-SK-TRIGGER
                             WS-SK-CYCLE-TS  WS-SK-PASS
                             WS-SK-PASSES    WS-SK-SECS-LEFT
                             WS-SK-PASS-SECS WS-SK-ADJUST
                             WS-SK-BASE-SECS WS-SK-ATTEMPT
                             WS-SK-NEXT-TS
               ADD 1 TO SOAK-COUNT
               SET SOAK-IDX TO SOAK-COUNT
               MOVE WS-SK-ZONE-ID    TO SOAK-ZONE-ID(SOAK-IDX)
               MOVE WS-SK-TRIGGER    TO SOAK-TRIGGER(SOAK-IDX)
               MOVE WS-SK-CYCLE-TS   TO SOAK-CYCLE-TS(SOAK-IDX)
               MOVE WS-SK-PASS       TO SOAK-PASS(SOAK-IDX)
               MOVE WS-SK-PASSES     TO SOAK-PASSES(SOAK-IDX)
               MOVE WS-SK-SECS-LEFT  TO SOAK-SECS-LEFT(SOAK-IDX)
               MOVE WS-SK-PASS-SECS  TO SOAK-PASS-SECS(SOAK-IDX)
               MOVE WS-SK-ADJUST     TO SOAK-ADJUST(SOAK-IDX)
               MOVE WS-SK-BASE-SECS  TO SOAK-BASE-SECS(SOAK-IDX)
               MOVE WS-SK-ATTEMPT    TO SOAK-ATTEMPT(SOAK-IDX)
               MOVE WS-SK-NEXT-TS    TO SOAK-NEXT-TS(SOAK-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       18-QUEUE-RETRY.
      *-> CALLED WHEN AN AUTOMATIC CYCLE COMES OUT OF 15-OPEN-WATER
            .
      *----------------------------------------------------------------*
       18A-ADD-RETRY-MINUTES.
      *-> WS-RT-TIMESTAMP := NOW + SETTINGS-RETRYMINS.
            MOVE SETTINGS-RETRYMINS     TO WS-RT-ADD-MINS
            PERFORM 18B-ADD-MINUTES
            .
      *----------------------------------------------------------------*
       18B-ADD-MINUTES.
      *-> WS-RT-TIMESTAMP := NOW + WS-RT-ADD-MINS.  MINUTES CARRY
      *-> INTO HOURS AND HOURS INTO THE DAY; A DAY PUSHED PAST THE
      *-> MONTH END IS TOLERATED THE SAME WAY 05-CALCULATE-NEXT-TS
      *-> TOLERATES IT (THE COMPARE CATCHES UP AT THE MONTH ROLLOVER).
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-TIMESTAMP
            MOVE WS-RT-TIMESTAMP(11:2)  TO WS-RT-MIN
            ADD  WS-RT-ADD-MINS         TO WS-RT-MIN
            DIVIDE WS-RT-MIN BY 60 GIVING WS-RT-CARRY
                                   REMAINDER WS-RT-REM
            MOVE WS-RT-REM              TO WS-RT-TIMESTAMP(11:2)
               SET CYCLE-IN-PROGRESS TO TRUE
               PERFORM 15-OPEN-WATER
               SET CYCLE-IDLE        TO TRUE
      *-> A RETRY REFUSED BY GARDEN.RST HAS NOT FAILED AGAIN: IT
      *-> WAITS FOR THE NEXT LAWFUL SLOT WITHOUT USING AN ATTEMPT.
               IF WS-RESULT-STATUS = "S"
                  PERFORM 19B-REMOVE-RETRY-ENTRY
               ELSE
               IF WS-RESULT-STATUS = "R"
                  PERFORM 24H-DEFER-RETRY
               ELSE
                  ADD 1 TO RETRY-ATTEMPT(RETRY-IDX)
                  IF RETRY-ATTEMPT(RETRY-IDX) NOT < SETTINGS-RETRYMAX
                                     TO RETRY-NEXT-TS(RETRY-IDX)
                  END-IF
               END-IF
               END-IF
               PERFORM 08B-SAVE-RETRY-QUEUE
            END-IF
            .
            END-PERFORM
            SUBTRACT 1 FROM RETRY-COUNT
            .
      *----------------------------------------------------------------*
       20-PROCESS-SOAK-PASSES.
      *-> RUNS AT MOST ONE DUE PASS PER WORKING-CYCLE PASS, THE SAME
      *-> WAY 19-PROCESS-RETRIES RUNS ONE RETRY.  A PASS NOT YET DUE
      *-> LEAVES THE VALVE FREE, SO ANY OTHER ZONE DUE MEANWHILE
      *-> WATERS IN THE SOAK GAP.  LIKE A RETRY, A LATER PASS IGNORES
      *-> THE RAIN-DELAY HOLD AND THE BUDGET CAP: IT IS FINISHING A
      *-> CYCLE THAT WAS ALREADY COMMITTED WHEN ITS FIRST PASS RAN.
            MOVE "N" TO WS-SK-DUE
            SET SOAK-IDX TO 1
            PERFORM UNTIL SOAK-IDX > SOAK-COUNT OR SK-ENTRY-DUE
                IF SOAK-NEXT-TS(SOAK-IDX) NOT > WS-CURR-TIMESTAMP
                   MOVE "Y" TO WS-SK-DUE
                ELSE
                   SET SOAK-IDX UP BY 1
                END-IF
            END-PERFORM
            IF SK-ENTRY-DUE
               PERFORM 20A-RUN-NEXT-PASS
            END-IF
            .
      *----------------------------------------------------------------*
       20A-RUN-NEXT-PASS.
      *-> SOAK-IDX ADDRESSES THE DUE ENTRY.  THE ZONE IS LOOKED UP BY
      *-> ID AS 19A-RUN-ONE-RETRY DOES; A ZONE DELETED SINCE THE
      *-> FIRST PASS JUST DROPS ITS ENTRY.  THE PASS GOES STRAIGHT TO
      *-> 15J-RUN-ONE-PASS WITH THE CYCLE'S OWN TRIGGER AND
      *-> ADJUSTMENT: IT WAS ALREADY SIZED AND ADJUSTED AS PART OF
      *-> THE WHOLE CYCLE, SO NOTHING IS RE-SCALED OR RE-SPLIT.
            MOVE SOAK-ZONE-ID(SOAK-IDX) TO WS-RT-ZONE-ID
            MOVE "N" TO WS-NT-FOUND
            SET ZONE-IDX TO 1
            PERFORM UNTIL ZONE-IDX > ZONE-COUNT OR NT-ZONE-FOUND
                IF ZONE-ID(ZONE-IDX) = WS-RT-ZONE-ID
                   MOVE "Y" TO WS-NT-FOUND
                ELSE
                   SET ZONE-IDX UP BY 1
                END-IF
            END-PERFORM

            IF NOT NT-ZONE-FOUND
               PERFORM 20B-REMOVE-SOAK-ENTRY
               PERFORM 08D-SAVE-SOAK-QUEUE
            ELSE
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME FROM TIME
               MOVE SOAK-TRIGGER(SOAK-IDX)   TO WS-TRIGGER-TYPE
               MOVE SOAK-CYCLE-TS(SOAK-IDX)  TO WS-CYCLE-TS
               MOVE SOAK-PASS(SOAK-IDX)      TO WS-PASS-NO
               MOVE SOAK-PASSES(SOAK-IDX)    TO WS-PASS-COUNT
               MOVE SOAK-SECS-LEFT(SOAK-IDX) TO WS-SECS-LEFT
               MOVE SOAK-PASS-SECS(SOAK-IDX) TO WS-PASS-SECS
               MOVE SOAK-ADJUST(SOAK-IDX)    TO WS-ADJUST-FLAG
               MOVE SOAK-BASE-SECS(SOAK-IDX) TO WS-BASE-NSECS
      *-> THE LAST PASS TAKES WHATEVER IS LEFT; ANY OTHER IS A
      *-> STANDARD ONE
               IF WS-PASS-NO NOT < WS-PASS-COUNT
                  MOVE WS-SECS-LEFT          TO WS-EFF-NSECS
               ELSE
                  MOVE WS-PASS-SECS          TO WS-EFF-NSECS
               END-IF
      *-> A LATER PASS IS HELD TO GARDEN.RST LIKE ANY OTHER OPEN:
      *-> ONE THAT WOULD RUN INTO BANNED HOURS OR PAST THE DAY'S
      *-> MINUTES WAITS FOR THE NEXT LAWFUL SLOT INSTEAD.
               MOVE WS-EFF-NSECS          TO WS-RST-SECS
               MOVE WS-EFF-NSECS          TO WS-RST-NEED
               PERFORM 24F-VET-OPEN-NOW
               IF NOT RST-ALLOWED
                  PERFORM 24I-DEFER-SOAK-PASS
               ELSE
                  SET CYCLE-IN-PROGRESS TO TRUE
                  PERFORM 15J-RUN-ONE-PASS
                  SET CYCLE-IDLE        TO TRUE
                  IF WS-RESULT-STATUS = "S"
                     IF WS-PASS-NO < WS-PASS-COUNT
                        PERFORM 15K-QUEUE-NEXT-PASS
                     ELSE
                        PERFORM 20B-REMOVE-SOAK-ENTRY
                     END-IF
                  ELSE
      *-> A FAILED LATER PASS IS TRIED AGAIN IN PLACE - SAME PASS,
      *-> SAME SECONDS - RETRYMINS APART AND UP TO RETRYMAX TIMES.
      *-> RE-RUNNING THE WHOLE CYCLE FROM GARDEN.RTY WOULD WATER THE
      *-> PASSES ALREADY DELIVERED A SECOND TIME.
                     ADD 1 TO SOAK-ATTEMPT(SOAK-IDX)
                     IF SOAK-ATTEMPT(SOAK-IDX) NOT < SETTINGS-RETRYMAX
                        IF SETTINGS-RETRYMAX NOT = ZERO
                           MOVE "C"        TO WS-ALM-SEV
                           MOVE "RETRYOUT" TO WS-ALM-CODE
                           MOVE SPACES     TO WS-ALM-DETAIL
                           STRING "ZONE "  DELIMITED BY SIZE
                                  SOAK-ZONE-ID(SOAK-IDX)
                                           DELIMITED BY SIZE
                                  " PASS "  DELIMITED BY SIZE
                                  SOAK-PASS(SOAK-IDX)
                                           DELIMITED BY SIZE
                                  " RETRIES OUT"
                                           DELIMITED BY SIZE
                                  INTO WS-ALM-DETAIL
                           END-STRING
                           PERFORM 22-RAISE-ALARM
                        END-IF
                        PERFORM 20B-REMOVE-SOAK-ENTRY
                     ELSE
                        PERFORM 18A-ADD-RETRY-MINUTES
                        MOVE WS-RT-TIMESTAMP
                                        TO SOAK-NEXT-TS(SOAK-IDX)
                     END-IF
                  END-IF
               END-IF
               PERFORM 08D-SAVE-SOAK-QUEUE
               MOVE "A"                 TO WS-TRIGGER-TYPE
               MOVE 1                   TO WS-PASS-NO
               MOVE 1                   TO WS-PASS-COUNT
            END-IF
            .
      *----------------------------------------------------------------*
       20B-REMOVE-SOAK-ENTRY.
      *-> CLOSES THE GAP AT SOAK-IDX BY SHIFTING THE ENTRIES ABOVE
      *-> IT DOWN ONE.
            PERFORM UNTIL SOAK-IDX NOT < SOAK-COUNT
                MOVE SOAK-ENTRY(SOAK-IDX + 1)
                                     TO SOAK-ENTRY(SOAK-IDX)
                SET SOAK-IDX UP BY 1
            END-PERFORM
            SUBTRACT 1 FROM SOAK-COUNT
            .
      *----------------------------------------------------------------*
       21-INIT-MONTH-BUDGET.
      *-> (RE)BASES THE MONTH'S LITRE COUNT FROM THE DAILY SUMMARY
      *-> GARDEN.DSM SO A RESTART (OR THE MONTH ROLLOVER) DOES NOT
      *-> FORGET WHAT WAS ALREADY DELIVERED - ONE RECORD PER DAY AND
      *-> ZONE TO ADD UP, NOT EVERY EVENT OF THE MONTH.
      *-> WS-BUDGET-MONTH IS ONLY ADVANCED ONCE THE REBASE ACTUALLY
      *-> COMPLETED: A FAILED OPEN OR READ (A CONSOLE-THREAD UPDATE
      *-> HOLDING GARDEN.DSM) LEAVES IT UNCHANGED SO THE ROLLOVER
      *-> CHECK IN 10-WORKING-CYCLE FIRES AGAIN NEXT PASS INSTEAD OF
      *-> THE CAP SILENTLY DISARMING FOR THE MONTH.  A MISSING FILE
      *-> ("35") IS A COMPLETED REBASE OF ZERO.
            IF SETTINGS-BUDGETL = ZERO
               MOVE WS-CURR-TIMESTAMP(1:6) TO WS-BUDGET-MONTH
               MOVE ZERO                   TO WS-MONTH-USED-L
            ELSE
               MOVE WS-CURR-TIMESTAMP(1:6) TO WS-DSM-MONTH
               COMPUTE WS-DSM-FROM = WS-DSM-MONTH * 100 + 1
               COMPUTE WS-DSM-TO   = WS-DSM-MONTH * 100 + 31
               PERFORM 21D-SUM-DAY-SUMMARY
               EVALUATE TRUE
                   WHEN DSM-READ-COMPLETE
                        MOVE WS-DSM-MONTH  TO WS-BUDGET-MONTH
                        MOVE WS-DSM-LITRES TO WS-MONTH-USED-L
                   WHEN WS-DAYSUM-STATUS = "35"
                        MOVE WS-DSM-MONTH  TO WS-BUDGET-MONTH
                        MOVE ZERO          TO WS-MONTH-USED-L
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            PERFORM 15C-SET-BUDGET-STATE
            .
      *----------------------------------------------------------------*
       21C-CHECK-DAY-SUMMARY.
      *-> THE FIRST START WITHOUT A GARDEN.DSM (A NEW INSTALLATION, OR
      *-> THE FILE LOST) BUILDS IT FROM GARDEN.HIS AND GARDEN.LOG
      *-> BEFORE ANYTHING READS IT OR ADDS TO IT.
            OPEN INPUT DAYSUM-FILE
            IF WS-DAYSUM-STATUS = "00"
               CLOSE DAYSUM-FILE
            ELSE
               IF WS-DAYSUM-STATUS = "35"
                  MOVE ZERO TO RETURN-CODE
                  CALL "DAYREBLD"
                  CANCEL "DAYREBLD"
                  MOVE "DAYSUM"             TO WS-AUD-ACTION
                  IF RETURN-CODE > 4
                     MOVE "GARDEN.DSM REBUILD FAILED"
                                            TO WS-AUD-DETAIL
                  ELSE
                     MOVE "GARDEN.DSM REBUILT FROM HIS+LOG"
                                            TO WS-AUD-DETAIL
                  END-IF
                  MOVE ZERO TO RETURN-CODE
                  PERFORM 17-WRITE-AUDIT-EVENT
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       21D-SUM-DAY-SUMMARY.
      *-> ADDS UP GARDEN.DSM'S LITRES AND MANUAL OPENS, ALL ZONES,
      *-> FROM WS-DSM-FROM THROUGH WS-DSM-TO.  WS-DSM-READ-OK SAYS
      *-> WHETHER THE RANGE WAS READ TO ITS END; WHEN THE OPEN ITSELF
      *-> FAILED, WS-DAYSUM-STATUS STILL HOLDS WHY.
            MOVE "N"  TO WS-DSM-READ-OK
            MOVE ZERO TO WS-DSM-LITRES
            MOVE ZERO TO WS-DSM-MANUAL
            OPEN INPUT DAYSUM-FILE
            IF WS-DAYSUM-STATUS = "00"
               MOVE "Y"         TO WS-DSM-READ-OK
               MOVE "N"         TO WS-DSM-EOF
               MOVE WS-DSM-FROM TO DSM-DATE
               MOVE ZERO        TO DSM-ZONE
               START DAYSUM-FILE KEY NOT < DSM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DSM-EOF
               END-START
               PERFORM UNTIL DSM-END
                   READ DAYSUM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DSM-EOF
                       NOT AT END
                           IF DSM-DATE > WS-DSM-TO
                              MOVE "Y" TO WS-DSM-EOF
                           ELSE
                              ADD DSM-LITRES       TO WS-DSM-LITRES
                              ADD DSM-MANUAL-OPENS TO WS-DSM-MANUAL
                           END-IF
                   END-READ
      *-> A RECORD LOCKED BY AN UPDATE IN FLIGHT ENDS THE SCAN AS
      *-> INCOMPLETE RATHER THAN LOOPING ON IT.
                   IF WS-DAYSUM-STATUS NOT = "00"
                      AND WS-DAYSUM-STATUS NOT = "10"
                      MOVE "N" TO WS-DSM-READ-OK
                      MOVE "Y" TO WS-DSM-EOF
                   END-IF
               END-PERFORM
               CLOSE DAYSUM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       15B-ACCUMULATE-USAGE.
                     END-EVALUATE
                  END-IF
               END-IF
      *-> A CALIBRATION RUN IS THERE TO FIND OUT HOW FAR OFF ZONE-FLOW
      *-> IS: ITS "L"/"H" VERDICT IS LOGGED BUT RAISES NO ALARM.
      *-> WATER ON A FAILED OPEN ("G") ALARMS WHATEVER THE TRIGGER.
               IF WS-FLOW-FLAG = "G"
                  OR ((WS-FLOW-FLAG = "L" OR "H")
                      AND WS-TRIGGER-TYPE NOT = "C")
                  PERFORM 15D3-RAISE-FLOW-ALERT
               END-IF
            END-IF
               MOVE "A"         TO WS-ADJUST-FLAG
            END-IF

      * -> A zone with a maximum seconds per pass whose cycle now
      * -> runs longer than that is split into passes (15I); only
      * -> the first one runs here, the rest wait out their soak gap
      * -> in GARDEN.SOK (15K) and 20-PROCESS-SOAK-PASSES runs them.
            PERFORM 15I-SPLIT-INTO-PASSES

      * -> The water company's restrictions (GARDEN.RST) get the very
      * -> last word, whoever asked for the water: the first pass
      * -> must clear the banned hours, and the whole cycle the daily
      * -> minutes.  A refused open comes back as result "R" with
      * -> nothing logged; the caller decides whether it moves to
      * -> the next lawful slot (24G/24H) or is turned away.
            MOVE WS-EFF-NSECS       TO WS-RST-SECS
            MOVE WS-CYCLE-SECS      TO WS-RST-NEED
            PERFORM 24F-VET-OPEN-NOW
            IF NOT RST-ALLOWED
               MOVE "R"             TO WS-RESULT-STATUS
            ELSE
               PERFORM 15J-RUN-ONE-PASS
               IF WS-RESULT-STATUS = "S"
                  AND WS-PASS-COUNT > 1
                  PERFORM 15K-QUEUE-NEXT-PASS
               END-IF
            END-IF

            MOVE "A"                TO WS-TRIGGER-TYPE
            MOVE ZERO               TO WS-MANUAL-OVERRIDE
            MOVE "-"                TO WS-HOL-ACTION
            .
      *----------------------------------------------------------------*
       15I-SPLIT-INTO-PASSES.
      *-> WS-EFF-NSECS ARRIVES AS THE WHOLE CYCLE'S SECONDS, EVERY
      *-> ADJUSTMENT ALREADY APPLIED, AND LEAVES AS THE FIRST PASS'S.
      *-> THE CYCLE IS CUT INTO AS FEW EQUAL PASSES AS KEEP EACH ONE
      *-> WITHIN ZONE-PASS-SECS, THE LAST PASS TAKING THE ODD
      *-> SECONDS.  NINE PASSES AT MOST (ONE DIGIT IN GARDEN.LOG): A
      *-> CYCLE THAT WOULD NEED MORE RUNS NINE LONGER ONES INSTEAD.
      *-> MANUAL OPENS ALWAYS RUN WHOLE - THE OPERATOR STANDING AT
      *-> THE BED ASKED FOR THAT WATER NOW, NOT OVER THE NEXT HOUR.
            MOVE 1                  TO WS-PASS-NO
            MOVE 1                  TO WS-PASS-COUNT
            MOVE WS-EFF-NSECS       TO WS-CYCLE-SECS
            MOVE WS-EFF-NSECS       TO WS-SECS-LEFT
            MOVE WS-EFF-NSECS       TO WS-PASS-SECS
            IF WS-TRIGGER-TYPE NOT = "M"
               AND ZONE-PASS-SECS(ZONE-IDX) NOT = ZERO
               AND WS-EFF-NSECS > ZONE-PASS-SECS(ZONE-IDX)
               COMPUTE WS-PASS-CALC =
                       (WS-CYCLE-SECS + ZONE-PASS-SECS(ZONE-IDX) - 1)
                       / ZONE-PASS-SECS(ZONE-IDX)
               IF WS-PASS-CALC > 9
                  MOVE 9            TO WS-PASS-CALC
               END-IF
               MOVE WS-PASS-CALC    TO WS-PASS-COUNT
               COMPUTE WS-PASS-SECS = WS-CYCLE-SECS / WS-PASS-COUNT
               MOVE WS-PASS-SECS    TO WS-EFF-NSECS
            END-IF
            .
      *----------------------------------------------------------------*
       15J-RUN-ONE-PASS.
      *-> ONE VALVE OPEN FOR WS-EFF-NSECS SECONDS ON THE ZONE AT
      *-> ZONE-IDX: THE SERIAL COMMAND, THE JOURNAL AROUND IT, THE
      *-> FERTILIZER RIDE-ALONG, THE FLOW CHECK, THE BUDGET AND THE
      *-> GARDEN.LOG RECORD.  AN UNSPLIT CYCLE IS PASS 1 OF 1.
            MOVE SPACES             TO VIDEO-MESSAGE
            IF WS-PASS-COUNT > 1
               STRING "ZONE "          DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX) DELIMITED BY SIZE
                      " PASS "         DELIMITED BY SIZE
                      WS-PASS-NO       DELIMITED BY SIZE
                      INTO VIDEO-MESSAGE
               END-STRING
            ELSE
               STRING "ZONE "          DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX) DELIMITED BY SIZE
                      " OPEN"          DELIMITED BY SIZE
                      INTO VIDEO-MESSAGE
               END-STRING
            END-IF
            MOVE "PLEASE WAIT"     TO BLINK-MESSAGE
            MOVE "S"               TO WS-RESULT-STATUS

      * -> This cycle's own start mark: the journal carries it, and
      * -> 15D-VERIFY-FLOW measures the feed's freshness against it
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPEN-START-TS
      * -> and the first pass's start mark is the parent cycle's, the
      * -> link every later pass carries into GARDEN.LOG
            IF WS-PASS-NO = 1
               MOVE WS-OPEN-START-TS TO WS-CYCLE-TS
            END-IF

      * -> The open goes in the journal BEFORE the command goes out:
      * -> if the power dies inside the C$SLEEP below, the restart
      * -> running - an injector into a dead line is exactly the burn
      * -> hazard the plan exists to avoid.  The dose is capped at
      * -> this cycle's own seconds (see 15H), so the wait below
      * -> covers both commands.  A split cycle is one cycle to the
      * -> dosing plan: the dose rides its first pass only.
      * -> A calibration test run is not a cycle and carries none.
            IF WS-PASS-NO = 1
               AND WS-TRIGGER-TYPE NOT = "C"
               PERFORM 15G-CHECK-FERTIGATION
            END-IF

      * -> Waiting for the same time to finish
            CALL "C$SLEEP"   USING WS-EFF-NSECS
      * -> moving on a failed open (see 15D-VERIFY-FLOW)
            PERFORM 15D-VERIFY-FLOW

      * -> A confirmed cycle counts against the month's litre budget;
      * -> a calibration test run is the valve being measured, not
      * -> the garden being watered, and does not
            IF WS-RESULT-STATUS = "S"
               AND WS-TRIGGER-TYPE NOT = "C"
               PERFORM 15B-ACCUMULATE-USAGE
            END-IF


      * -> The cycle is safely in GARDEN.LOG - nothing left to recover
            PERFORM 15F-CLEAR-OPEN-JOURNAL
            .
      *----------------------------------------------------------------*
       15K-QUEUE-NEXT-PASS.
      *-> CALLED AFTER A CONFIRMED PASS THAT IS NOT THE CYCLE'S LAST:
      *-> THE REST OF THE CYCLE GOES TO SOAK-TABLE, DUE WHEN THE
      *-> ZONE'S SOAK MINUTES HAVE RUN, AND GARDEN.SOK IS REWRITTEN.
      *-> A ZONE ALREADY IN THE TABLE HAS ITS ENTRY REPLACED - EITHER
      *-> THE SAME CYCLE MOVING ON A PASS, OR A NEW CYCLE THAT CAME
      *-> DUE BEFORE THE OLD ONE FINISHED AND SUPERSEDES IT.
            MOVE "N" TO WS-SK-FOUND
            SET SOAK-IDX TO 1
            PERFORM UNTIL SOAK-IDX > SOAK-COUNT OR SK-ENTRY-FOUND
                IF SOAK-ZONE-ID(SOAK-IDX) = ZONE-ID(ZONE-IDX)
                   MOVE "Y" TO WS-SK-FOUND
                ELSE
                   SET SOAK-IDX UP BY 1
                END-IF
            END-PERFORM
            IF NOT SK-ENTRY-FOUND AND SOAK-COUNT < 10
               ADD 1 TO SOAK-COUNT
               SET SOAK-IDX TO SOAK-COUNT
               MOVE "Y" TO WS-SK-FOUND
            END-IF
            IF SK-ENTRY-FOUND
               MOVE ZONE-SOAK-MINS(ZONE-IDX) TO WS-RT-ADD-MINS
               PERFORM 18B-ADD-MINUTES
               MOVE ZONE-ID(ZONE-IDX)   TO SOAK-ZONE-ID(SOAK-IDX)
               MOVE WS-TRIGGER-TYPE     TO SOAK-TRIGGER(SOAK-IDX)
               MOVE WS-CYCLE-TS         TO SOAK-CYCLE-TS(SOAK-IDX)
               COMPUTE SOAK-PASS(SOAK-IDX) = WS-PASS-NO + 1
               MOVE WS-PASS-COUNT       TO SOAK-PASSES(SOAK-IDX)
               COMPUTE SOAK-SECS-LEFT(SOAK-IDX) =
                       WS-SECS-LEFT - WS-EFF-NSECS
               MOVE WS-PASS-SECS        TO SOAK-PASS-SECS(SOAK-IDX)
               MOVE WS-ADJUST-FLAG      TO SOAK-ADJUST(SOAK-IDX)
               MOVE WS-BASE-NSECS       TO SOAK-BASE-SECS(SOAK-IDX)
               MOVE ZERO                TO SOAK-ATTEMPT(SOAK-IDX)
               MOVE WS-RT-TIMESTAMP     TO SOAK-NEXT-TS(SOAK-IDX)
               PERFORM 08D-SAVE-SOAK-QUEUE
            END-IF
            .
      *----------------------------------------------------------------*
       15G-CHECK-FERTIGATION.
               MOVE FERT-SECS(FERT-IDX)   TO WLOG-BASE-SECS
               MOVE "N"                   TO WLOG-FLOW-FLAG
               MOVE ZERO                  TO WLOG-ACT-LITRES
               MOVE WS-CYCLE-TS           TO WLOG-CYCLE-TS
               MOVE WS-PASS-NO            TO WLOG-PASS
               MOVE WS-PASS-COUNT         TO WLOG-PASSES
               MOVE WATERLOG-REC          TO DSR-EVENT
               MOVE ZERO                  TO DSR-ZONE-FLOW
               WRITE WATERLOG-REC
               IF WS-WATERLOG-STATUS = "00"
                  PERFORM 16C-ADD-TO-DAY-SUMMARY
               END-IF
               CLOSE WATERLOG-FILE
            END-IF
            .
                      WS-OPEN-START-TS   DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-TRIGGER-TYPE    DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-CYCLE-TS        DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-PASS-NO         DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-PASS-COUNT      DELIMITED BY SIZE
                      INTO JOURNAL-REC
               END-STRING
               WRITE JOURNAL-REC
            MOVE WS-BASE-NSECS         TO WLOG-BASE-SECS
            MOVE WS-FLOW-FLAG          TO WLOG-FLOW-FLAG
            MOVE WS-ACT-LITRES         TO WLOG-ACT-LITRES
            MOVE WS-CYCLE-TS           TO WLOG-CYCLE-TS
            MOVE WS-PASS-NO            TO WLOG-PASS
            MOVE WS-PASS-COUNT         TO WLOG-PASSES
            MOVE WATERLOG-REC          TO DSR-EVENT
            MOVE ZONE-FLOW(ZONE-IDX)   TO DSR-ZONE-FLOW

            WRITE WATERLOG-REC
            IF WS-WATERLOG-STATUS = "00"
               PERFORM 16C-ADD-TO-DAY-SUMMARY
            END-IF
            CLOSE WATERLOG-FILE

      *-> THE DAY'S WATERING SECONDS FOR GARDEN.RST'S DAILY MINUTES:
      *-> ANY OPEN THAT MOVED WATER COUNTS, A FAILED ONE INCLUDED
      *-> WHEN THE METER SAW WATER MOVE ANYWAY.
            IF WS-DATE NOT = WS-RST-DAY-DATE
               MOVE WS-DATE            TO WS-RST-DAY-DATE
               MOVE ZERO               TO WS-RST-DAY-SECS
            END-IF
            IF WS-RESULT-STATUS = "S" OR WS-FLOW-FLAG = "G"
               ADD WS-EFF-NSECS        TO WS-RST-DAY-SECS
            END-IF
            .
      *----------------------------------------------------------------*
       16B-LOG-SKIPPED-EVENT.
               MOVE WS-EFF-NSECS          TO WLOG-BASE-SECS
               MOVE "N"                   TO WLOG-FLOW-FLAG
               MOVE ZERO                  TO WLOG-ACT-LITRES
               MOVE WS-DATE               TO WLOG-CYCLE-TS(1:8)
               MOVE WS-TIME(1:6)          TO WLOG-CYCLE-TS(9:6)
               MOVE "1"                   TO WLOG-PASS
               MOVE "1"                   TO WLOG-PASSES
               MOVE WATERLOG-REC          TO DSR-EVENT
               MOVE ZERO                  TO DSR-ZONE-FLOW
               WRITE WATERLOG-REC
               IF WS-WATERLOG-STATUS = "00"
                  PERFORM 16C-ADD-TO-DAY-SUMMARY
               END-IF
               CLOSE WATERLOG-FILE
            END-IF
            MOVE "ABSENCE"             TO WS-AUD-ACTION
            END-STRING
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
       16C-ADD-TO-DAY-SUMMARY.
      *-> THE RECORD JUST WRITTEN TO GARDEN.LOG - COPIED TO DSR-EVENT
      *-> BEFORE THE WRITE, DSR-ZONE-FLOW SET BY THE CALLER FOR ITS
      *-> LITRES - IS ADDED TO ITS DAY AND ZONE IN GARDEN.DSM.
      *-> BEST-EFFORT, LIKE THE AUDIT TRAIL: A SUMMARY THAT COULD NOT
      *-> BE UPDATED NEVER STOPS THE WATERING; IT IS AUDITED AND
      *-> DAYREBLD PUTS IT RIGHT FROM GARDEN.LOG.
            SET DSR-ADD-ONE TO TRUE
            CALL "DAYSUM" USING DAY-SUM-REQUEST
            IF DSR-FAILED
               MOVE "DAYSUM"              TO WS-AUD-ACTION
               MOVE SPACES                TO WS-AUD-DETAIL
               STRING "GARDEN.DSM NOT UPDATED - "
                                          DELIMITED BY SIZE
                      DSR-FILE-STATUS     DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
               PERFORM 17-WRITE-AUDIT-EVENT
            END-IF
            .
      *----------------------------------------------------------------*
       17-WRITE-AUDIT-EVENT.
      *-> APPENDS ONE TIMESTAMPED RECORD FOR THE ACTION IN
      *-> WS-AUD-ACTION / WS-AUD-DETAIL / WS-AUD-OPERATOR.  SAME
      *-> CREATE-ON-FIRST-USE PATTERN AS 16-LOG-WATER-EVENT.
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               ACCEPT AUD-TIME FROM TIME
               MOVE WS-AUD-ACTION TO AUD-ACTION
               MOVE WS-AUD-DETAIL TO AUD-DETAIL
               MOVE WS-AUD-OPERATOR TO AUD-OPERATOR
               WRITE AUDIT-REC
               CLOSE AUDIT-FILE
            END-IF
            MOVE "SYSTEM"      TO WS-AUD-OPERATOR
            .
      *----------------------------------------------------------------*
       22-RAISE-ALARM.
               MOVE "N"           TO ALM-ACK
               MOVE ZERO          TO ALM-ACK-DATE
               MOVE ZERO          TO ALM-ACK-TIME
               MOVE SPACES        TO ALM-ACK-BY
               WRITE ALARM-REC
               CLOSE ALARM-FILE
            END-IF
               END-STRING
            END-IF
            .
      *----------------------------------------------------------------*
       24-CHECK-RESTRICTIONS.
      *-> VETS ONE OPEN AGAINST EVERY GARDEN.RST PERIOD COVERING
      *-> WS-RST-DATE: WS-RST-TIME START, WS-RST-SECS OPEN, WS-RST-NEED
      *-> ADDED TO THE WS-RST-USED SECONDS THE DAY HAS ALREADY HAD.
      *-> THE FIRST BROKEN RULE STOPS THE SEARCH AND NAMES ITSELF IN
      *-> WS-RST-REASON.
            MOVE "Y"    TO WS-RST-OK
            MOVE SPACES TO WS-RST-REASON
            COMPUTE WS-RST-START-SOD = WS-RST-HH * 3600
                                     + WS-RST-MM * 60 + WS-RST-SS
            COMPUTE WS-RST-END-SOD = WS-RST-START-SOD + WS-RST-SECS
            SET RST-IDX TO 1
            PERFORM UNTIL RST-IDX > RST-COUNT OR NOT RST-ALLOWED
                IF WS-RST-DATE NOT < RST-FROM(RST-IDX)
                   AND WS-RST-DATE NOT > RST-TO(RST-IDX)
                   PERFORM 24A-TEST-ONE-RULE
                END-IF
                SET RST-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       24A-TEST-ONE-RULE.
      *-> ODD/EVEN DATES FIRST, THEN THE BANNED HOURS (ANY OVERLAP
      *-> OF THE OPEN WITH THE BAN BREAKS IT, NOT JUST THE START),
      *-> THEN THE DAY'S MINUTES.
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
      *-> A BAN SPANNING MIDNIGHT (BANFROM PAST BANTO) IS TWO BANS:
      *-> FROM BANFROM TO MIDNIGHT AND FROM MIDNIGHT TO BANTO.
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
       24B-VET-MANUAL-OPEN.
      *-> VETS A MANUAL OR REMOTE OPEN OF THE ZONE AT ZONE-IDX BEFORE
      *-> IT IS ACCEPTED.  WS-RST-SECS ARRIVES AS THE KEYED SECONDS,
      *-> ZERO FOR "THE SCHEDULE'S" (A MANUAL OPEN RUNS UNSPLIT, SO
      *-> THE WHOLE OPEN IS ALSO WHAT IT ADDS TO THE DAY).
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME FROM TIME
            IF WS-RST-SECS = ZERO
               PERFORM 04B-GET-EFFECTIVE-SCHEDULE
               MOVE WS-EFF-NSECS    TO WS-RST-SECS
            END-IF
            MOVE WS-RST-SECS        TO WS-RST-NEED
            PERFORM 24F-VET-OPEN-NOW
            .
      *----------------------------------------------------------------*
       24C-INIT-DAY-USAGE.
      *-> (RE)BASES TODAY'S WATERING SECONDS FROM GARDEN.LOG SO A
      *-> RESTART DOES NOT HAND THE DAY A FRESH ALLOWANCE OF
      *-> GARDEN.RST MINUTES.  SAME RECORDS 16-LOG-WATER-EVENT
      *-> COUNTS: WATER MOVED, FERTIGATION DOSES EXCLUDED.
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            MOVE WS-DATE TO WS-RST-DAY-DATE
            MOVE ZERO    TO WS-RST-DAY-SECS
            OPEN INPUT WATERLOG-FILE
            IF WS-WATERLOG-STATUS = "00"
               PERFORM UNTIL WS-WATERLOG-STATUS = "10"
                   READ WATERLOG-FILE
                       AT END
                           MOVE "10" TO WS-WATERLOG-STATUS
                       NOT AT END
                           PERFORM 24C1-SUM-DAY-RECORD
                   END-READ
               END-PERFORM
               CLOSE WATERLOG-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       24C1-SUM-DAY-RECORD.
            IF WLOG-DATE = WS-RST-DAY-DATE
               AND NOT WLOG-FERT
               AND (WLOG-SUCCESS OR WLOG-FLOW-GHOST)
               ADD WLOG-DURATION TO WS-RST-DAY-SECS
            END-IF
            .
      *----------------------------------------------------------------*
       24D-FIND-NEXT-SLOT.
      *-> AFTER A REFUSAL, LOOKS FOR THE EARLIEST TIME IN THE NEXT
      *-> WEEK THE SAME OPEN (WS-RST-SECS/WS-RST-NEED, ZONE AT
      *-> ZONE-IDX) WOULD BE ALLOWED.  THE ONLY TIMES WORTH TRYING
      *-> ARE THE ZONE'S OWN WINDOW, THE END OF EACH BAN AND - ON A
      *-> LATER DAY - THE TIME OF DAY IT WAS REFUSED AT.  THE REASON
      *-> FOR THE REFUSAL IS KEPT FOR THE CALLER'S AUDIT.
            MOVE WS-RST-REASON TO WS-RST-WHY
            MOVE "N"           TO WS-RST-FOUND
            MOVE WS-TIME(1:4)  TO WS-RST-NOW-HHMM
            MOVE WS-DATE       TO WS-WORK-DATE
            MOVE ZERO          TO WS-RST-TRY-DAY
            PERFORM UNTIL WS-RST-TRY-DAY > 7 OR RST-SLOT-FOUND
                MOVE WS-WORK-DATE TO WS-RST-DATE
                IF WS-RST-TRY-DAY = ZERO
                   MOVE WS-RST-DAY-SECS TO WS-RST-USED
                ELSE
                   MOVE ZERO            TO WS-RST-USED
                END-IF
                MOVE 9999 TO WS-RST-BEST-HHMM
                IF ZONE-WINDOW(ZONE-IDX) NOT = ZERO
                   MOVE ZONE-WINDOW(ZONE-IDX) TO WS-RST-TRY-HHMM
                   PERFORM 24E-TRY-ONE-TIME
                END-IF
                IF WS-RST-TRY-DAY NOT = ZERO
                   MOVE WS-RST-NOW-HHMM TO WS-RST-TRY-HHMM
                   PERFORM 24E-TRY-ONE-TIME
                END-IF
                MOVE 1 TO WS-RST-SUB
                PERFORM UNTIL WS-RST-SUB > RST-COUNT
                    MOVE RST-BAN-TO(WS-RST-SUB) TO WS-RST-TRY-HHMM
                    PERFORM 24E-TRY-ONE-TIME
                    ADD 1 TO WS-RST-SUB
                END-PERFORM
                IF WS-RST-BEST-HHMM NOT = 9999
                   MOVE "Y"              TO WS-RST-FOUND
                   MOVE WS-WORK-DATE     TO WS-RST-NEXT-TS(1:8)
                   MOVE WS-RST-BEST-HHMM TO WS-RST-NEXT-TS(9:4)
                   MOVE "00"             TO WS-RST-NEXT-TS(13:2)
                ELSE
                   PERFORM 70-ADD-ONE-DAY
                   ADD 1 TO WS-RST-TRY-DAY
                END-IF
            END-PERFORM
            MOVE WS-RST-WHY    TO WS-RST-REASON
            .
      *----------------------------------------------------------------*
       24E-TRY-ONE-TIME.
      *-> A CANDIDATE ONLY COUNTS IF IT IS A REAL CLOCK TIME, EARLIER
      *-> THAN THE BEST ONE THAT DAY SO FAR AND - TODAY - STILL AHEAD.
            IF WS-RST-TRY-HHMM < 2400
               AND WS-RST-TRY-HHMM < WS-RST-BEST-HHMM
               AND (WS-RST-TRY-DAY NOT = ZERO
                    OR WS-RST-TRY-HHMM > WS-RST-NOW-HHMM)
               DIVIDE WS-RST-TRY-HHMM BY 100
                      GIVING WS-RST-HH REMAINDER WS-RST-MM
               MOVE ZERO TO WS-RST-SS
               PERFORM 24-CHECK-RESTRICTIONS
               IF RST-ALLOWED
                  MOVE WS-RST-TRY-HHMM TO WS-RST-BEST-HHMM
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       24F-VET-OPEN-NOW.
      *-> VETS AN OPEN ABOUT TO START AT WS-DATE/WS-TIME AGAINST
      *-> TODAY'S RESTRICTIONS.  NO GARDEN.RST, NOTHING TO VET.
            MOVE "Y"    TO WS-RST-OK
            MOVE SPACES TO WS-RST-REASON
            IF RST-COUNT NOT = ZERO
               IF WS-DATE NOT = WS-RST-DAY-DATE
                  MOVE WS-DATE     TO WS-RST-DAY-DATE
                  MOVE ZERO        TO WS-RST-DAY-SECS
               END-IF
               MOVE WS-DATE         TO WS-RST-DATE
               MOVE WS-TIME(1:6)    TO WS-RST-TIME
               MOVE WS-RST-DAY-SECS TO WS-RST-USED
               PERFORM 24-CHECK-RESTRICTIONS
            END-IF
            .
      *----------------------------------------------------------------*
       24G-DEFER-ZONE-CYCLE.
      *-> AN AUTOMATIC CYCLE REFUSED BY GARDEN.RST.  10A HAS ALREADY
      *-> ADVANCED THE ZONE TO ITS NEXT INTERVAL; A LAWFUL SLOT
      *-> SOONER THAN THAT BRINGS IT FORWARD TO THE SLOT INSTEAD, SO
      *-> AN EVEN-DATE CYCLE ON AN ODD-DATES NOTICE RUNS TOMORROW
      *-> RATHER THAN NOT AT ALL.  NOTHING SOONER, AND THE CYCLE IS
      *-> REFUSED OUTRIGHT.  EITHER WAY GARDEN.AUD SAYS SO.
            PERFORM 24D-FIND-NEXT-SLOT
            IF RST-SLOT-FOUND
               AND WS-RST-NEXT-TS < ZONE-NEXT-TIMESTAMP(ZONE-IDX)
               MOVE WS-RST-NEXT-TS  TO ZONE-NEXT-TIMESTAMP(ZONE-IDX)
               MOVE WS-RST-NEXT-TS(1:8)
                                    TO ZONE-DATE-NEXT(ZONE-IDX)
               MOVE "RESTRICT"      TO WS-AUD-ACTION
               MOVE SPACES          TO WS-AUD-DETAIL
               STRING "ZONE "             DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                      " MOVED TO "        DELIMITED BY SIZE
                      WS-RST-NEXT-TS(1:12) DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
               PERFORM 17-WRITE-AUDIT-EVENT
               PERFORM 05B-FIND-EARLIEST-NEXT-TS
               PERFORM 08-SAVE-NEXT-TS
            ELSE
               PERFORM 24J-AUDIT-REFUSAL
            END-IF
            .
      *----------------------------------------------------------------*
       24H-DEFER-RETRY.
      *-> A RETRY REFUSED BY GARDEN.RST MOVES TO THE NEXT LAWFUL SLOT
      *-> ITS ATTEMPT COUNT UNCHANGED; WITH NONE IN THE NEXT WEEK IT
      *-> IS DROPPED AND THE ZONE WAITS FOR ITS NEXT CYCLE.
            PERFORM 24D-FIND-NEXT-SLOT
            MOVE "RESTRICT"         TO WS-AUD-ACTION
            MOVE SPACES             TO WS-AUD-DETAIL
            IF RST-SLOT-FOUND
               MOVE WS-RST-NEXT-TS  TO RETRY-NEXT-TS(RETRY-IDX)
               STRING "ZONE "             DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                      " RETRY TO "        DELIMITED BY SIZE
                      WS-RST-NEXT-TS(1:12) DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
            ELSE
               STRING "ZONE "             DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                      " RETRY DROPPED"    DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
               PERFORM 19B-REMOVE-RETRY-ENTRY
            END-IF
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
       24I-DEFER-SOAK-PASS.
      *-> THE SAME FOR A LATER PASS OF A SPLIT CYCLE: IT WAITS FOR
      *-> THE NEXT LAWFUL SLOT, OR IS DROPPED WITH THE REST OF ITS
      *-> CYCLE IF THE WEEK HAS NONE.
            PERFORM 24D-FIND-NEXT-SLOT
            MOVE "RESTRICT"         TO WS-AUD-ACTION
            MOVE SPACES             TO WS-AUD-DETAIL
            IF RST-SLOT-FOUND
               MOVE WS-RST-NEXT-TS  TO SOAK-NEXT-TS(SOAK-IDX)
               STRING "ZONE "             DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                      " PASS "            DELIMITED BY SIZE
                      SOAK-PASS(SOAK-IDX) DELIMITED BY SIZE
                      " TO "              DELIMITED BY SIZE
                      WS-RST-NEXT-TS(1:12) DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
            ELSE
               STRING "ZONE "             DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                      " PASS "            DELIMITED BY SIZE
                      SOAK-PASS(SOAK-IDX) DELIMITED BY SIZE
                      " DROPPED"          DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
               PERFORM 20B-REMOVE-SOAK-ENTRY
            END-IF
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
       24J-AUDIT-REFUSAL.
            MOVE "RESTRICT"         TO WS-AUD-ACTION
            MOVE SPACES             TO WS-AUD-DETAIL
            STRING "ZONE "             DELIMITED BY SIZE
                   ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                   " REFUSED "         DELIMITED BY SIZE
                   WS-RST-REASON       DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
            END-STRING
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
       11-MANUAL-OPEN-REQUEST.
      *-> KEY-PRESSED = "1".  ASKS WHICH ZONE TO OPEN AND AN OPTIONAL
                  MOVE "MANUAL"         TO WS-AUD-ACTION
                  MOVE "REJECTED - UNKNOWN ZONE"
                                        TO WS-AUD-DETAIL
                  MOVE WS-CON-OPERATOR  TO WS-AUD-OPERATOR
                  PERFORM 17-WRITE-AUDIT-EVENT
                  DISPLAY INPUT-SETTINGS
                  DISPLAY KEY-INPUT
                  IF NOT MANUAL-ALLOWED
                     PERFORM 11B-SHOW-MANUAL-REJECT
                  ELSE
      *-> GARDEN.RST BINDS THE OPERATOR TOO.  THE BUSY FLAG IS TAKEN
      *-> FIRST SO THE VET'S SCHEDULE LOOKUP CANNOT STEP ON A CYCLE
      *-> THE WORKING THREAD IS STARTING; A REFUSAL COSTS NO PART OF
      *-> THE DAILY MANUAL CAP.
                     SET CYCLE-IN-PROGRESS TO TRUE
                     MOVE WS-MAN-SECS      TO WS-RST-SECS
                     PERFORM 24B-VET-MANUAL-OPEN
                     IF NOT RST-ALLOWED
                        SET CYCLE-IDLE     TO TRUE
                        PERFORM 11E-SHOW-MANUAL-RESTRICT
                     ELSE
                        MOVE "MANUAL"      TO WS-AUD-ACTION
                        MOVE SPACES        TO WS-AUD-DETAIL
                        STRING "ACCEPTED ZONE " DELIMITED BY SIZE
                               WS-MAN-ZONE-ID   DELIMITED BY SIZE
                               " SECS "         DELIMITED BY SIZE
                               WS-MAN-SECS      DELIMITED BY SIZE
                               INTO WS-AUD-DETAIL
                        END-STRING
                        MOVE WS-CON-OPERATOR TO WS-AUD-OPERATOR
                        PERFORM 17-WRITE-AUDIT-EVENT
                        MOVE "M"           TO WS-TRIGGER-TYPE
                        MOVE WS-MAN-SECS   TO WS-MANUAL-OVERRIDE
                        PERFORM 15-OPEN-WATER
                        SET CYCLE-IDLE     TO TRUE
                        IF WS-RESULT-STATUS = "R"
                           PERFORM 11E-SHOW-MANUAL-RESTRICT
                        ELSE
                           ADD 1           TO WS-MANUAL-COUNT
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF
               MOVE WS-DATE TO WS-MANUAL-COUNT-DATE
               MOVE ZERO    TO WS-MANUAL-COUNT
            END-IF
            PERFORM 11F-COUNT-MANUAL-OPENS

            EVALUATE TRUE
                WHEN CYCLE-IN-PROGRESS
                     MOVE "Y" TO WS-MANUAL-ALLOWED
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       11F-COUNT-MANUAL-OPENS.
      *-> TODAY'S MANUAL AND REMOTE OPENS, ALL ZONES, AS GARDEN.DSM
      *-> HAS THEM - A RESTART NO LONGER HANDS THE DAY A FRESH CAP.
      *-> THE HIGHER OF THAT AND THIS RUN'S OWN TALLY COUNTS, SO A
      *-> SUMMARY THAT COULD NOT BE READ (OR UPDATED) RIGHT NOW NEVER
      *-> LOWERS IT.
            MOVE WS-DATE TO WS-DSM-FROM
            MOVE WS-DATE TO WS-DSM-TO
            PERFORM 21D-SUM-DAY-SUMMARY
            IF DSM-READ-COMPLETE
               AND WS-DSM-MANUAL > WS-MANUAL-COUNT
               IF WS-DSM-MANUAL > 99
                  MOVE 99            TO WS-MANUAL-COUNT
               ELSE
                  MOVE WS-DSM-MANUAL TO WS-MANUAL-COUNT
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       11B-SHOW-MANUAL-REJECT.
            IF CYCLE-IN-PROGRESS
                                    TO WS-AUD-DETAIL
            END-IF
            MOVE "MANUAL"           TO WS-AUD-ACTION
            MOVE WS-CON-OPERATOR    TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT
            DISPLAY INPUT-SETTINGS
            DISPLAY KEY-INPUT
            .
      *----------------------------------------------------------------*
       11E-SHOW-MANUAL-RESTRICT.
      *-> WS-RST-REASON SAYS WHICH GARDEN.RST RULE STOOD IN THE WAY.
            MOVE "RESTRICTED"       TO VIDEO-MESSAGE
            MOVE WS-RST-REASON      TO BLINK-MESSAGE
            MOVE "MANUAL"           TO WS-AUD-ACTION
            MOVE SPACES             TO WS-AUD-DETAIL
            STRING "REJECTED - "    DELIMITED BY SIZE
                   WS-RST-REASON    DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
            END-STRING
            MOVE WS-CON-OPERATOR    TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT
            DISPLAY INPUT-SETTINGS
            DISPLAY KEY-INPUT
            .
      *----------------------------------------------------------------*
       26-FLOW-CALIBRATION.
      *-> KEY-PRESSED = "5", SUPERVISOR SIGNED ON.  MEASURES WHAT EACH
      *-> VALVE REALLY DELIVERS: THE KEYED ZONE (00 = EVERY ZONE IN
      *-> GARDEN.ZON) IS OPENED SETTINGS-CALRUNS TIMES FOR
      *-> SETTINGS-CALSECS SECONDS, AND THE PULSE METER'S LITRES
      *-> (GARDEN.FLW, SEE 15D-VERIFY-FLOW) ARE TURNED INTO LITRES
      *-> PER SECOND.  GARDEN.CAL GETS THE MEAN, THE SPREAD AND THE
      *-> CONFIGURED ZONE-FLOW.  NOTHING IN GARDEN.ZON CHANGES HERE:
      *-> THE SUPERVISOR ACCEPTS THE NEW RATES IN GARDENMNT, WHICH
      *-> SAVES THEM THROUGH THE USUAL VALIDATED RELOAD.  TURNED
      *-> AWAY WHILE A CYCLE IS RUNNING, LIKE A MANUAL OPEN.
            MOVE ZERO TO WS-CAL-ZONE-ID
            DISPLAY CALIBRATE-INPUT
            ACCEPT CALIBRATE-INPUT
            EVALUATE TRUE
                WHEN SETTINGS-CALSECS = ZERO
                WHEN SETTINGS-CALRUNS = ZERO
                     MOVE "NOT SET UP"     TO VIDEO-MESSAGE
                     MOVE "SEE GARDEN.SET" TO BLINK-MESSAGE
                     MOVE "REJECTED - CALSECS/CALRUNS 0"
                                           TO WS-AUD-DETAIL
                     PERFORM 26F-SHOW-CAL-REJECT
                WHEN CYCLE-IN-PROGRESS
                     MOVE "SYSTEM BUSY"    TO VIDEO-MESSAGE
                     MOVE "TRY AGAIN"      TO BLINK-MESSAGE
                     MOVE "REJECTED - CYCLE IN PROGRESS"
                                           TO WS-AUD-DETAIL
                     PERFORM 26F-SHOW-CAL-REJECT
                WHEN OTHER
      *-> THE BUSY FLAG KEEPS RETRIES, SOAK PASSES, RELOADS AND THE
      *-> BUDGET REBASE AWAY FROM THE VALVES AND ZONE-TABLE, AND
      *-> CALIBRATION-RUNNING THE SCHEDULE AND GARDEN.CMD (SEE
      *-> 10-WORKING-CYCLE).  THE SECOND'S PAUSE LETS A WORKING TICK
      *-> ALREADY PAST THOSE TESTS FINISH BEFORE ZONE-IDX IS TAKEN.
                     SET CYCLE-IN-PROGRESS   TO TRUE
                     SET CALIBRATION-RUNNING TO TRUE
                     MOVE "CALIBRATING"      TO VIDEO-MESSAGE
                     MOVE "AUTO SUSPENDED"   TO BLINK-MESSAGE
                     DISPLAY INPUT-SETTINGS
                     DISPLAY KEY-INPUT
                     CALL "C$SLEEP" USING 1
                     MOVE "Y" TO WS-NT-FOUND
                     IF WS-CAL-ZONE-ID NOT = ZERO
                        MOVE WS-CAL-ZONE-ID TO WS-MAN-ZONE-ID
                        PERFORM 11D-FIND-MANUAL-ZONE
                     END-IF
                     IF NOT NT-ZONE-FOUND
                        SET CALIBRATION-OFF TO TRUE
                        SET CYCLE-IDLE      TO TRUE
                        MOVE "UNKNOWN ZONE"   TO VIDEO-MESSAGE
                        MOVE "SEE GARDEN.ZON" TO BLINK-MESSAGE
                        MOVE "REJECTED - UNKNOWN ZONE"
                                              TO WS-AUD-DETAIL
                        PERFORM 26F-SHOW-CAL-REJECT
                     ELSE
                        PERFORM 26B-RUN-CALIBRATION
                     END-IF
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       26B-RUN-CALIBRATION.
      *-> GARDEN.CAL IS REWRITTEN WHOLE, SO A HALF-REVIEWED EARLIER
      *-> CALIBRATION CANNOT BE ACCEPTED ALONGSIDE THIS ONE.  THE
      *-> CONTROLLER RETURNS TO AUTOMATIC SERVICE HOWEVER IT ENDS.
            MOVE ZERO               TO WS-CAL-ZONES
            MOVE "CALIBRATE"        TO WS-AUD-ACTION
            MOVE SPACES             TO WS-AUD-DETAIL
            STRING "STARTED ZONE "  DELIMITED BY SIZE
                   WS-CAL-ZONE-ID   DELIMITED BY SIZE
                   " RUNS "         DELIMITED BY SIZE
                   SETTINGS-CALRUNS DELIMITED BY SIZE
                   " SECS "         DELIMITED BY SIZE
                   SETTINGS-CALSECS DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
            END-STRING
            MOVE WS-CON-OPERATOR    TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT

            OPEN OUTPUT CALIB-FILE
            IF WS-CALIB-STATUS NOT = "00"
               MOVE "NO GARDEN.CAL"    TO VIDEO-MESSAGE
               MOVE "NOT CALIBRATED"   TO BLINK-MESSAGE
               MOVE "CALIBRATE"        TO WS-AUD-ACTION
               MOVE "GARDEN.CAL NOT WRITABLE"
                                       TO WS-AUD-DETAIL
               MOVE WS-CON-OPERATOR    TO WS-AUD-OPERATOR
               PERFORM 17-WRITE-AUDIT-EVENT
            ELSE
               IF WS-CAL-ZONE-ID = ZERO
                  SET ZONE-IDX TO 1
                  PERFORM UNTIL ZONE-IDX > ZONE-COUNT
                      PERFORM 26C-CALIBRATE-ONE-ZONE
                      SET ZONE-IDX UP BY 1
                  END-PERFORM
               ELSE
                  PERFORM 26C-CALIBRATE-ONE-ZONE
               END-IF
               CLOSE CALIB-FILE
               MOVE "CALIBRATED"       TO VIDEO-MESSAGE
               MOVE "SEE GARDENMNT"    TO BLINK-MESSAGE
               MOVE "CALIBRATE"        TO WS-AUD-ACTION
               MOVE SPACES             TO WS-AUD-DETAIL
               STRING "ENDED - "       DELIMITED BY SIZE
                      WS-CAL-ZONES     DELIMITED BY SIZE
                      " ZONES MEASURED" DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
               MOVE WS-CON-OPERATOR    TO WS-AUD-OPERATOR
               PERFORM 17-WRITE-AUDIT-EVENT
            END-IF

            MOVE "A"                TO WS-TRIGGER-TYPE
            SET CALIBRATION-OFF     TO TRUE
            SET CYCLE-IDLE          TO TRUE
            DISPLAY INPUT-SETTINGS
            DISPLAY KEY-INPUT
            .
      *----------------------------------------------------------------*
       26C-CALIBRATE-ONE-ZONE.
      *-> THE ZONE AT ZONE-IDX, SETTINGS-CALRUNS TEST RUNS.  A FAILED
      *-> OPEN OR A GARDEN.RST REFUSAL ENDS THE ZONE'S RUNS THERE; A
      *-> RUN THE METER MISSED IS ONLY LEFT OUT OF THE FIGURES.
            MOVE ZERO               TO WS-CAL-MEASURED
            MOVE ZERO               TO WS-CAL-SUM
            MOVE ZERO               TO WS-CAL-MIN
            MOVE ZERO               TO WS-CAL-MAX
            MOVE ZERO               TO WS-CAL-MEAN
            MOVE "-"                TO WS-CAL-RESULT
            MOVE "N"                TO WS-CAL-STOP
            MOVE 1                  TO WS-CAL-RUN
            PERFORM UNTIL WS-CAL-RUN > SETTINGS-CALRUNS
                       OR CAL-ZONE-STOPPED
                PERFORM 26D-RUN-ONE-TEST
                ADD 1 TO WS-CAL-RUN
            END-PERFORM
            PERFORM 26E-WRITE-CAL-RESULT
            .
      *----------------------------------------------------------------*
       26D-RUN-ONE-TEST.
      *-> ONE TEST RUN: UNSPLIT, UNADJUSTED, EXACTLY SETTINGS-CALSECS
      *-> SECONDS, THROUGH THE SAME 15J-RUN-ONE-PASS EVERY CYCLE USES
      *-> - JOURNAL, SERIAL COMMAND, GARDEN.FLW, GARDEN.LOG - AS
      *-> TRIGGER "C".  THE WATER IS REAL, SO GARDEN.RST STILL HAS
      *-> THE LAST WORD.
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME FROM TIME
            MOVE "C"                TO WS-TRIGGER-TYPE
            MOVE SETTINGS-CALSECS   TO WS-EFF-NSECS
            MOVE SETTINGS-CALSECS   TO WS-BASE-NSECS
            MOVE "-"                TO WS-ADJUST-FLAG
            MOVE 1                  TO WS-PASS-NO
            MOVE 1                  TO WS-PASS-COUNT
            MOVE SETTINGS-CALSECS   TO WS-CYCLE-SECS
            MOVE SETTINGS-CALSECS   TO WS-SECS-LEFT
            MOVE SETTINGS-CALSECS   TO WS-PASS-SECS
            MOVE SETTINGS-CALSECS   TO WS-RST-SECS
            MOVE SETTINGS-CALSECS   TO WS-RST-NEED
            PERFORM 24F-VET-OPEN-NOW
            IF NOT RST-ALLOWED
               MOVE "R"             TO WS-CAL-RESULT
               MOVE "Y"             TO WS-CAL-STOP
               MOVE WS-CON-OPERATOR TO WS-AUD-OPERATOR
               PERFORM 24J-AUDIT-REFUSAL
            ELSE
               PERFORM 15J-RUN-ONE-PASS
               EVALUATE TRUE
                   WHEN WS-RESULT-STATUS NOT = "S"
                        MOVE "F"    TO WS-CAL-RESULT
                        MOVE "Y"    TO WS-CAL-STOP
                   WHEN WS-FLOW-FLAG = "N"
                        MOVE "N"    TO WS-CAL-RESULT
                   WHEN OTHER
                        COMPUTE WS-CAL-RATE ROUNDED =
                                WS-ACT-LITRES / SETTINGS-CALSECS
                        ADD WS-CAL-RATE TO WS-CAL-SUM
                        ADD 1           TO WS-CAL-MEASURED
                        IF WS-CAL-MEASURED = 1
                           OR WS-CAL-RATE < WS-CAL-MIN
                           MOVE WS-CAL-RATE TO WS-CAL-MIN
                        END-IF
                        IF WS-CAL-RATE > WS-CAL-MAX
                           MOVE WS-CAL-RATE TO WS-CAL-MAX
                        END-IF
               END-EVALUATE
            END-IF
            .
      *----------------------------------------------------------------*
       26E-WRITE-CAL-RESULT.
      *-> CAL-NEW-FLOW IS THE MEAN IN GARDEN.ZON'S OWN UNITS
      *-> (HUNDREDTHS OF A LITRE PER SECOND); ZERO WHEN NO RUN WAS
      *-> MEASURED, WHICH GARDENMNT NEVER WRITES.
            MOVE SPACES             TO CALIBRATION-REC
            MOVE ZONE-ID(ZONE-IDX)  TO CAL-ZONE
            MOVE WS-CAL-RESULT      TO CAL-RESULT
            MOVE SETTINGS-CALRUNS   TO CAL-RUNS-ASKED
            MOVE WS-CAL-MEASURED    TO CAL-RUNS-MEASURED
            MOVE SETTINGS-CALSECS   TO CAL-SECS
            IF WS-CAL-MEASURED NOT = ZERO
               COMPUTE WS-CAL-MEAN ROUNDED =
                       WS-CAL-SUM / WS-CAL-MEASURED
               ADD 1                TO WS-CAL-ZONES
            END-IF
            MOVE WS-CAL-MEAN        TO CAL-MEAN-FLOW
            MOVE WS-CAL-MIN         TO CAL-MIN-FLOW
            MOVE WS-CAL-MAX         TO CAL-MAX-FLOW
            COMPUTE CAL-CONF-FLOW = ZONE-FLOW(ZONE-IDX) * 100
            COMPUTE CAL-NEW-FLOW ROUNDED = WS-CAL-MEAN * 100
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME FROM TIME
            MOVE WS-DATE            TO CAL-DATE
            MOVE WS-TIME(1:6)       TO CAL-TIME
            MOVE WS-CON-OPERATOR    TO CAL-OPERATOR
            WRITE CALIBRATION-REC

            MOVE "CALIBRATE"        TO WS-AUD-ACTION
            MOVE SPACES             TO WS-AUD-DETAIL
            IF WS-CAL-MEASURED NOT = ZERO
               MOVE WS-CAL-MEAN           TO WS-CAL-EDIT-FLOW
               MOVE ZONE-FLOW(ZONE-IDX)   TO WS-CAL-EDIT-CONF
               STRING "ZONE "             DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-CAL-EDIT-FLOW    DELIMITED BY SIZE
                      " L/S WAS "         DELIMITED BY SIZE
                      WS-CAL-EDIT-CONF    DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
            ELSE
               STRING "ZONE "             DELIMITED BY SIZE
                      ZONE-ID(ZONE-IDX)   DELIMITED BY SIZE
                      " NOT MEASURED ("   DELIMITED BY SIZE
                      WS-CAL-RESULT       DELIMITED BY SIZE
                      ")"                 DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
            END-IF
            MOVE WS-CON-OPERATOR    TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
       26F-SHOW-CAL-REJECT.
      *-> WS-AUD-DETAIL ARRIVES SAYING WHY.
            MOVE "CALIBRATE"        TO WS-AUD-ACTION
            MOVE WS-CON-OPERATOR    TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT
            DISPLAY INPUT-SETTINGS
            DISPLAY KEY-INPUT
            END-IF

            IF RELOAD-REQUESTED
               MOVE "FOUND CHANGED AT RELOAD" TO CSN-REASON
               PERFORM 14B-TAKE-CONFIG-GENERATION
               PERFORM 02-LOAD-SETTINGS
               PERFORM 03-LOAD-ZONES
               PERFORM 03C-LOAD-HOLIDAYS
               PERFORM 03D-LOAD-FERT-PLAN
               PERFORM 03E-LOAD-RESTRICTIONS
               PERFORM 04-LOAD-SEASONS
               PERFORM 09-LOAD-NEXT-TS
               PERFORM 09D-LOAD-FERT-STATE
               CLOSE RELOAD-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       14B-TAKE-CONFIG-GENERATION.
      *-> THE SET ABOUT TO BE LOADED IS KEPT AS A GENERATION UNLESS
      *-> THE LATEST ONE ALREADY MATCHES IT - A GARDENMNT SAVE OR A
      *-> CFGGEN ROLLBACK HAS KEPT IT ALREADY, SO ONLY A HAND EDIT
      *-> MAKES A NEW ONE HERE.  CSN-REASON IS SET BY THE CALLER.
            SET CSN-SNAP-IF-CHANGED TO TRUE
            MOVE ZERO     TO CSN-BASE
            MOVE "SYSTEM" TO CSN-OPERATOR
            CALL "CFGSNAP" USING CFG-SNAP-REQUEST
            IF CSN-TAKEN
               MOVE "SNAPSHOT"           TO WS-AUD-ACTION
               MOVE SPACES               TO WS-AUD-DETAIL
               STRING "GENERATION "      DELIMITED BY SIZE
                      CSN-GEN-NO         DELIMITED BY SIZE
                      " TAKEN"           DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
               PERFORM 17-WRITE-AUDIT-EVENT
            END-IF
            .
      *----------------------------------------------------------------*
       13-POLL-REMOTE-COMMANDS.
      *-> DRAINS GARDEN.CMD INTO CMD-TABLE FIRST AND TRUNCATES THE
            .
      *----------------------------------------------------------------*
       13A-RUN-ONE-COMMAND.
      *-> THE CREDENTIAL IS CHECKED BEFORE ANYTHING RUNS: EVERY VERB
      *-> NEEDS AN OPERATOR ROLE OR BETTER, THE SAME AS THE CONSOLE
      *-> KEYS THAT DO THE SAME JOBS.  AN OLD-STYLE LINE WITH NO
      *-> CREDENTIAL ("OPEN 02") READS AS ID "OPEN" AND FAILS HERE.
            MOVE CMD-LINE(CMD-IDX) TO WS-CMD-RAW
            PERFORM 13F-SPLIT-COMMAND
            MOVE SPACES TO WS-ACK-REASON

            MOVE WS-CMD-OPERATOR   TO OPS-ID
            MOVE WS-CMD-PIN        TO OPS-PIN
            MOVE SPACES            TO WS-CMD-PIN
            SET OPS-NEED-OPERATOR  TO TRUE
            CALL "OPRCHECK" USING OPR-SIGNON
            MOVE OPS-RESULT        TO WS-CMD-AUTH
            MOVE OPS-REASON        TO WS-ACK-REASON

            IF NOT CMD-AUTHORISED
               MOVE "REJECTED" TO WS-ACK-RESULT
            ELSE
               MOVE SPACES TO WS-ACK-REASON
               EVALUATE WS-CMD-VERB
                   WHEN "OPEN"
                        PERFORM 13B-REMOTE-OPEN
                   WHEN "RAINDELAY"
                        PERFORM 13D-REMOTE-RAINDELAY
                   WHEN "RELOAD"
      *-> QUEUED THROUGH GARDEN.RLD SO IT TAKES THE SAME BETWEEN-
      *-> CYCLES PATH A GARDENMNT SAVE DOES (14-CHECK-RELOAD-REQUEST).
                        OPEN OUTPUT RELOAD-FILE
                        IF WS-RELOAD-STATUS = "00"
                           MOVE "Y" TO RELOAD-REC
                           WRITE RELOAD-REC
                           CLOSE RELOAD-FILE
                           MOVE "ACCEPTED" TO WS-ACK-RESULT
                           MOVE "RELOAD QUEUED" TO WS-ACK-REASON
                        ELSE
                           MOVE "REJECTED" TO WS-ACK-RESULT
                           MOVE "GARDEN.RLD UNWRITABLE"
                                           TO WS-ACK-REASON
                        END-IF
                   WHEN OTHER
                        MOVE "REJECTED" TO WS-ACK-RESULT
                        MOVE "UNKNOWN COMMAND" TO WS-ACK-REASON
               END-EVALUATE
            END-IF

            PERFORM 13C-WRITE-ACK

            MOVE "REMOTE"        TO WS-AUD-ACTION
            MOVE SPACES          TO WS-AUD-DETAIL
            IF NOT CMD-AUTHORISED
               STRING "REFUSED "       DELIMITED BY SIZE
                      WS-ACK-REASON    DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
            ELSE
               STRING WS-CMD-VERB      DELIMITED BY SPACE
                      " "              DELIMITED BY SIZE
                      WS-CMD-ARG       DELIMITED BY SPACE
                      " "              DELIMITED BY SIZE
                      WS-ACK-RESULT    DELIMITED BY SPACE
                      INTO WS-AUD-DETAIL
               END-STRING
            END-IF
      *-> A REFUSED LINE STILL RECORDS THE ID IT CLAIMED - THAT IS
      *-> WHO WAS TRYING THE DOOR.
            MOVE WS-CMD-OPERATOR TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
                        MOVE "DAILY CAP REACHED" TO WS-ACK-REASON
                     END-IF
                  ELSE
      *-> GARDEN.RST IS VETTED UNDER THE BUSY FLAG, AS FOR THE
      *-> CONSOLE'S MANUAL OPEN; A REFUSAL TELLS THE REMOTE SIDE
      *-> WHICH RULE, AND IS AUDITED AS A RESTRICTION.
                     SET CYCLE-IN-PROGRESS TO TRUE
                     MOVE ZERO            TO WS-RST-SECS
                     PERFORM 24B-VET-MANUAL-OPEN
                     IF RST-ALLOWED
                        MOVE "M"          TO WS-TRIGGER-TYPE
                        PERFORM 15-OPEN-WATER
                     END-IF
                     SET CYCLE-IDLE       TO TRUE
                     IF NOT RST-ALLOWED
                        MOVE "REJECTED"   TO WS-ACK-RESULT
                        MOVE WS-RST-REASON TO WS-ACK-REASON
                        MOVE WS-CMD-OPERATOR TO WS-AUD-OPERATOR
                        PERFORM 24J-AUDIT-REFUSAL
                     ELSE
                        ADD 1             TO WS-MANUAL-COUNT
                        MOVE "ACCEPTED" TO WS-ACK-RESULT
                        IF WS-RESULT-STATUS = "S"
                           MOVE "RESULT S" TO WS-ACK-REASON
                        ELSE
                           MOVE "RESULT F" TO WS-ACK-REASON
                        END-IF
                     END-IF
                  END-IF
               END-IF
      *-> STILL GETS ITS ANSWER IN GARDEN.ACK; THE REMOTE SIDE
      *-> ALREADY RESENDS ON NO-ACK, AND A REFUSAL IT CAN READ IS
      *-> KINDER THAN A COMMAND THAT VANISHES.
            MOVE COMMAND-REC           TO WS-CMD-RAW
            PERFORM 13F-SPLIT-COMMAND
            MOVE SPACES                TO WS-CMD-PIN
            MOVE "REJECTED"            TO WS-ACK-RESULT
            MOVE "TOO MANY COMMANDS-RESEND"
                                       TO WS-ACK-REASON
            MOVE "REMOTE"              TO WS-AUD-ACTION
            MOVE "COMMAND OVERFLOW REJECTED"
                                       TO WS-AUD-DETAIL
            MOVE WS-CMD-OPERATOR       TO WS-AUD-OPERATOR
            PERFORM 17-WRITE-AUDIT-EVENT
            .
      *----------------------------------------------------------------*
       13F-SPLIT-COMMAND.
      *-> WS-CMD-RAW HOLDS ONE GARDEN.CMD LINE: "ID PIN VERB ARG".
      *-> THE ECHO FOR GARDEN.ACK IS BUILT WITHOUT THE PIN - THAT
      *-> FILE IS READ BY THE MONITORING MACHINE, NOT KEPT SECRET.
            MOVE SPACES TO WS-CMD-OPERATOR
            MOVE SPACES TO WS-CMD-PIN
            MOVE SPACES TO WS-CMD-VERB
            MOVE SPACES TO WS-CMD-ARG
            UNSTRING WS-CMD-RAW DELIMITED BY SPACE
                     INTO WS-CMD-OPERATOR WS-CMD-PIN
                          WS-CMD-VERB WS-CMD-ARG
            MOVE SPACES TO WS-ACK-CMD
            STRING WS-CMD-OPERATOR  DELIMITED BY SPACE
                   " "              DELIMITED BY SIZE
                   WS-CMD-VERB      DELIMITED BY SPACE
                   " "              DELIMITED BY SIZE
                   WS-CMD-ARG       DELIMITED BY SPACE
                   INTO WS-ACK-CMD
            END-STRING
            .
      *----------------------------------------------------------------*
       10-WORKING-CYCLE.
            PERFORM UNTIL ALL-DONE

      *-> A NEW MONTH REBASES THE BUDGET COUNT (AND CLEARS ANY
      *-> CAP SUSPENSION) AS SOON AS THE CLOCK ROLLS OVER.
      *-> CYCLE-IDLE KEEPS THE REBASE'S GARDEN.DSM READ FROM
      *-> COLLIDING WITH A MANUAL OPEN UPDATING THE SAME FILE ON
      *-> THE CONSOLE THREAD; THE NEXT HALF-SECOND PASS RETRIES.
                IF SETTINGS-BUDGETL NOT = ZERO
                   AND WS-DATE(1:6) NOT = WS-BUDGET-MONTH
                   AND CYCLE-IDLE
                   PERFORM 19-PROCESS-RETRIES
                END-IF

      *-> THE NEXT PASS OF A SPLIT CYCLE WHOSE SOAK GAP HAS RUN.
      *-> NO BUDGET TEST HERE: THE CYCLE WAS COMMITTED WHEN ITS
      *-> FIRST PASS RAN, AND HALF A CYCLE HELPS NO BED.
                IF CYCLE-IDLE
                   PERFORM 20-PROCESS-SOAK-PASSES
                END-IF

      *-> A FLOW CALIBRATION HAS THE VALVES AND ZONE-IDX TO ITSELF
      *-> (26-FLOW-CALIBRATION): GARDEN.CMD LINES WAIT IN THEIR FILE
      *-> AND A DUE ZONE STAYS DUE, ITS NEXT-TIMESTAMP UNTOUCHED, SO
      *-> BOTH RUN ONCE IT ENDS.  RETRIES AND SOAK PASSES ALREADY
      *-> WAIT ON CYCLE-IDLE ABOVE.
                IF CALIBRATION-OFF
                   PERFORM 13-POLL-REMOTE-COMMANDS
                END-IF

      *-> UNACKED ALARMS ARE ESCALATED TO THE NOTIFICATION GATEWAY
      *-> PER GARDEN.ESC.  ONCE A MINUTE IS PLENTY FOR RULES COUNTED
      *-> IN MINUTES, AND SPARES GARDEN.ALM A READ EVERY HALF-SECOND.
                IF WS-TIME(1:4) NOT = WS-ESC-LAST-HHMM
                   MOVE WS-TIME(1:4) TO WS-ESC-LAST-HHMM
                   CALL "ALARMESC"
                END-IF

                PERFORM 07-LOAD-RAINDELAY-FLAG
                PERFORM 07C-LOAD-MOISTURE
                PERFORM 07G-LOAD-FORECAST
                MOVE "N" TO WS-RAINDELAY-CONSUMED

                IF CALIBRATION-OFF
                   SET ZONE-IDX TO 1
                   PERFORM UNTIL ZONE-IDX > ZONE-COUNT
                       PERFORM 10A-PROCESS-ZONE-CYCLE
                       SET ZONE-IDX UP BY 1
                   END-PERFORM
                END-IF

      *-> CLEARED ONCE HERE, AFTER EVERY ZONE IN THIS TICK HAS BEEN
      *-> GIVEN A CHANCE TO SEE THE HOLD - NOT INSIDE THE ZONE LOOP.
                           IF WS-RESULT-STATUS = "F"
                              PERFORM 18-QUEUE-RETRY
                           END-IF
      *-> A CYCLE GARDEN.RST WILL NOT LET RUN NOW IS MOVED TO THE
      *-> NEXT LAWFUL SLOT, OR REFUSED IF THERE IS NONE SOONER THAN
      *-> ITS NEXT INTERVAL.
                           IF WS-RESULT-STATUS = "R"
                              PERFORM 24G-DEFER-ZONE-CYCLE
                           END-IF
                        END-IF
                        END-IF
                     END-IF
                SET HOL-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       25-CONSOLE-SIGN-ON.
      *-> ASKS FOR AN ID AND PIN AND HAS OPRCHECK TEST THEM AGAINST
      *-> GARDEN.OPR FOR THE ROLE IN WS-SIGN-NEED.  EVERY KEY ASKS
      *-> AFRESH: THE CONSOLE SITS UNATTENDED IN THE GREENHOUSE, SO
      *-> NO SIGN-ON OUTLIVES THE KEY IT WAS GIVEN FOR.  A REFUSAL
      *-> IS SHOWN AND AUDITED UNDER THE ID THAT WAS TRIED.
            MOVE SPACES          TO WS-SIGN-ID
            MOVE SPACES          TO WS-SIGN-PIN
            MOVE SPACES          TO WS-CON-OPERATOR
            DISPLAY SIGNON-INPUT
            ACCEPT SIGNON-INPUT

            MOVE WS-SIGN-ID      TO OPS-ID
            MOVE WS-SIGN-PIN     TO OPS-PIN
            MOVE WS-SIGN-NEED    TO OPS-NEED-RANK
            CALL "OPRCHECK" USING OPR-SIGNON
            MOVE OPS-RESULT      TO WS-SIGN-RESULT
            MOVE OPS-REASON      TO WS-SIGN-REASON
            MOVE SPACES          TO WS-SIGN-PIN

            IF SIGNON-GRANTED
               MOVE WS-SIGN-ID   TO WS-CON-OPERATOR
            ELSE
               MOVE "SIGN-ON REFUSED" TO VIDEO-MESSAGE
               MOVE "CHECK ID / ROLE" TO BLINK-MESSAGE
               MOVE "SIGNON"     TO WS-AUD-ACTION
               MOVE SPACES       TO WS-AUD-DETAIL
               STRING "KEY "          DELIMITED BY SIZE
                      KEY-PRESSED     DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-SIGN-REASON  DELIMITED BY SIZE
                      INTO WS-AUD-DETAIL
               END-STRING
               MOVE WS-SIGN-ID   TO WS-AUD-OPERATOR
               PERFORM 17-WRITE-AUDIT-EVENT
               DISPLAY INPUT-SETTINGS
            END-IF

            MOVE SPACES          TO WS-SIGN-ID
            DISPLAY SIGNON-INPUT
            DISPLAY KEY-INPUT
            .
      *----------------------------------------------------------------*
       70-ADD-ONE-DAY.
      *-> WS-WORK-DATE := WS-WORK-DATE + 1 CALENDAR DAY, MONTH LENGTHS
      *-> AND THE LEAP YEAR HONOURED (SAME RULE AS WATERPLAN).
            MOVE WS-WORK-DATE(1:4) TO WS-WD-YEAR
            MOVE WS-WORK-DATE(5:2) TO WS-WD-MONTH
            MOVE WS-WORK-DATE(7:2) TO WS-WD-DAY

            EVALUATE WS-WD-MONTH
                WHEN 01 WHEN 03 WHEN 05 WHEN 07
                WHEN 08 WHEN 10 WHEN 12
                     MOVE 31 TO WS-WD-LAST
                WHEN 04 WHEN 06 WHEN 09 WHEN 11
                     MOVE 30 TO WS-WD-LAST
                WHEN 02
                     DIVIDE WS-WD-YEAR BY 4 GIVING WS-WD-QUOT
                            REMAINDER WS-WD-REM
                     IF WS-WD-REM = ZERO
                        MOVE 29 TO WS-WD-LAST
                     ELSE
                        MOVE 28 TO WS-WD-LAST
                     END-IF
            END-EVALUATE

            ADD 1 TO WS-WD-DAY
            IF WS-WD-DAY > WS-WD-LAST
               MOVE 1 TO WS-WD-DAY
               ADD 1 TO WS-WD-MONTH
               IF WS-WD-MONTH > 12
                  MOVE 1 TO WS-WD-MONTH
                  ADD 1 TO WS-WD-YEAR
               END-IF
            END-IF

            MOVE WS-WD-YEAR  TO WS-WORK-DATE(1:4)
            MOVE WS-WD-MONTH TO WS-WORK-DATE(5:2)
            MOVE WS-WD-DAY   TO WS-WORK-DATE(7:2)
            .
      *----------------------------------------------------------------*
       99-END.
            STOP RUN.
