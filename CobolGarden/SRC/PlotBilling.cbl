       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PLOTBILL".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  29.10.2023.
       DATE-COMPILED. 29.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      MONTH-END WATER STATEMENTS FOR THE PLOT         *
      *               HOLDERS.  GARDEN.PLT SAYS WHO PAYS FOR WHICH    *
      *               ZONE (OR WHICH SHARE OF A SHARED BED);          *
      *               GARDEN.TRF HOLDS THE WATER COMPANY'S DATED      *
      *               TARIFF - A MONTHLY STANDING CHARGE AND          *
      *               VOLUME BANDS.  THE HOUSEHOLD METER'S MONTH      *
      *               (GARDEN.MTR) IS PRICED BAND BY BAND INTO THE    *
      *               BILL, AND THE BILL IS SHARED OUT IN             *
      *               PROPORTION TO THE LITRES EACH ACCOUNT'S         *
      *               ZONES TOOK THAT MONTH (GARDEN.HIS AND           *
      *               GARDEN.LOG, THE PULSE METER'S ACTUAL LITRES     *
      *               WHEREVER A RECORD CARRIES THEM); THE            *
      *               STANDING CHARGE IS SHARED EQUALLY.  ONE         *
      *               STATEMENT PER ACCOUNT GOES TO GARDEN.STM:       *
      *               CYCLES, LITRES AND FERTIGATION DOSES BY         *
      *               ZONE, THE SHARES OF THE CHARGES, PAYMENTS       *
      *               FROM GARDEN.PAY AND THE BALANCE BROUGHT AND     *
      *               CARRIED FORWARD (GARDEN.BAL).  THE              *
      *               STATEMENTS ADD UP TO THE BILL TO THE CENT.      *
      *               RUN BY BATCHDRV AS THE LAST MONTH-END STEP,     *
      *               OR STANDALONE FOR ANY CLOSED MONTH.  RETURN     *
      *               CODE 0 WHEN BILLED, 4 WITH NO GARDEN.PLT OR     *
      *               NO VALID MONTH, 8 WHEN IT REFUSED TO BILL.      *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   29.10.2023   IGP  ORIGINAL VERSION.                          *
      *   01.11.2023   IGP  FLOW CALIBRATION RUNS (TRIGGER C) COUNT IN *
      *                     THE LITRES LOGGED BUT IN NO ZONE'S SHARE   *
      *                     OR CYCLES.                                 *
      *   02.11.2023   IGP  THE STATEMENTS ARE PROVED AGAINST THE BILL *
      *                     BEFORE GARDEN.STM IS OPENED, SO A MONTH    *
      *                     THAT DOES NOT RECONCILE NO LONGER          *
      *                     OVERWRITES LAST MONTH'S STATEMENTS.        *
      *   02.11.2023   IGP  A GARDEN.LOG EVENT ALREADY IN GARDEN.HIS   *
      *                     (A WATERARC RUN STOPPED BETWEEN LOADING    *
      *                     THE HISTORY AND REWRITING THE LOG) IS      *
      *                     BILLED ONCE, NOT TWICE.                    *
      *   02.11.2023   IGP  THE BILLING MONTH IS ONLY TAKEN FROM A     *
      *                     GARDEN.RUN PLOTBILL LINE STARTED TODAY; A  *
      *                     STANDALONE RUN AFTER A MONTH-END THAT DIED *
      *                     IN THIS STEP NOW ASKS FOR THE MONTH        *
      *                     INSTEAD OF BILLING THAT ONE.               *
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
           SELECT HISTORY-FILE       ASSIGN TO "GARDEN.HIS"
                  ORGANIZATION       IS INDEXED
                  ACCESS MODE        IS DYNAMIC
                  RECORD KEY         IS WHIS-KEY
                  FILE STATUS        IS WS-HISTORY-STATUS.
           SELECT WATERLOG-FILE      ASSIGN TO "GARDEN.LOG"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-WATERLOG-STATUS.
           SELECT ZONE-FILE          ASSIGN TO "GARDEN.ZON"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-ZONE-STATUS.
           SELECT SETTINGS-FILE      ASSIGN TO "GARDEN.SET"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-SETTINGS-STATUS.
           SELECT METER-FILE         ASSIGN TO "GARDEN.MTR"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-METER-STATUS.
           SELECT RUNCTL-FILE        ASSIGN TO "GARDEN.RUN"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RUNCTL-STATUS.
      *-> THE PLOT-HOLDER MASTER: ONE LINE PER ZONE (OR SHARE OF A
      *-> ZONE) AN ACCOUNT PAYS FOR.  KEYED BY HAND, CHECKED BY
      *-> CFGCHECK.
           SELECT PLOT-FILE          ASSIGN TO "GARDEN.PLT"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-PLOT-STATUS.
      *-> THE WATER COMPANY'S TARIFF, ONE SET OF LINES PER DATE IT
      *-> CHANGED.  KEYED BY HAND, CHECKED BY CFGCHECK.
           SELECT TARIFF-FILE        ASSIGN TO "GARDEN.TRF"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-TARIFF-STATUS.
      *-> PAYMENTS RECEIVED FROM THE PLOT HOLDERS, KEYED BY HAND
           SELECT PAYMENT-FILE       ASSIGN TO "GARDEN.PAY"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-PAYMENT-STATUS.
      *-> EACH ACCOUNT'S BALANCE AT THE END OF EACH BILLED MONTH.
      *-> WRITTEN ONLY BY THIS PROGRAM.
           SELECT BALANCE-FILE       ASSIGN TO "GARDEN.BAL"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-BALANCE-STATUS.
           SELECT STATEMENT-FILE     ASSIGN TO "GARDEN.STM"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-STATEMENT-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * F I L E   S E C T I O N                                        *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  HISTORY-FILE.
           COPY "WHISREC.cpy".
      *
       FD  WATERLOG-FILE.
           COPY "WLOGREC.cpy".
      *
       FD  ZONE-FILE.
       01  ZONE-REC                  PIC X(40).
      *
       FD  SETTINGS-FILE.
       01  SETTINGS-REC              PIC X(40).
      *
       FD  METER-FILE.
       01  METER-REC                 PIC X(20).
      *
       FD  RUNCTL-FILE.
           COPY "RUNREC.cpy".
      *
      *-> "AAAA ZZ PPP NAME": ACCOUNT, ZONE, PERCENT OF THE ZONE'S
      *-> WATER THE ACCOUNT PAYS FOR (001-100), PLOT HOLDER'S NAME.
      *-> AN ACCOUNT MAY HOLD SEVERAL ZONES, AND A SHARED BED IS ONE
      *-> LINE PER ACCOUNT SHARING IT; THE NAME IS TAKEN FROM THE
      *-> ACCOUNT'S FIRST LINE.
       FD  PLOT-FILE.
       01  PLOT-REC.
           05  PLT-ACCOUNT           PIC X(04).
           05  PLT-SEP-1             PIC X(01).
           05  PLT-ZONE              PIC X(02).
           05  PLT-ZONE-N            REDEFINES PLT-ZONE
                                     PIC 9(02).
           05  PLT-SEP-2             PIC X(01).
           05  PLT-PCT               PIC X(03).
           05  PLT-PCT-N             REDEFINES PLT-PCT
                                     PIC 9(03).
           05  PLT-SEP-3             PIC X(01).
           05  PLT-NAME              PIC X(28).
      *
      *-> "YYYYMMDD S NNNNN" = MONTHLY STANDING CHARGE, EUR X 100.
      *-> "YYYYMMDD B LLLLLLL RRRRR" = VOLUME BAND: THE METER'S
      *-> LITRES UP TO LLLLLLL FOR THE MONTH (0000000 = NO LIMIT)
      *-> COST RRRRR EUR PER M3 X 100, AS TARIFF IN GARDEN.SET.
      *-> BANDS ARE KEYED LOWEST FIRST; LITRES PAST THE LAST BAND
      *-> PAY THE LAST BAND'S RATE.  THE SET IN FORCE FOR A MONTH IS
      *-> THE ONE WITH THE LATEST DATE NOT AFTER THE MONTH'S FIRST DAY.
       FD  TARIFF-FILE.
       01  TARIFF-REC.
           05  TRF-FROM              PIC X(08).
           05  TRF-FROM-N            REDEFINES TRF-FROM
                                     PIC 9(08).
           05  TRF-SEP-1             PIC X(01).
           05  TRF-KIND              PIC X(01).
               88  TRF-STANDING-LINE     VALUE "S".
               88  TRF-BAND-LINE         VALUE "B".
           05  TRF-SEP-2             PIC X(01).
           05  TRF-DETAIL            PIC X(13).
           05  TRF-STANDING-VIEW     REDEFINES TRF-DETAIL.
               10  TRF-STANDING-X    PIC X(05).
               10  TRF-STANDING      REDEFINES TRF-STANDING-X
                                     PIC 9(03)V99.
               10  TRF-STANDING-REST PIC X(08).
           05  TRF-BAND-VIEW         REDEFINES TRF-DETAIL.
               10  TRF-UPTO-X        PIC X(07).
               10  TRF-UPTO          REDEFINES TRF-UPTO-X
                                     PIC 9(07).
               10  TRF-SEP-3         PIC X(01).
               10  TRF-RATE-X        PIC X(05).
               10  TRF-RATE          REDEFINES TRF-RATE-X
                                     PIC 9(03)V99.
           05  TRF-REST              PIC X(16).
      *
      *-> "AAAA YYYYMMDD NNNNNNN": ACCOUNT, DAY RECEIVED, AMOUNT IN
      *-> EUR X 100.  A PAYMENT IS CREDITED ON THE STATEMENT FOR THE
      *-> MONTH IT WAS RECEIVED IN.
       FD  PAYMENT-FILE.
       01  PAYMENT-REC.
           05  PAY-ACCOUNT           PIC X(04).
           05  PAY-SEP-1             PIC X(01).
           05  PAY-DATE              PIC X(08).
           05  PAY-SEP-2             PIC X(01).
           05  PAY-AMOUNT-X          PIC X(07).
           05  PAY-AMOUNT            REDEFINES PAY-AMOUNT-X
                                     PIC 9(05)V99.
           05  PAY-REST              PIC X(19).
      *
      *-> "AAAA YYYYMM +NNNNNNNNN": ACCOUNT, MONTH, BALANCE CARRIED
      *-> FORWARD AT THE END OF THAT MONTH IN EUR X 100 (+ = OWED BY
      *-> THE PLOT HOLDER, - = IN CREDIT).
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  BAL-ACCOUNT           PIC X(04).
           05  BAL-SEP-1             PIC X(01).
           05  BAL-MONTH             PIC X(06).
           05  BAL-SEP-2             PIC X(01).
           05  BAL-AMOUNT-X          PIC X(10).
           05  BAL-AMOUNT            REDEFINES BAL-AMOUNT-X
                                     PIC S9(07)V99
                                     SIGN IS LEADING SEPARATE.
      *
       FD  STATEMENT-FILE.
       01  STATEMENT-REC             PIC X(80).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * W O R K I N G   S T O R A G E   S E C T I O N                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-HISTORY-STATUS     PIC  X(02)        VALUE "00".
       77 WS-WATERLOG-STATUS    PIC  X(02)        VALUE "00".
       77 WS-ZONE-STATUS        PIC  X(02)        VALUE "00".
       77 WS-SETTINGS-STATUS    PIC  X(02)        VALUE "00".
       77 WS-METER-STATUS       PIC  X(02)        VALUE "00".
       77 WS-RUNCTL-STATUS      PIC  X(02)        VALUE "00".
       77 WS-PLOT-STATUS        PIC  X(02)        VALUE "00".
       77 WS-TARIFF-STATUS      PIC  X(02)        VALUE "00".
       77 WS-PAYMENT-STATUS     PIC  X(02)        VALUE "00".
       77 WS-BALANCE-STATUS     PIC  X(02)        VALUE "00".
       77 WS-STATEMENT-STATUS   PIC  X(02)        VALUE "00".
      *
       77 WS-DATE               PIC  9(08)        VALUE ZERO.
       77 WS-TIME               PIC  9(08)        VALUE ZERO.
       77 WS-FOUND              PIC  X(01)        VALUE "N".
          88 ENTRY-FOUND            VALUE "Y".
      *
      *-> "N" ONCE ANYTHING HAS REFUSED THE BILL; NOTHING IS WRITTEN
      *-> AFTER THAT POINT
       77 PLB-GO                PIC  X(01)        VALUE "Y".
          88 BILL-CAN-GO            VALUE "Y".
      *
      *-> THE MONTH BEING BILLED
       77 PLB-MONTH             PIC  9(06)        VALUE ZERO.
       77 PLB-MONTH-FIRST       PIC  9(08)        VALUE ZERO.
       77 PLB-CURR-YYYYMM       PIC  9(06)        VALUE ZERO.
       77 PLB-YEAR              PIC  9(04)        VALUE ZERO.
       77 PLB-MON               PIC  9(02)        VALUE ZERO.
      *
      *-> LINE NUMBER OF THE INPUT LINE IN HAND, FOR THE MESSAGES
       77 PLB-LINE-NO           PIC  9(04)        VALUE ZERO.
       77 PLB-FILE-NAME         PIC  X(10)        VALUE SPACES.
       77 PLB-ACCOUNT           PIC  X(04)        VALUE SPACES.
       77 PLB-ZONE              PIC  9(02)        VALUE ZERO.
      *
      *-> PER-ZONE FLOW RATES, AS IN WATERRPT
       77 FLOW-COUNT            PIC  9(02)        VALUE ZERO.
       01 FLOW-TABLE.
          05 FLOW-ENTRY OCCURS 10 TIMES INDEXED BY FLOW-IDX.
             10 FLOW-ZONE-ID       PIC 9(02).
             10 FLOW-RATE          PIC 9(02)V99.
       77 WS-FLOW-RATE          PIC  9(02)V99     VALUE ZERO.
       77 WS-ZF-RAW             PIC  9(04)        VALUE ZERO.
       77 WS-TARIFF-RAW         PIC  9(05)        VALUE ZERO.
       01 WS-CFG-LABEL          PIC  X(10)        VALUE SPACES.
       01 WS-CFG-VALUE          PIC  X(20)        VALUE SPACES.
       01 WS-SKIP-FIELD         PIC  X(08)        VALUE SPACES.
      *
      *-> THE PLOT HOLDERS AND WHAT EACH ONE OWES THIS MONTH
       77 ACC-COUNT             PIC  9(02)        VALUE ZERO.
       01 ACC-TABLE.
          05 ACC-ENTRY OCCURS 50 TIMES INDEXED BY ACC-IDX BIG-IDX.
             10 ACC-ID             PIC X(04).
             10 ACC-NAME           PIC X(28).
             10 ACC-LITRES         PIC 9(07)V99.
             10 ACC-BF-MONTH       PIC X(06).
             10 ACC-BF             PIC S9(07)V99.
             10 ACC-PAID           PIC 9(07)V99.
             10 ACC-STANDING       PIC 9(07)V99.
             10 ACC-WATER          PIC 9(07)V99.
             10 ACC-CF             PIC S9(07)V99.
      *
      *-> ONE ENTRY PER GARDEN.PLT LINE: WHICH ACCOUNT PAYS WHICH
      *-> PERCENT OF WHICH ZONE (SHR-ACC AND SHR-ZUS ARE ENTRY
      *-> NUMBERS IN ACC-TABLE AND ZUS-TABLE)
       77 SHR-COUNT             PIC  9(03)        VALUE ZERO.
       01 SHR-TABLE.
          05 SHR-ENTRY OCCURS 100 TIMES INDEXED BY SHR-IDX.
             10 SHR-ACC            PIC 9(02).
             10 SHR-ZUS            PIC 9(02).
             10 SHR-PCT            PIC 9(03).
             10 SHR-LITRES         PIC 9(07)V99.
      *
      *-> WHAT EACH ZONE DID THIS MONTH, AND HOW MUCH OF IT IS SHARED
      *-> OUT IN GARDEN.PLT.  A ZONE NOBODY PAYS FOR ONLY GETS AN
      *-> ENTRY IF THERE IS ROOM; ITS WATER IS IN THE LOGGED TOTAL
      *-> EITHER WAY.
       77 ZUS-COUNT             PIC  9(02)        VALUE ZERO.
       01 ZUS-TABLE.
          05 ZUS-ENTRY OCCURS 20 TIMES INDEXED BY ZUS-IDX.
             10 ZUS-ZONE           PIC 9(02).
             10 ZUS-PCT            PIC 9(03).
             10 ZUS-CYCLES         PIC 9(05).
             10 ZUS-DOSES          PIC 9(05).
             10 ZUS-LITRES         PIC 9(07)V99.
      *
      *-> THE WATER RECORD IN HAND, FROM GARDEN.HIS OR GARDEN.LOG
       77 PLB-EVT-ZONE          PIC  9(02)        VALUE ZERO.
       77 PLB-EVT-DURATION      PIC  9(03)        VALUE ZERO.
       77 PLB-EVT-TRIGGER       PIC  X(01)        VALUE SPACE.
       77 PLB-EVT-STATUS        PIC  X(01)        VALUE SPACE.
       77 PLB-EVT-FLOW-FLAG     PIC  X(01)        VALUE SPACE.
       77 PLB-EVT-ACT-LITRES    PIC  9(06)V99     VALUE ZERO.
       77 PLB-EVT-METERED       PIC  X(01)        VALUE "N".
          88 EVT-METERED            VALUE "Y".
       77 PLB-EVT-PASS          PIC  X(01)        VALUE SPACE.
          88 EVT-LATER-PASS         VALUE "2" THRU "9".
       77 PLB-EVT-LITRES        PIC  9(07)V99     VALUE ZERO.
      *
      *-> THE MONTH'S METER READING
       77 PLB-MTR-MONTH         PIC  X(06)        VALUE SPACES.
       77 PLB-MTR-READING       PIC  9(08)        VALUE ZERO.
       77 PLB-MTR-PREV          PIC  9(08)        VALUE ZERO.
       77 PLB-MTR-LINES         PIC  9(04)        VALUE ZERO.
       77 PLB-MTR-FOUND         PIC  X(01)        VALUE "N".
          88 MONTH-READING-FOUND    VALUE "Y".
       77 PLB-MTR-DELTA         PIC S9(08)        VALUE ZERO.
       77 PLB-METERED           PIC  9(08)        VALUE ZERO.
      *
      *-> THE TARIFF IN FORCE (PLB-TRF-FROM ZERO = NO GARDEN.TRF SET
      *-> APPLIES, SO GARDEN.SET'S FLAT TARIFF WITH NO STANDING
      *-> CHARGE)
       77 PLB-TRF-FROM          PIC  9(08)        VALUE ZERO.
       77 PLB-TRF-S-COUNT       PIC  9(02)        VALUE ZERO.
       77 PLB-STANDING          PIC  9(03)V99     VALUE ZERO.
       77 BND-COUNT             PIC  9(02)        VALUE ZERO.
       01 BND-TABLE.
          05 BND-ENTRY OCCURS 9 TIMES INDEXED BY BND-IDX.
             10 BND-UPTO           PIC 9(07).
             10 BND-RATE           PIC 9(03)V99.
             10 BND-LITRES         PIC 9(08).
             10 BND-CHARGE         PIC 9(07)V99.
       77 PLB-BAND-FLOOR        PIC  9(08)        VALUE ZERO.
       77 PLB-BAND-TOP          PIC  9(08)        VALUE ZERO.
       77 PLB-BAND-PREV         PIC  9(07)        VALUE ZERO.
      *
      *-> GARDEN.BAL LINES OF OTHER MONTHS, WRITTEN BACK AS READ
       77 BAK-COUNT             PIC  9(03)        VALUE ZERO.
       01 BAK-TABLE.
          05 BAK-LINE OCCURS 600 TIMES INDEXED BY BAK-IDX
                                     PIC X(22).
      *
      *-> THE BILL AND HOW IT WAS SHARED OUT
       77 PLB-VOLUME-CHARGE     PIC  9(07)V99     VALUE ZERO.
       77 PLB-BILL              PIC  9(07)V99     VALUE ZERO.
       77 PLB-LOGGED-LITRES     PIC  9(08)V99     VALUE ZERO.
      *-> GARDEN.HIS HELD OPEN THROUGH THE GARDEN.LOG SCAN, AND
      *-> WHETHER THE LOG RECORD IN HAND IS ALREADY IN IT
       77 PLB-HIS-OPEN          PIC  X(01)        VALUE "N".
          88 PLB-HIS-IS-OPEN        VALUE "Y".
       77 PLB-IN-HISTORY        PIC  X(01)        VALUE "N".
          88 ALREADY-IN-HISTORY     VALUE "Y".
       77 PLB-SHARED-LITRES     PIC  9(08)V99     VALUE ZERO.
       77 PLB-UNSHARED-LITRES   PIC S9(08)V99     VALUE ZERO.
       77 PLB-STANDING-DONE     PIC  9(07)V99     VALUE ZERO.
       77 PLB-WATER-DONE        PIC  9(07)V99     VALUE ZERO.
       77 PLB-CHARGED           PIC  9(07)V99     VALUE ZERO.
       77 PLB-PAY-UNKNOWN       PIC  9(04)        VALUE ZERO.
      *
       01 WS-REPORT-LINE        PIC X(80)         VALUE SPACES.
       01 WS-SHOW-LINE          PIC X(70)         VALUE SPACES.
       01 PLB-EDIT-LINE-NO      PIC ZZZ9          VALUE ZERO.
       01 PLB-EDIT-COUNT        PIC ZZZ9          VALUE ZERO.
      *
       01 PLB-ZONE-LINE.
          05 FILLER                PIC X(01)      VALUE SPACE.
          05 PZL-ZONE              PIC 9(02).
          05 FILLER                PIC X(03)      VALUE SPACES.
          05 PZL-PCT               PIC ZZ9.
          05 FILLER                PIC X(01)      VALUE "%".
          05 FILLER                PIC X(02)      VALUE SPACES.
          05 PZL-CYCLES            PIC ZZZZ9.
          05 FILLER                PIC X(02)      VALUE SPACES.
          05 PZL-LITRES            PIC ZZZZZZ9,99.
          05 FILLER                PIC X(02)      VALUE SPACES.
          05 PZL-DOSES             PIC ZZZZ9.
      *
       01 PLB-AMOUNT-LINE.
          05 PAL-LABEL             PIC X(30).
          05 PAL-AMOUNT            PIC ZZZZZZ9,99-.
      *
       01 PLB-LITRES-LINE.
          05 PLL-LABEL             PIC X(30).
          05 PLL-LITRES            PIC ZZZZZZZ9,99-.
      *
       01 PLB-BAND-LINE.
          05 FILLER                PIC X(11)      VALUE "BAND UP TO ".
          05 PBL-UPTO              PIC X(08).
          05 FILLER                PIC X(02)      VALUE ": ".
          05 PBL-LITRES            PIC ZZZZZZZ9.
          05 FILLER                PIC X(06)      VALUE " L AT ".
          05 PBL-RATE              PIC ZZ9,99.
          05 FILLER                PIC X(03)      VALUE " = ".
          05 PBL-CHARGE            PIC ZZZZZZ9,99.
       01 PLB-EDIT-UPTO         PIC ZZZZZZ9       VALUE ZERO.
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
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME FROM TIME
            MOVE WS-DATE(1:6) TO PLB-CURR-YYYYMM
            MOVE "Y" TO PLB-GO

      *-> EVERYTHING THE BILL DEPENDS ON IS LOADED AND CHECKED BEFORE
      *-> A SINGLE LINE IS WRITTEN, SO A REFUSED MONTH LEAVES
      *-> GARDEN.STM AND GARDEN.BAL AS THEY WERE.
            PERFORM 10-FIND-BILL-MONTH
            IF BILL-CAN-GO
               PERFORM 20-LOAD-PLOT-HOLDERS
            END-IF
            IF BILL-CAN-GO
               PERFORM 25-LOAD-METER-READING
            END-IF
            IF BILL-CAN-GO
               PERFORM 30-LOAD-TARIFF
            END-IF
            IF BILL-CAN-GO
               PERFORM 35-LOAD-BALANCES
            END-IF
            IF BILL-CAN-GO
               PERFORM 40-LOAD-PAYMENTS
            END-IF
            IF BILL-CAN-GO
               PERFORM 05-LOAD-FLOW-RATES
               PERFORM 50-SUM-ZONE-USAGE
               PERFORM 55-SHARE-OUT-LITRES
               PERFORM 60-PRICE-THE-BILL
               PERFORM 65-APPORTION-CHARGES
               PERFORM 67-CHECK-RECONCILIATION
            END-IF
            IF BILL-CAN-GO
               PERFORM 70-WRITE-STATEMENTS
            END-IF
            IF BILL-CAN-GO
               PERFORM 80-SAVE-BALANCES
            END-IF

            MOVE SPACES TO WS-SHOW-LINE
            IF BILL-CAN-GO
               MOVE ACC-COUNT TO PLB-EDIT-COUNT
               STRING "MONTH "               DELIMITED BY SIZE
                      PLB-MONTH              DELIMITED BY SIZE
                      " BILLED:"             DELIMITED BY SIZE
                      PLB-EDIT-COUNT         DELIMITED BY SIZE
                      " STATEMENTS IN GARDEN.STM"
                                             DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
            ELSE
               IF RETURN-CODE = 8
                  STRING "MONTH "            DELIMITED BY SIZE
                         PLB-MONTH           DELIMITED BY SIZE
                         " NOT BILLED"       DELIMITED BY SIZE
                         INTO WS-SHOW-LINE
                  END-STRING
                  DISPLAY WS-SHOW-LINE
               END-IF
            END-IF
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       05-LOAD-FLOW-RATES.
            MOVE ZERO TO FLOW-COUNT
            OPEN INPUT ZONE-FILE
            IF WS-ZONE-STATUS = "00"
               PERFORM UNTIL WS-ZONE-STATUS = "10"
                   READ ZONE-FILE
                       AT END
                           MOVE "10" TO WS-ZONE-STATUS
                       NOT AT END
                           PERFORM 05A-PARSE-ZONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ZONE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       05A-PARSE-ZONE-LINE.
            IF FLOW-COUNT < 10
               ADD 1 TO FLOW-COUNT
               SET FLOW-IDX TO FLOW-COUNT
               MOVE ZERO TO WS-ZF-RAW
               UNSTRING ZONE-REC DELIMITED BY SPACE
                        INTO FLOW-ZONE-ID(FLOW-IDX)
                             WS-SKIP-FIELD WS-SKIP-FIELD
                             WS-SKIP-FIELD WS-SKIP-FIELD
                             WS-SKIP-FIELD WS-SKIP-FIELD
                             WS-ZF-RAW
               COMPUTE FLOW-RATE(FLOW-IDX) = WS-ZF-RAW / 100
            END-IF
            .
      *----------------------------------------------------------------*
       05B-FIND-FLOW-RATE.
      *-> FLOW RATE FOR PLB-EVT-ZONE; AN UNKNOWN ZONE COUNTS NO LITRES.
            MOVE ZERO TO WS-FLOW-RATE
            SET FLOW-IDX TO 1
            PERFORM UNTIL FLOW-IDX > FLOW-COUNT
                IF FLOW-ZONE-ID(FLOW-IDX) = PLB-EVT-ZONE
                   MOVE FLOW-RATE(FLOW-IDX) TO WS-FLOW-RATE
                END-IF
                SET FLOW-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       06-LOAD-FLAT-TARIFF.
      *-> NO GARDEN.TRF SET IS IN FORCE FOR THE MONTH: THE WHOLE
      *-> METER IS ONE BAND AT GARDEN.SET'S TARIFF, AS WATERRPT
      *-> PRICES IT, WITH NO STANDING CHARGE.
            MOVE ZERO TO WS-TARIFF-RAW
            OPEN INPUT SETTINGS-FILE
            IF WS-SETTINGS-STATUS = "00"
               PERFORM UNTIL WS-SETTINGS-STATUS = "10"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "10" TO WS-SETTINGS-STATUS
                       NOT AT END
                           PERFORM 06A-PARSE-SETTINGS-LINE
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
            END-IF
            MOVE ZERO TO PLB-STANDING
            MOVE 1    TO BND-COUNT
            SET BND-IDX TO 1
            MOVE ZERO TO BND-UPTO(BND-IDX)
            COMPUTE BND-RATE(BND-IDX) = WS-TARIFF-RAW / 100
            DISPLAY "NO GARDEN.TRF TARIFF IN FORCE - FLAT TARIFF FROM "
                    "GARDEN.SET USED"
            .
      *----------------------------------------------------------------*
       06A-PARSE-SETTINGS-LINE.
            MOVE SPACES TO WS-CFG-LABEL
            MOVE SPACES TO WS-CFG-VALUE
            UNSTRING SETTINGS-REC DELIMITED BY SPACE
                     INTO WS-CFG-LABEL WS-CFG-VALUE
            IF WS-CFG-LABEL = "TARIFF"
               MOVE WS-CFG-VALUE(1:5) TO WS-TARIFF-RAW
            END-IF
            .
      *----------------------------------------------------------------*
       10-FIND-BILL-MONTH.
      *-> UNDER BATCHDRV THE MONTH IS THE MONTH-END BEING CLOSED:
      *-> BATCHDRV MARKS THIS STEP STARTED IN GARDEN.RUN, DATED
      *-> TODAY, JUST BEFORE THE CALL, SO THAT LINE CARRIES IT.  A
      *-> STARTED LINE FROM AN EARLIER DAY IS A MONTH-END THAT DIED
      *-> IN THIS STEP, NOT THIS CALL.  RUN STANDALONE, IT ASKS.
            MOVE ZERO TO PLB-MONTH
            OPEN INPUT RUNCTL-FILE
            IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-STATUS = "10"
                   READ RUNCTL-FILE
                       AT END
                           MOVE "10" TO WS-RUNCTL-STATUS
                       NOT AT END
                           IF RUN-MONTH-END AND RUN-STARTED
                              AND RUN-PROGRAM = "PLOTBILL"
                              AND RUN-START-DATE = WS-DATE
                              AND RUN-PERIOD(1:6) NUMERIC
                              MOVE RUN-PERIOD(1:6) TO PLB-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
            END-IF

            IF PLB-MONTH = ZERO
               PERFORM 10A-ASK-MONTH
            ELSE
               MOVE SPACES TO WS-SHOW-LINE
               STRING "MONTH-END RUN - BILLING MONTH " DELIMITED BY SIZE
                      PLB-MONTH                        DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
            END-IF
            COMPUTE PLB-MONTH-FIRST = PLB-MONTH * 100 + 1
            .
      *----------------------------------------------------------------*
       10A-ASK-MONTH.
            DISPLAY "MONTH TO BILL (YYYYMM, 0 = LAST MONTH):"
            MOVE ZERO TO PLB-MONTH
            ACCEPT PLB-MONTH
            IF PLB-MONTH = ZERO
               MOVE WS-DATE(1:4) TO PLB-YEAR
               MOVE WS-DATE(5:2) TO PLB-MON
               IF PLB-MON = 1
                  MOVE 12 TO PLB-MON
                  SUBTRACT 1 FROM PLB-YEAR
               ELSE
                  SUBTRACT 1 FROM PLB-MON
               END-IF
               COMPUTE PLB-MONTH = PLB-YEAR * 100 + PLB-MON
            END-IF

            MOVE PLB-MONTH(5:2) TO PLB-MON
            EVALUATE TRUE
                WHEN PLB-MON < 1 OR PLB-MON > 12
                     DISPLAY "NOT A MONTH (YYYYMM) - NOTHING BILLED"
                     MOVE "N" TO PLB-GO
                     MOVE 4   TO RETURN-CODE
      *-> THE CURRENT MONTH IS STILL BEING WATERED AND LOGGED, AND
      *-> ITS METER READING IS NOT TAKEN YET
                WHEN PLB-MONTH NOT < PLB-CURR-YYYYMM
                     DISPLAY "MONTH NOT CLOSED YET - NOTHING BILLED"
                     MOVE "N" TO PLB-GO
                     MOVE 4   TO RETURN-CODE
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       20-LOAD-PLOT-HOLDERS.
            MOVE ZERO TO ACC-COUNT
            MOVE ZERO TO SHR-COUNT
            MOVE ZERO TO ZUS-COUNT
            MOVE ZERO TO PLB-LINE-NO
            MOVE "GARDEN.PLT" TO PLB-FILE-NAME
            OPEN INPUT PLOT-FILE
            IF WS-PLOT-STATUS NOT = "00"
               DISPLAY "GARDEN.PLT NOT FOUND - NOTHING TO BILL"
               MOVE "N" TO PLB-GO
               MOVE 4   TO RETURN-CODE
            ELSE
               PERFORM UNTIL WS-PLOT-STATUS = "10"
                   READ PLOT-FILE
                       AT END
                           MOVE "10" TO WS-PLOT-STATUS
                       NOT AT END
                           ADD 1 TO PLB-LINE-NO
                           IF PLOT-REC NOT = SPACES
                              PERFORM 20A-TAKE-PLOT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLOT-FILE
               IF BILL-CAN-GO AND ACC-COUNT = ZERO
                  DISPLAY "GARDEN.PLT HOLDS NO PLOT HOLDERS - NOTHING "
                          "TO BILL"
                  MOVE "N" TO PLB-GO
                  MOVE 4   TO RETURN-CODE
               END-IF
               IF BILL-CAN-GO
                  PERFORM 20C-CHECK-ZONE-SHARES
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       20A-TAKE-PLOT-LINE.
            IF PLT-ACCOUNT NOT NUMERIC OR PLT-ZONE NOT NUMERIC
               OR PLT-PCT NOT NUMERIC
               OR PLT-SEP-1 NOT = SPACE OR PLT-SEP-2 NOT = SPACE
               OR PLT-SEP-3 NOT = SPACE
               PERFORM 91-REFUSE-BAD-LINE
            ELSE
               IF PLT-PCT-N < 1 OR PLT-PCT-N > 100
                  PERFORM 91-REFUSE-BAD-LINE
               ELSE
                  MOVE PLT-ACCOUNT TO PLB-ACCOUNT
                  PERFORM 45-FIND-ACCOUNT
                  IF NOT ENTRY-FOUND
                     IF ACC-COUNT < 50
                        ADD 1 TO ACC-COUNT
                        SET ACC-IDX TO ACC-COUNT
                        INITIALIZE ACC-ENTRY(ACC-IDX)
                        MOVE PLT-ACCOUNT TO ACC-ID(ACC-IDX)
                        MOVE PLT-NAME    TO ACC-NAME(ACC-IDX)
                        MOVE "Y"         TO WS-FOUND
                     ELSE
                        MOVE "GARDEN.PLT HOLDS MORE THAN 50 ACCOUNTS"
                                         TO WS-SHOW-LINE
                        PERFORM 90-REFUSE-BILL
                     END-IF
                  END-IF
                  IF ENTRY-FOUND
                     PERFORM 20B-ADD-SHARE
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       20B-ADD-SHARE.
      *-> ACC-IDX IS THE ACCOUNT.  THE SAME ACCOUNT TWICE ON ONE ZONE
      *-> IS A KEYING SLIP, NOT A BIGGER SHARE.
            MOVE PLT-ZONE-N TO PLB-ZONE
            PERFORM 54-FIND-ZONE-USAGE
            IF NOT ENTRY-FOUND
               MOVE "GARDEN.PLT HOLDS MORE THAN 20 ZONES"
                                      TO WS-SHOW-LINE
               PERFORM 90-REFUSE-BILL
            ELSE
               SET SHR-IDX TO 1
               PERFORM UNTIL SHR-IDX > SHR-COUNT
                   IF SHR-ACC(SHR-IDX) = ACC-IDX
                      AND SHR-ZUS(SHR-IDX) = ZUS-IDX
                      MOVE SPACES TO WS-SHOW-LINE
                      STRING "GARDEN.PLT: ACCOUNT "  DELIMITED BY SIZE
                             PLT-ACCOUNT             DELIMITED BY SIZE
                             " HOLDS ZONE "          DELIMITED BY SIZE
                             PLT-ZONE                DELIMITED BY SIZE
                             " TWICE"                DELIMITED BY SIZE
                             INTO WS-SHOW-LINE
                      END-STRING
                      PERFORM 90-REFUSE-BILL
                   END-IF
                   SET SHR-IDX UP BY 1
               END-PERFORM
               IF SHR-COUNT < 100
                  ADD 1 TO SHR-COUNT
                  SET SHR-IDX TO SHR-COUNT
                  SET SHR-ACC(SHR-IDX) TO ACC-IDX
                  SET SHR-ZUS(SHR-IDX) TO ZUS-IDX
                  MOVE PLT-PCT-N TO SHR-PCT(SHR-IDX)
                  MOVE ZERO      TO SHR-LITRES(SHR-IDX)
                  ADD PLT-PCT-N  TO ZUS-PCT(ZUS-IDX)
               ELSE
                  MOVE "GARDEN.PLT HOLDS MORE THAN 100 LINES"
                                      TO WS-SHOW-LINE
                  PERFORM 90-REFUSE-BILL
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       20C-CHECK-ZONE-SHARES.
      *-> A ZONE SHARED OUT PAST 100 PERCENT WOULD CHARGE ITS WATER
      *-> MORE THAN ONCE.  UNDER 100 IS FINE: THE REST OF THE ZONE IS
      *-> THE HOUSEHOLD'S OWN, AND SHOWS IN THE RECONCILIATION.
            SET ZUS-IDX TO 1
            PERFORM UNTIL ZUS-IDX > ZUS-COUNT
                IF ZUS-PCT(ZUS-IDX) > 100
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "GARDEN.PLT: ZONE "     DELIMITED BY SIZE
                          ZUS-ZONE(ZUS-IDX)       DELIMITED BY SIZE
                          " SHARED OUT OVER 100 PERCENT"
                                                  DELIMITED BY SIZE
                          INTO WS-SHOW-LINE
                   END-STRING
                   PERFORM 90-REFUSE-BILL
                END-IF
                SET ZUS-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       25-LOAD-METER-READING.
      *-> THE MONTH'S METERED LITRES ARE ITS READING LESS THE LINE
      *-> BEFORE IT, AS IN WATERRCN.  WITHOUT BOTH THERE IS NO BILL.
            MOVE "N"  TO PLB-MTR-FOUND
            MOVE ZERO TO PLB-MTR-LINES
            MOVE ZERO TO PLB-MTR-PREV
            OPEN INPUT METER-FILE
            IF WS-METER-STATUS = "00"
               PERFORM UNTIL WS-METER-STATUS = "10"
                          OR MONTH-READING-FOUND
                   READ METER-FILE
                       AT END
                           MOVE "10" TO WS-METER-STATUS
                       NOT AT END
                           PERFORM 25A-TAKE-METER-LINE
                   END-READ
               END-PERFORM
               CLOSE METER-FILE
            END-IF

            MOVE SPACES TO WS-SHOW-LINE
            EVALUATE TRUE
                WHEN NOT MONTH-READING-FOUND
                     STRING "NO GARDEN.MTR READING FOR "
                                                  DELIMITED BY SIZE
                            PLB-MONTH             DELIMITED BY SIZE
                            INTO WS-SHOW-LINE
                     END-STRING
                     PERFORM 90-REFUSE-BILL
                WHEN PLB-MTR-LINES = 1
                     MOVE "NO GARDEN.MTR READING BEFORE THE MONTH'S"
                                                  TO WS-SHOW-LINE
                     PERFORM 90-REFUSE-BILL
                WHEN OTHER
                     COMPUTE PLB-MTR-DELTA = PLB-MTR-READING
                                           - PLB-MTR-PREV
                     IF PLB-MTR-DELTA < ZERO
                        MOVE "GARDEN.MTR READING BELOW THE ONE BEFORE"
                                                  TO WS-SHOW-LINE
                        PERFORM 90-REFUSE-BILL
                     ELSE
                        MOVE PLB-MTR-DELTA TO PLB-METERED
                     END-IF
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       25A-TAKE-METER-LINE.
            IF PLB-MTR-LINES > ZERO
               MOVE PLB-MTR-READING TO PLB-MTR-PREV
            END-IF
            ADD 1 TO PLB-MTR-LINES
            MOVE SPACES TO PLB-MTR-MONTH
            MOVE ZERO   TO PLB-MTR-READING
            UNSTRING METER-REC DELIMITED BY SPACE
                     INTO PLB-MTR-MONTH PLB-MTR-READING
            IF PLB-MTR-MONTH = PLB-MONTH
               MOVE "Y" TO PLB-MTR-FOUND
            END-IF
            .
      *----------------------------------------------------------------*
       30-LOAD-TARIFF.
      *-> ONE PASS: A LINE DATED AFTER THE MONTH'S FIRST DAY IS NOT IN
      *-> FORCE YET; A LINE DATED LATER THAN THE SET IN HAND STARTS A
      *-> NEW SET; A LINE OF THE SAME DATE JOINS IT.  EVERY LINE IS
      *-> CHECKED, IN FORCE OR NOT.
            MOVE ZERO TO PLB-TRF-FROM
            MOVE ZERO TO PLB-TRF-S-COUNT
            MOVE ZERO TO PLB-STANDING
            MOVE ZERO TO BND-COUNT
            MOVE ZERO TO PLB-LINE-NO
            MOVE "GARDEN.TRF" TO PLB-FILE-NAME
            OPEN INPUT TARIFF-FILE
            IF WS-TARIFF-STATUS = "00"
               PERFORM UNTIL WS-TARIFF-STATUS = "10"
                   READ TARIFF-FILE
                       AT END
                           MOVE "10" TO WS-TARIFF-STATUS
                       NOT AT END
                           ADD 1 TO PLB-LINE-NO
                           IF TARIFF-REC NOT = SPACES
                              PERFORM 30A-TAKE-TARIFF-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-FILE
            END-IF

            IF BILL-CAN-GO
               IF PLB-TRF-FROM = ZERO
                  PERFORM 06-LOAD-FLAT-TARIFF
               ELSE
                  PERFORM 30C-CHECK-BANDS
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30A-TAKE-TARIFF-LINE.
            MOVE "Y" TO WS-FOUND
            IF TRF-FROM NOT NUMERIC OR TRF-SEP-1 NOT = SPACE
               OR TRF-SEP-2 NOT = SPACE OR TRF-REST NOT = SPACES
               MOVE "N" TO WS-FOUND
            ELSE
               MOVE TRF-FROM(5:2) TO PLB-MON
               IF PLB-MON < 1 OR PLB-MON > 12
                  OR TRF-FROM(7:2) < "01" OR TRF-FROM(7:2) > "31"
                  MOVE "N" TO WS-FOUND
               END-IF
            END-IF
            EVALUATE TRUE
                WHEN NOT ENTRY-FOUND
                     CONTINUE
                WHEN TRF-STANDING-LINE
                     IF TRF-STANDING-X NOT NUMERIC
                        OR TRF-STANDING-REST NOT = SPACES
                        MOVE "N" TO WS-FOUND
                     END-IF
                WHEN TRF-BAND-LINE
                     IF TRF-UPTO-X NOT NUMERIC OR TRF-RATE-X NOT NUMERIC
                        OR TRF-SEP-3 NOT = SPACE
                        MOVE "N" TO WS-FOUND
                     END-IF
                WHEN OTHER
                     MOVE "N" TO WS-FOUND
            END-EVALUATE

            IF NOT ENTRY-FOUND
               PERFORM 91-REFUSE-BAD-LINE
            ELSE
               IF TRF-FROM-N NOT > PLB-MONTH-FIRST
                  AND TRF-FROM-N NOT < PLB-TRF-FROM
                  IF TRF-FROM-N > PLB-TRF-FROM
                     MOVE TRF-FROM-N TO PLB-TRF-FROM
                     MOVE ZERO       TO PLB-TRF-S-COUNT
                     MOVE ZERO       TO PLB-STANDING
                     MOVE ZERO       TO BND-COUNT
                  END-IF
                  PERFORM 30B-ADD-TARIFF-LINE
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30B-ADD-TARIFF-LINE.
            IF TRF-STANDING-LINE
               ADD 1 TO PLB-TRF-S-COUNT
               MOVE TRF-STANDING TO PLB-STANDING
            ELSE
               IF BND-COUNT < 9
                  ADD 1 TO BND-COUNT
                  SET BND-IDX TO BND-COUNT
                  MOVE TRF-UPTO TO BND-UPTO(BND-IDX)
                  MOVE TRF-RATE TO BND-RATE(BND-IDX)
               ELSE
                  MOVE SPACES TO WS-SHOW-LINE
                  STRING "GARDEN.TRF: MORE THAN 9 BANDS FROM "
                                               DELIMITED BY SIZE
                         TRF-FROM              DELIMITED BY SIZE
                         INTO WS-SHOW-LINE
                  END-STRING
                  PERFORM 90-REFUSE-BILL
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30C-CHECK-BANDS.
      *-> THE SET IN FORCE NEEDS ONE STANDING CHARGE AT MOST, AT
      *-> LEAST ONE BAND, AND ITS BANDS RISING; A NO-LIMIT BAND
      *-> (0000000) CAN ONLY BE THE LAST.
            MOVE SPACES TO WS-SHOW-LINE
            EVALUATE TRUE
                WHEN PLB-TRF-S-COUNT > 1
                     STRING "GARDEN.TRF: TWO STANDING CHARGES FROM "
                                               DELIMITED BY SIZE
                            PLB-TRF-FROM       DELIMITED BY SIZE
                            INTO WS-SHOW-LINE
                     END-STRING
                     PERFORM 90-REFUSE-BILL
                WHEN BND-COUNT = ZERO
                     STRING "GARDEN.TRF: NO VOLUME BAND FROM "
                                               DELIMITED BY SIZE
                            PLB-TRF-FROM       DELIMITED BY SIZE
                            INTO WS-SHOW-LINE
                     END-STRING
                     PERFORM 90-REFUSE-BILL
                WHEN OTHER
                     MOVE ZERO TO PLB-BAND-PREV
                     SET BND-IDX TO 1
                     PERFORM UNTIL BND-IDX > BND-COUNT
                         IF (BND-UPTO(BND-IDX) = ZERO
                             AND BND-IDX < BND-COUNT)
                            OR (BND-UPTO(BND-IDX) NOT = ZERO
                             AND BND-UPTO(BND-IDX) NOT > PLB-BAND-PREV)
                            MOVE SPACES TO WS-SHOW-LINE
                            STRING "GARDEN.TRF: BANDS OUT OF ORDER "
                                   "FROM "     DELIMITED BY SIZE
                                   PLB-TRF-FROM
                                               DELIMITED BY SIZE
                                   INTO WS-SHOW-LINE
                            END-STRING
                            PERFORM 90-REFUSE-BILL
                            SET BND-IDX TO BND-COUNT
                         END-IF
                         MOVE BND-UPTO(BND-IDX) TO PLB-BAND-PREV
                         SET BND-IDX UP BY 1
                     END-PERFORM
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       35-LOAD-BALANCES.
      *-> BROUGHT FORWARD IS EACH ACCOUNT'S LATEST MONTH BEFORE THIS
      *-> ONE.  THIS MONTH'S OWN LINES ARE LEFT OUT, SO A RERUN
      *-> REPLACES THEM.  A LATER MONTH ALREADY BILLED WOULD CARRY A
      *-> BALANCE THIS RUN IS ABOUT TO CHANGE, SO IT IS REFUSED.
            MOVE ZERO TO BAK-COUNT
            MOVE ZERO TO PLB-LINE-NO
            MOVE "GARDEN.BAL" TO PLB-FILE-NAME
            OPEN INPUT BALANCE-FILE
            IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-STATUS = "10"
                   READ BALANCE-FILE
                       AT END
                           MOVE "10" TO WS-BALANCE-STATUS
                       NOT AT END
                           ADD 1 TO PLB-LINE-NO
                           IF BALANCE-REC NOT = SPACES
                              PERFORM 35A-TAKE-BALANCE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       35A-TAKE-BALANCE-LINE.
            IF BAL-ACCOUNT NOT NUMERIC OR BAL-MONTH NOT NUMERIC
               OR BAL-SEP-1 NOT = SPACE OR BAL-SEP-2 NOT = SPACE
               OR (BAL-AMOUNT-X(1:1) NOT = "+"
                   AND BAL-AMOUNT-X(1:1) NOT = "-")
               OR BAL-AMOUNT-X(2:9) NOT NUMERIC
               PERFORM 91-REFUSE-BAD-LINE
            ELSE
               EVALUATE TRUE
                   WHEN BAL-MONTH > PLB-MONTH
                        MOVE SPACES TO WS-SHOW-LINE
                        STRING "GARDEN.BAL ALREADY CARRIES MONTH "
                                               DELIMITED BY SIZE
                               BAL-MONTH       DELIMITED BY SIZE
                               INTO WS-SHOW-LINE
                        END-STRING
                        PERFORM 90-REFUSE-BILL
                   WHEN BAL-MONTH = PLB-MONTH
                        CONTINUE
                   WHEN BAK-COUNT NOT < 600
                        MOVE "GARDEN.BAL HOLDS MORE THAN 600 LINES"
                                               TO WS-SHOW-LINE
                        PERFORM 90-REFUSE-BILL
                   WHEN OTHER
                        ADD 1 TO BAK-COUNT
                        SET BAK-IDX TO BAK-COUNT
                        MOVE BALANCE-REC TO BAK-LINE(BAK-IDX)
                        MOVE BAL-ACCOUNT TO PLB-ACCOUNT
                        PERFORM 45-FIND-ACCOUNT
                        IF ENTRY-FOUND
                           AND BAL-MONTH > ACC-BF-MONTH(ACC-IDX)
                           MOVE BAL-MONTH  TO ACC-BF-MONTH(ACC-IDX)
                           MOVE BAL-AMOUNT TO ACC-BF(ACC-IDX)
                        END-IF
               END-EVALUATE
            END-IF
            .
      *----------------------------------------------------------------*
       40-LOAD-PAYMENTS.
      *-> A PAYMENT FROM AN ACCOUNT NOT IN GARDEN.PLT IS SHOWN AND
      *-> LEFT UNCREDITED; IT DOES NOT STOP THE BILL.
            MOVE ZERO TO PLB-PAY-UNKNOWN
            MOVE ZERO TO PLB-LINE-NO
            MOVE "GARDEN.PAY" TO PLB-FILE-NAME
            OPEN INPUT PAYMENT-FILE
            IF WS-PAYMENT-STATUS = "00"
               PERFORM UNTIL WS-PAYMENT-STATUS = "10"
                   READ PAYMENT-FILE
                       AT END
                           MOVE "10" TO WS-PAYMENT-STATUS
                       NOT AT END
                           ADD 1 TO PLB-LINE-NO
                           IF PAYMENT-REC NOT = SPACES
                              PERFORM 40A-TAKE-PAYMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       40A-TAKE-PAYMENT-LINE.
            IF PAY-ACCOUNT NOT NUMERIC OR PAY-DATE NOT NUMERIC
               OR PAY-AMOUNT-X NOT NUMERIC
               OR PAY-SEP-1 NOT = SPACE OR PAY-SEP-2 NOT = SPACE
               OR PAY-REST NOT = SPACES
               PERFORM 91-REFUSE-BAD-LINE
            ELSE
               IF PAY-DATE(1:6) = PLB-MONTH
                  MOVE PAY-ACCOUNT TO PLB-ACCOUNT
                  PERFORM 45-FIND-ACCOUNT
                  IF ENTRY-FOUND
                     ADD PAY-AMOUNT TO ACC-PAID(ACC-IDX)
                  ELSE
                     ADD 1 TO PLB-PAY-UNKNOWN
                     MOVE PLB-LINE-NO TO PLB-EDIT-LINE-NO
                     MOVE SPACES TO WS-SHOW-LINE
                     STRING "GARDEN.PAY LINE "   DELIMITED BY SIZE
                            PLB-EDIT-LINE-NO     DELIMITED BY SIZE
                            ": NO ACCOUNT "      DELIMITED BY SIZE
                            PAY-ACCOUNT          DELIMITED BY SIZE
                            " - NOT CREDITED"    DELIMITED BY SIZE
                            INTO WS-SHOW-LINE
                     END-STRING
                     DISPLAY WS-SHOW-LINE
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       45-FIND-ACCOUNT.
      *-> PLB-ACCOUNT IN; WS-FOUND AND ACC-IDX OUT
            MOVE "N" TO WS-FOUND
            SET ACC-IDX TO 1
            PERFORM UNTIL ACC-IDX > ACC-COUNT OR ENTRY-FOUND
                IF ACC-ID(ACC-IDX) = PLB-ACCOUNT
                   MOVE "Y" TO WS-FOUND
                ELSE
                   SET ACC-IDX UP BY 1
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------*
       50-SUM-ZONE-USAGE.
      *-> THE MONTH IS IN GARDEN.HIS ONCE WATERARC HAS CLOSED IT (THE
      *-> MONTH-END STREAM RUNS THIS STEP AFTER THE ARCHIVE) AND IN
      *-> GARDEN.LOG BEFORE THAT; READING BOTH COVERS EITHER CASE.
      *-> A WATERARC RUN STOPPED AFTER LOADING GARDEN.HIS AND BEFORE
      *-> REWRITING GARDEN.LOG LEAVES AN EVENT IN BOTH, SO GARDEN.HIS
      *-> STAYS OPEN FOR 52 TO LOOK EACH LOG RECORD UP BY KEY.
            MOVE ZERO TO PLB-LOGGED-LITRES
            MOVE "N"  TO PLB-HIS-OPEN
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-STATUS = "00"
               MOVE "Y" TO PLB-HIS-OPEN
               MOVE PLB-MONTH-FIRST TO WHIS-DATE
               MOVE ZERO            TO WHIS-TIME
               MOVE ZERO            TO WHIS-ZONE
               START HISTORY-FILE KEY NOT < WHIS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-STATUS
               END-START
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           IF WHIS-DATE(1:6) > PLB-MONTH
                              MOVE "10" TO WS-HISTORY-STATUS
                           ELSE
                              IF WHIS-DATE(1:6) = PLB-MONTH
                                 PERFORM 51-TAKE-HISTORY-RECORD
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF

            OPEN INPUT WATERLOG-FILE
            IF WS-WATERLOG-STATUS = "00"
               PERFORM UNTIL WS-WATERLOG-STATUS = "10"
                   READ WATERLOG-FILE
                       AT END
                           MOVE "10" TO WS-WATERLOG-STATUS
                       NOT AT END
                           IF WLOG-DATE(1:6) = PLB-MONTH
                              PERFORM 52-TAKE-WATERLOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATERLOG-FILE
            END-IF
            IF PLB-HIS-IS-OPEN
               CLOSE HISTORY-FILE
               MOVE "N" TO PLB-HIS-OPEN
            END-IF
            .
      *----------------------------------------------------------------*
       51-TAKE-HISTORY-RECORD.
            MOVE WHIS-ZONE       TO PLB-EVT-ZONE
            MOVE WHIS-DURATION   TO PLB-EVT-DURATION
            MOVE WHIS-TRIGGER    TO PLB-EVT-TRIGGER
            MOVE WHIS-STATUS     TO PLB-EVT-STATUS
            MOVE WHIS-FLOW-FLAG  TO PLB-EVT-FLOW-FLAG
            MOVE WHIS-PASS       TO PLB-EVT-PASS
            MOVE ZERO            TO PLB-EVT-ACT-LITRES
            MOVE "N"             TO PLB-EVT-METERED
            IF WHIS-ACT-LITRES NUMERIC
               MOVE WHIS-ACT-LITRES TO PLB-EVT-ACT-LITRES
               MOVE "Y"             TO PLB-EVT-METERED
            END-IF
            PERFORM 53-COUNT-WATER-EVENT
            .
      *----------------------------------------------------------------*
       52-TAKE-WATERLOG-RECORD.
            MOVE "N" TO PLB-IN-HISTORY
            IF PLB-HIS-IS-OPEN
               MOVE WLOG-DATE TO WHIS-DATE
               MOVE WLOG-TIME TO WHIS-TIME
               MOVE WLOG-ZONE TO WHIS-ZONE
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PLB-IN-HISTORY
               END-READ
            END-IF
            IF NOT ALREADY-IN-HISTORY
               MOVE WLOG-ZONE       TO PLB-EVT-ZONE
               MOVE WLOG-DURATION   TO PLB-EVT-DURATION
               MOVE WLOG-TRIGGER    TO PLB-EVT-TRIGGER
               MOVE WLOG-STATUS     TO PLB-EVT-STATUS
               MOVE WLOG-FLOW-FLAG  TO PLB-EVT-FLOW-FLAG
               MOVE WLOG-PASS       TO PLB-EVT-PASS
               MOVE ZERO            TO PLB-EVT-ACT-LITRES
               MOVE "N"             TO PLB-EVT-METERED
               IF WLOG-ACT-LITRES NUMERIC
                  MOVE WLOG-ACT-LITRES TO PLB-EVT-ACT-LITRES
                  MOVE "Y"             TO PLB-EVT-METERED
               END-IF
               PERFORM 53-COUNT-WATER-EVENT
            END-IF
            .
      *----------------------------------------------------------------*
       53-COUNT-WATER-EVENT.
      *-> A DOSE IS INJECTOR SECONDS, NOT WATER: IT ONLY COUNTS AS A
      *-> DOSE GIVEN.  WATER IS THE PULSE METER'S ACTUAL LITRES WHEN
      *-> THE RECORD CARRIES THEM (AS WATERRPT TAKES THEM - THAT
      *-> INCLUDES WATER A FAILED OPEN STILL LET THROUGH), OTHERWISE
      *-> DURATION TIMES FLOW RATE FOR A CONFIRMED CYCLE.  ONLY A
      *-> FIRST PASS COUNTS AS A CYCLE.
            IF PLB-EVT-FLOW-FLAG = "N" OR PLB-EVT-FLOW-FLAG = SPACE
               MOVE "N" TO PLB-EVT-METERED
            END-IF
            MOVE PLB-EVT-ZONE TO PLB-ZONE
            PERFORM 54-FIND-ZONE-USAGE

            IF PLB-EVT-TRIGGER = "F"
               IF PLB-EVT-STATUS = "S" AND ENTRY-FOUND
                  ADD 1 TO ZUS-DOSES(ZUS-IDX)
               END-IF
            ELSE
               MOVE ZERO TO PLB-EVT-LITRES
               IF EVT-METERED
                  MOVE PLB-EVT-ACT-LITRES TO PLB-EVT-LITRES
               ELSE
                  IF PLB-EVT-STATUS = "S"
                     PERFORM 05B-FIND-FLOW-RATE
                     COMPUTE PLB-EVT-LITRES
                             = PLB-EVT-DURATION * WS-FLOW-RATE
                  END-IF
               END-IF
               ADD PLB-EVT-LITRES TO PLB-LOGGED-LITRES
      *-> CALIBRATION WATER IS ON THE METER BUT IS NOBODY'S WATERING:
      *-> IT STAYS OFF THE PLOT SHARES AND ITS COST FALLS ON THE
      *-> ACCOUNTS IN PROPORTION, AS OTHER UNSHARED LITRES DO
               IF ENTRY-FOUND AND PLB-EVT-TRIGGER NOT = "C"
                  ADD PLB-EVT-LITRES TO ZUS-LITRES(ZUS-IDX)
                  IF (PLB-EVT-STATUS = "S" OR PLB-EVT-STATUS = "I")
                     AND NOT EVT-LATER-PASS
                     ADD 1 TO ZUS-CYCLES(ZUS-IDX)
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       54-FIND-ZONE-USAGE.
      *-> PLB-ZONE IN; WS-FOUND AND ZUS-IDX OUT.  A NEW ZONE IS ADDED
      *-> WHILE THERE IS ROOM.
            MOVE "N" TO WS-FOUND
            SET ZUS-IDX TO 1
            PERFORM UNTIL ZUS-IDX > ZUS-COUNT OR ENTRY-FOUND
                IF ZUS-ZONE(ZUS-IDX) = PLB-ZONE
                   MOVE "Y" TO WS-FOUND
                ELSE
                   SET ZUS-IDX UP BY 1
                END-IF
            END-PERFORM
            IF NOT ENTRY-FOUND AND ZUS-COUNT < 20
               ADD 1 TO ZUS-COUNT
               SET ZUS-IDX TO ZUS-COUNT
               INITIALIZE ZUS-ENTRY(ZUS-IDX)
               MOVE PLB-ZONE TO ZUS-ZONE(ZUS-IDX)
               MOVE "Y"      TO WS-FOUND
            END-IF
            .
      *----------------------------------------------------------------*
       55-SHARE-OUT-LITRES.
            MOVE ZERO TO PLB-SHARED-LITRES
            SET SHR-IDX TO 1
            PERFORM UNTIL SHR-IDX > SHR-COUNT
                SET ZUS-IDX TO SHR-ZUS(SHR-IDX)
                SET ACC-IDX TO SHR-ACC(SHR-IDX)
                COMPUTE SHR-LITRES(SHR-IDX) = ZUS-LITRES(ZUS-IDX)
                                            * SHR-PCT(SHR-IDX) / 100
                ADD SHR-LITRES(SHR-IDX) TO ACC-LITRES(ACC-IDX)
                ADD SHR-LITRES(SHR-IDX) TO PLB-SHARED-LITRES
                SET SHR-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       60-PRICE-THE-BILL.
      *-> THE WATER COMPANY PRICES THE METER, NOT THE LOG: EACH BAND
      *-> TAKES THE LITRES BETWEEN THE BAND BELOW'S LIMIT AND ITS OWN,
      *-> ROUNDED TO THE CENT BAND BY BAND AS ON THEIR BILL.
            MOVE ZERO TO PLB-BAND-FLOOR
            MOVE ZERO TO PLB-VOLUME-CHARGE
            SET BND-IDX TO 1
            PERFORM UNTIL BND-IDX > BND-COUNT
                PERFORM 60A-PRICE-ONE-BAND
                SET BND-IDX UP BY 1
            END-PERFORM
            COMPUTE PLB-BILL = PLB-STANDING + PLB-VOLUME-CHARGE
            .
      *----------------------------------------------------------------*
       60A-PRICE-ONE-BAND.
            MOVE ZERO TO BND-LITRES(BND-IDX)
            MOVE ZERO TO BND-CHARGE(BND-IDX)
            IF BND-IDX = BND-COUNT OR BND-UPTO(BND-IDX) = ZERO
               MOVE PLB-METERED TO PLB-BAND-TOP
            ELSE
               MOVE BND-UPTO(BND-IDX) TO PLB-BAND-TOP
               IF PLB-BAND-TOP > PLB-METERED
                  MOVE PLB-METERED TO PLB-BAND-TOP
               END-IF
            END-IF
            IF PLB-BAND-TOP > PLB-BAND-FLOOR
               COMPUTE BND-LITRES(BND-IDX) = PLB-BAND-TOP
                                           - PLB-BAND-FLOOR
               COMPUTE BND-CHARGE(BND-IDX) ROUNDED
                       = BND-LITRES(BND-IDX) * BND-RATE(BND-IDX) / 1000
               ADD BND-CHARGE(BND-IDX) TO PLB-VOLUME-CHARGE
               MOVE PLB-BAND-TOP TO PLB-BAND-FLOOR
            END-IF
            .
      *----------------------------------------------------------------*
       65-APPORTION-CHARGES.
      *-> THE STANDING CHARGE IS SHARED EQUALLY, THE VOLUME CHARGE BY
      *-> EACH ACCOUNT'S SHARE OF THE LITRES ON PLOT SHARES (EQUALLY
      *-> WHEN NOBODY WATERED).  EVERY SHARE IS CUT DOWN TO THE CENT;
      *-> THE ODD CENTS LEFT OVER GO TO THE ACCOUNT THAT TOOK THE
      *-> MOST WATER, SO THE STATEMENTS ADD UP TO THE BILL EXACTLY.
            MOVE ZERO TO PLB-STANDING-DONE
            MOVE ZERO TO PLB-WATER-DONE
            SET BIG-IDX TO 1
            SET ACC-IDX TO 1
            PERFORM UNTIL ACC-IDX > ACC-COUNT
                COMPUTE ACC-STANDING(ACC-IDX) = PLB-STANDING / ACC-COUNT
                IF PLB-SHARED-LITRES > ZERO
                   COMPUTE ACC-WATER(ACC-IDX) = PLB-VOLUME-CHARGE
                           * ACC-LITRES(ACC-IDX) / PLB-SHARED-LITRES
                ELSE
                   COMPUTE ACC-WATER(ACC-IDX) = PLB-VOLUME-CHARGE
                                              / ACC-COUNT
                END-IF
                ADD ACC-STANDING(ACC-IDX) TO PLB-STANDING-DONE
                ADD ACC-WATER(ACC-IDX)    TO PLB-WATER-DONE
                IF ACC-LITRES(ACC-IDX) > ACC-LITRES(BIG-IDX)
                   SET BIG-IDX TO ACC-IDX
                END-IF
                SET ACC-IDX UP BY 1
            END-PERFORM
            COMPUTE ACC-STANDING(BIG-IDX) = ACC-STANDING(BIG-IDX)
                                   + PLB-STANDING - PLB-STANDING-DONE
            COMPUTE ACC-WATER(BIG-IDX) = ACC-WATER(BIG-IDX)
                                   + PLB-VOLUME-CHARGE - PLB-WATER-DONE

            MOVE ZERO TO PLB-CHARGED
            SET ACC-IDX TO 1
            PERFORM UNTIL ACC-IDX > ACC-COUNT
                COMPUTE ACC-CF(ACC-IDX) = ACC-BF(ACC-IDX)
                                        - ACC-PAID(ACC-IDX)
                                        + ACC-STANDING(ACC-IDX)
                                        + ACC-WATER(ACC-IDX)
                ADD ACC-STANDING(ACC-IDX) TO PLB-CHARGED
                ADD ACC-WATER(ACC-IDX)    TO PLB-CHARGED
                SET ACC-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       67-CHECK-RECONCILIATION.
      *-> THE STATEMENTS MUST ADD UP TO THE BILL BEFORE GARDEN.STM IS
      *-> OPENED: A MONTH THAT DOES NOT RECONCILE LEAVES LAST MONTH'S
      *-> STATEMENTS IN PLACE, AND CAN SIMPLY BE RUN AGAIN.
            IF PLB-CHARGED NOT = PLB-BILL
               MOVE PLB-CHARGED TO PAL-AMOUNT
               MOVE SPACES      TO WS-SHOW-LINE
               STRING "** STATEMENTS TOTAL "     DELIMITED BY SIZE
                      PAL-AMOUNT                 DELIMITED BY SIZE
                      " DO NOT RECONCILE **"     DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
               MOVE PLB-BILL    TO PAL-AMOUNT
               MOVE SPACES      TO WS-SHOW-LINE
               STRING "TO THE BILL "             DELIMITED BY SIZE
                      PAL-AMOUNT                 DELIMITED BY SIZE
                      " - GARDEN.STM/BAL UNCHANGED"
                                                 DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               PERFORM 90-REFUSE-BILL
            END-IF
            .
      *----------------------------------------------------------------*
       70-WRITE-STATEMENTS.
            OPEN OUTPUT STATEMENT-FILE
            IF WS-STATEMENT-STATUS NOT = "00"
               MOVE "GARDEN.STM OPEN FAILED" TO WS-SHOW-LINE
               PERFORM 90-REFUSE-BILL
            ELSE
               SET ACC-IDX TO 1
               PERFORM UNTIL ACC-IDX > ACC-COUNT
                   PERFORM 70A-WRITE-ONE-STATEMENT
                   SET ACC-IDX UP BY 1
               END-PERFORM
               PERFORM 75-WRITE-RECONCILIATION
               CLOSE STATEMENT-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       70A-WRITE-ONE-STATEMENT.
            MOVE ALL "=" TO WS-REPORT-LINE(1:60)
            PERFORM 95-EMIT-LINE
            STRING "WATER STATEMENT - MONTH "  DELIMITED BY SIZE
                   PLB-MONTH                   DELIMITED BY SIZE
                   "          ACCOUNT "        DELIMITED BY SIZE
                   ACC-ID(ACC-IDX)             DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 95-EMIT-LINE
            MOVE ACC-NAME(ACC-IDX) TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            PERFORM 95-EMIT-LINE
      *-> CYCLES AND DOSES ARE THE WHOLE ZONE'S - A SHARED BED IS
      *-> WATERED AND FED AS ONE - THE LITRES ARE THE ACCOUNT'S SHARE
            MOVE "ZONE SHARE CYCLES      LITRES  DOSES"
                                       TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            SET SHR-IDX TO 1
            PERFORM UNTIL SHR-IDX > SHR-COUNT
                IF SHR-ACC(SHR-IDX) = ACC-IDX
                   SET ZUS-IDX TO SHR-ZUS(SHR-IDX)
                   MOVE ZUS-ZONE(ZUS-IDX)   TO PZL-ZONE
                   MOVE SHR-PCT(SHR-IDX)    TO PZL-PCT
                   MOVE ZUS-CYCLES(ZUS-IDX) TO PZL-CYCLES
                   MOVE SHR-LITRES(SHR-IDX) TO PZL-LITRES
                   MOVE ZUS-DOSES(ZUS-IDX)  TO PZL-DOSES
                   MOVE PLB-ZONE-LINE       TO WS-REPORT-LINE
                   PERFORM 95-EMIT-LINE
                END-IF
                SET SHR-IDX UP BY 1
            END-PERFORM
            MOVE "YOUR LITRES"          TO PLL-LABEL
            MOVE ACC-LITRES(ACC-IDX)    TO PLL-LITRES
            MOVE PLB-LITRES-LINE        TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            PERFORM 95-EMIT-LINE

            MOVE "BROUGHT FORWARD"      TO PAL-LABEL
            MOVE ACC-BF(ACC-IDX)        TO PAL-AMOUNT
            PERFORM 96-EMIT-AMOUNT
            MOVE "PAYMENTS RECEIVED"    TO PAL-LABEL
            COMPUTE PAL-AMOUNT = ZERO - ACC-PAID(ACC-IDX)
            PERFORM 96-EMIT-AMOUNT
            MOVE "STANDING CHARGE (SHARE)" TO PAL-LABEL
            MOVE ACC-STANDING(ACC-IDX)  TO PAL-AMOUNT
            PERFORM 96-EMIT-AMOUNT
            MOVE "WATER CHARGE (SHARE)" TO PAL-LABEL
            MOVE ACC-WATER(ACC-IDX)     TO PAL-AMOUNT
            PERFORM 96-EMIT-AMOUNT
            MOVE "CARRIED FORWARD"      TO PAL-LABEL
            MOVE ACC-CF(ACC-IDX)        TO PAL-AMOUNT
            PERFORM 96-EMIT-AMOUNT
            PERFORM 95-EMIT-LINE
            .
      *----------------------------------------------------------------*
       75-WRITE-RECONCILIATION.
      *-> THE BILL AS THE WATER COMPANY WORKS IT OUT, THEN WHERE THE
      *-> LITRES WENT, THEN PROOF THE STATEMENTS ADD UP TO IT.
      *-> METERED WATER NOT ON ANY PLOT SHARE (THE HOUSEHOLD'S PART
      *-> OF A ZONE, THE HOSE TAP, A LEAK) IS STILL PAID FOR: THE BILL
      *-> IS SHARED OUT WHOLE.
            MOVE ALL "=" TO WS-REPORT-LINE(1:60)
            PERFORM 95-EMIT-LINE
            STRING "BILL RECONCILIATION - MONTH " DELIMITED BY SIZE
                   PLB-MONTH                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 95-EMIT-LINE
            IF PLB-TRF-FROM = ZERO
               MOVE "FLAT TARIFF FROM GARDEN.SET" TO WS-REPORT-LINE
            ELSE
               STRING "GARDEN.TRF TARIFF IN FORCE FROM "
                                                  DELIMITED BY SIZE
                      PLB-TRF-FROM                DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            END-IF
            PERFORM 95-EMIT-LINE
            PERFORM 95-EMIT-LINE

            MOVE "METERED LITRES (GARDEN.MTR)" TO PLL-LABEL
            MOVE PLB-METERED            TO PLL-LITRES
            MOVE PLB-LITRES-LINE        TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            SET BND-IDX TO 1
            PERFORM UNTIL BND-IDX > BND-COUNT
                PERFORM 75A-WRITE-BAND-LINE
                SET BND-IDX UP BY 1
            END-PERFORM
            MOVE "VOLUME CHARGE"        TO PAL-LABEL
            MOVE PLB-VOLUME-CHARGE      TO PAL-AMOUNT
            PERFORM 96-EMIT-AMOUNT
            MOVE "STANDING CHARGE"      TO PAL-LABEL
            MOVE PLB-STANDING           TO PAL-AMOUNT
            PERFORM 96-EMIT-AMOUNT
            MOVE "TOTAL BILL"           TO PAL-LABEL
            MOVE PLB-BILL               TO PAL-AMOUNT
            PERFORM 96-EMIT-AMOUNT
            PERFORM 95-EMIT-LINE

            MOVE "LITRES LOGGED, ALL ZONES" TO PLL-LABEL
            MOVE PLB-LOGGED-LITRES      TO PLL-LITRES
            MOVE PLB-LITRES-LINE        TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            MOVE "LITRES ON PLOT SHARES" TO PLL-LABEL
            MOVE PLB-SHARED-LITRES      TO PLL-LITRES
            MOVE PLB-LITRES-LINE        TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            COMPUTE PLB-UNSHARED-LITRES = PLB-METERED
                                        - PLB-SHARED-LITRES
            MOVE "METERED, NOT ON A PLOT SHARE" TO PLL-LABEL
            MOVE PLB-UNSHARED-LITRES    TO PLL-LITRES
            MOVE PLB-LITRES-LINE        TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            IF PLB-PAY-UNKNOWN > ZERO
               MOVE PLB-PAY-UNKNOWN TO PLB-EDIT-COUNT
               STRING "PAYMENTS NOT CREDITED (NO ACCOUNT):"
                                                  DELIMITED BY SIZE
                      PLB-EDIT-COUNT              DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 95-EMIT-LINE
            END-IF
            PERFORM 95-EMIT-LINE

            MOVE ACC-COUNT TO PLB-EDIT-COUNT
            STRING "STATEMENTS WRITTEN:"          DELIMITED BY SIZE
                   PLB-EDIT-COUNT                 DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 95-EMIT-LINE
            MOVE "STATEMENTS TOTAL"     TO PAL-LABEL
            MOVE PLB-CHARGED            TO PAL-AMOUNT
            PERFORM 96-EMIT-AMOUNT
      *-> 67-CHECK-RECONCILIATION HAS ALREADY HELD THEM TO IT
            MOVE "STATEMENTS RECONCILE TO THE BILL"
                                     TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            .
      *----------------------------------------------------------------*
       75A-WRITE-BAND-LINE.
            IF BND-UPTO(BND-IDX) = ZERO
               MOVE "NO LIMIT"           TO PBL-UPTO
            ELSE
               MOVE BND-UPTO(BND-IDX)    TO PLB-EDIT-UPTO
               MOVE SPACES               TO PBL-UPTO
               MOVE PLB-EDIT-UPTO        TO PBL-UPTO(2:7)
            END-IF
            MOVE BND-LITRES(BND-IDX)     TO PBL-LITRES
            MOVE BND-RATE(BND-IDX)       TO PBL-RATE
            MOVE BND-CHARGE(BND-IDX)     TO PBL-CHARGE
            MOVE PLB-BAND-LINE           TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            .
      *----------------------------------------------------------------*
       80-SAVE-BALANCES.
      *-> THE OTHER MONTHS' LINES AS READ, THEN THIS MONTH'S CARRIED
      *-> FORWARD FOR EVERY ACCOUNT.
            OPEN OUTPUT BALANCE-FILE
            IF WS-BALANCE-STATUS NOT = "00"
               MOVE "GARDEN.BAL OPEN FAILED - BALANCES NOT CARRIED"
                                        TO WS-SHOW-LINE
               PERFORM 90-REFUSE-BILL
            ELSE
               SET BAK-IDX TO 1
               PERFORM UNTIL BAK-IDX > BAK-COUNT
                   MOVE BAK-LINE(BAK-IDX) TO BALANCE-REC
                   WRITE BALANCE-REC
                   SET BAK-IDX UP BY 1
               END-PERFORM
               SET ACC-IDX TO 1
               PERFORM UNTIL ACC-IDX > ACC-COUNT
                   MOVE SPACES           TO BALANCE-REC
                   MOVE ACC-ID(ACC-IDX)  TO BAL-ACCOUNT
                   MOVE PLB-MONTH        TO BAL-MONTH
                   MOVE ACC-CF(ACC-IDX)  TO BAL-AMOUNT
                   WRITE BALANCE-REC
                   SET ACC-IDX UP BY 1
               END-PERFORM
               CLOSE BALANCE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       90-REFUSE-BILL.
      *-> WS-SHOW-LINE SAYS WHY
            DISPLAY WS-SHOW-LINE
            MOVE "N" TO PLB-GO
            MOVE 8   TO RETURN-CODE
            .
      *----------------------------------------------------------------*
       91-REFUSE-BAD-LINE.
            MOVE PLB-LINE-NO TO PLB-EDIT-LINE-NO
            MOVE SPACES      TO WS-SHOW-LINE
            STRING PLB-FILE-NAME         DELIMITED BY SIZE
                   " LINE "              DELIMITED BY SIZE
                   PLB-EDIT-LINE-NO      DELIMITED BY SIZE
                   " NOT VALID - SEE CFGCHECK"
                                         DELIMITED BY SIZE
                   INTO WS-SHOW-LINE
            END-STRING
            PERFORM 90-REFUSE-BILL
            .
      *----------------------------------------------------------------*
       95-EMIT-LINE.
            MOVE WS-REPORT-LINE TO STATEMENT-REC
            WRITE STATEMENT-REC
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            .
      *----------------------------------------------------------------*
       96-EMIT-AMOUNT.
            MOVE PLB-AMOUNT-LINE TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
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
