       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DATACHECK".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  28.10.2023.
       DATE-COMPILED. 28.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      BATCH INTEGRITY CHECK OF THE OPERATIONAL        *
      *               RECORDS FOR A RANGE OF DAYS.  CFGCHECK          *
      *               VALIDATES THE CONFIGURATION; THIS ONE CHECKS    *
      *               THAT THE FILES THE CONTROLLER WRITES AGREE      *
      *               WITH EACH OTHER: EVERY COMMFAIL ALARM HAS       *
      *               ITS STATUS F RECORD IN GARDEN.LOG/HIS, EVERY    *
      *               FAILED AUTOMATIC FIRST PASS WAS RETRIED OR      *
      *               STILL WAITS IN GARDEN.RTY, EVERY ACCEPTED       *
      *               MANUAL OR REMOTE OPEN IN GARDEN.AUD HAS ITS     *
      *               M RECORD, EVERY FERTIGATION DOSE STANDS IN      *
      *               FRONT OF THE CONFIRMED AUTOMATIC CYCLE IT       *
      *               RODE ON, EVERY CLOSED MONTH'S                   *
      *               GARDEN.A+YYYYMM ARCHIVE HOLDS THE SAME          *
      *               RECORDS AND LITRES AS GARDEN.HIS, AND           *
      *               GARDEN.JNL IS NOT LEFT OPEN.  EVERY MISMATCH    *
      *               GOES TO THE EXCEPTIONS REPORT GARDEN.DCX        *
      *               WITH FILE, KEY AND REASON; THE SERIOUS ONES     *
      *               ALSO GO ON THE ALARM QUEUE (LOGHOLE,            *
      *               DOSEHOLE, ARCHDIFF, JNLSTALE).  READ-ONLY:      *
      *               IT NEVER REPAIRS ANYTHING.                      *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   28.10.2023   IGP  ORIGINAL VERSION.                          *
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
      *-> ONE ARCHIVE FILE PER CLOSED MONTH, NAMED AS WATERARC NAMES
      *-> IT: "GARDEN.A" + YYYYMM (E.G. GARDEN.A202309).
           SELECT ARCHIVE-FILE       ASSIGN TO WS-ARCHIVE-NAME
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-ARCHIVE-STATUS.
           SELECT ALARM-FILE         ASSIGN TO "GARDEN.ALM"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-ALARM-STATUS.
           SELECT AUDIT-FILE         ASSIGN TO "GARDEN.AUD"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-AUDIT-STATUS.
           SELECT RETRY-FILE         ASSIGN TO "GARDEN.RTY"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RETRY-STATUS.
           SELECT JOURNAL-FILE       ASSIGN TO "GARDEN.JNL"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-JOURNAL-STATUS.
           SELECT SETTINGS-FILE      ASSIGN TO "GARDEN.SET"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-SETTINGS-STATUS.
           SELECT EXCEPT-FILE        ASSIGN TO "GARDEN.DCX"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-EXCEPT-STATUS.
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
      *-> ONLY THE DATE AND THE METERED LITRES OF AN ARCHIVED
      *-> GARDEN.LOG RECORD (WLOGREC.cpy POSITIONS 1-8 AND 29-36)
      *-> ARE NEEDED TO SET A MONTH AGAINST GARDEN.HIS.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05  ARC-DATE              PIC X(08).
           05  FILLER                PIC X(20).
           05  ARC-ACT-LITRES        PIC 9(06)V99.
           05  FILLER                PIC X(24).
      *
       FD  ALARM-FILE.
           COPY "ALMREC.cpy".
      *
       FD  AUDIT-FILE.
           COPY "AUDREC.cpy".
      *
       FD  RETRY-FILE.
       01  RETRY-REC                 PIC X(24).
      *
       FD  JOURNAL-FILE.
       01  JOURNAL-REC               PIC X(40).
      *
       FD  SETTINGS-FILE.
       01  SETTINGS-REC              PIC X(40).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-REC                PIC X(80).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * W O R K I N G   S T O R A G E   S E C T I O N                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-HISTORY-STATUS     PIC  X(02)        VALUE "00".
       77 WS-WATERLOG-STATUS    PIC  X(02)        VALUE "00".
       77 WS-ARCHIVE-STATUS     PIC  X(02)        VALUE "00".
       77 WS-ALARM-STATUS       PIC  X(02)        VALUE "00".
       77 WS-AUDIT-STATUS       PIC  X(02)        VALUE "00".
       77 WS-RETRY-STATUS       PIC  X(02)        VALUE "00".
       77 WS-JOURNAL-STATUS     PIC  X(02)        VALUE "00".
       77 WS-SETTINGS-STATUS    PIC  X(02)        VALUE "00".
       77 WS-EXCEPT-STATUS      PIC  X(02)        VALUE "00".
       77 WS-ARCHIVE-NAME       PIC  X(14)        VALUE SPACES.
      *
       77 WS-DATE               PIC  9(08)        VALUE ZERO.
       77 WS-TIME               PIC  9(08)        VALUE ZERO.
       77 DCK-NOW-TS            PIC  9(12)        VALUE ZERO.
       77 DCK-CURR-YYYYMM       PIC  9(06)        VALUE ZERO.
      *
      *-> THE RANGE ASKED FOR.  DCK-HIS-FROM IS THE FIRST OF THE FROM
      *-> DAY'S MONTH: GARDEN.HIS IS READ FROM THERE SO A WHOLE MONTH
      *-> CAN BE SET AGAINST ITS ARCHIVE.
       77 DCK-FROM              PIC  9(08)        VALUE ZERO.
       77 DCK-TO                PIC  9(08)        VALUE ZERO.
       77 DCK-HIS-FROM          PIC  9(08)        VALUE ZERO.
       77 DCK-RANGE-OK          PIC  X(01)        VALUE "N".
          88 RANGE-OK               VALUE "Y".
       01 DCK-CHECK-DATE.
          05 DCK-CD-YEAR           PIC 9(04).
          05 DCK-CD-MONTH          PIC 9(02).
          05 DCK-CD-DAY            PIC 9(02).
      *
      *-> RETRYMAX IN GARDEN.SET; 00 MEANS RETRIES ARE TURNED OFF AND
      *-> AN UNQUEUED FAILURE IS NOT A HOLE.  SAME DEFAULT AS THE
      *-> CONTROLLER.
       77 DCK-RETRYMAX          PIC  9(02)        VALUE 03.
       01 WS-CFG-LABEL          PIC  X(10)        VALUE SPACES.
       01 WS-CFG-VALUE          PIC  X(20)        VALUE SPACES.
      *
      *-> ZONES STILL WAITING IN GARDEN.RTY ("ZONE ATTEMPT NEXTTS")
       77 RTY-COUNT             PIC  9(02)        VALUE ZERO.
       01 RTY-TABLE.
          05 RTY-ENTRY OCCURS 10 TIMES INDEXED BY RTY-IDX.
             10 RTY-ZONE-ID        PIC 9(02).
      *
      *-> THE OPEN CYCLE IN GARDEN.JNL, IF ANY ("ZONE OPENSTARTTS
      *-> TRIGGER CYCLETS PASS PASSES").  A CYCLE STILL RUNNING HAS
      *-> NOT WRITTEN ITS LOG RECORD YET, SO NOTHING IT OWNS IS A
      *-> HOLE - UNLESS THE JOURNAL ITSELF HAS GONE STALE.
       77 DCK-JNL-FOUND         PIC  X(01)        VALUE "N".
          88 JNL-OPEN               VALUE "Y".
       77 DCK-JNL-ZONE-X        PIC  X(02)        VALUE SPACES.
       77 DCK-JNL-ZONE          PIC  9(02)        VALUE ZERO.
       77 DCK-JNL-TS            PIC  X(14)        VALUE SPACES.
       77 DCK-JNL-TRIGGER       PIC  X(01)        VALUE SPACE.
       77 DCK-JNL-CYCLE-TS      PIC  X(14)        VALUE SPACES.
      *-> NO SINGLE PASS RUNS PAST 999 SECONDS; A JOURNAL LINE OLDER
      *-> THAN THIS BELONGS TO A CYCLE NOBODY WILL EVER CLOSE.
       77 DCK-STALE-MINS        PIC  9(04)        VALUE 30.
      *
      *-> ONE WATERING RECORD FROM EITHER GARDEN.HIS OR GARDEN.LOG,
      *-> LAID OUT THE SAME WAY WHICHEVER FILE IT CAME FROM.  THE
      *-> START IS THE CYCLE TIMESTAMP, OR THE RECORD'S OWN STAMP FOR
      *-> RECORDS WRITTEN BEFORE CYCLES WERE STAMPED.
       01 EVT-RECORD.
          05 EVT-FILE              PIC X(14).
          05 EVT-DATE              PIC 9(08).
          05 EVT-TIME              PIC 9(08).
          05 EVT-ZONE              PIC 9(02).
          05 EVT-TRIGGER           PIC X(01).
          05 EVT-STATUS            PIC X(01).
          05 EVT-CYCLE-TS          PIC 9(14).
          05 EVT-PASS              PIC X(01).
             88 EVT-LATER-PASS         VALUE "2" THRU "9".
          05 EVT-START-DATE        PIC 9(08).
          05 EVT-START-TIME        PIC 9(06).
      *
      *-> PER-ZONE LOOSE ENDS WHILE THE RECORDS GO PAST, SUBSCRIPTED
      *-> BY THE ZONE NUMBER ITSELF: A DOSE WAITING FOR ITS CYCLE'S
      *-> WATER RECORD, AND A FAILED AUTOMATIC FIRST PASS WAITING FOR
      *-> A RETRY.
       01 ZST-TABLE.
          05 ZST-ENTRY OCCURS 99 TIMES INDEXED BY ZST-IDX.
             10 ZST-DOSE-PEND      PIC X(01).
             10 ZST-DOSE-FILE      PIC X(14).
             10 ZST-DOSE-DATE      PIC 9(08).
             10 ZST-DOSE-TIME      PIC 9(08).
             10 ZST-DOSE-CYCLE-TS  PIC 9(14).
             10 ZST-FAIL-PEND      PIC X(01).
             10 ZST-FAIL-FILE      PIC X(14).
             10 ZST-FAIL-DATE      PIC 9(08).
             10 ZST-FAIL-TIME      PIC 9(08).
      *
      *-> STATUS F WATER RECORDS IN THE RANGE, FOR THE COMMFAIL CHECK
       77 FLG-COUNT             PIC  9(04)        VALUE ZERO.
       77 DCK-FLG-FULL          PIC  X(01)        VALUE "N".
          88 FLG-TABLE-FULL         VALUE "Y".
       01 FLG-TABLE.
          05 FLG-ENTRY OCCURS 500 TIMES INDEXED BY FLG-IDX.
             10 FLG-ZONE           PIC 9(02).
             10 FLG-DATE           PIC 9(08).
             10 FLG-TIME           PIC 9(06).
             10 FLG-START-DATE     PIC 9(08).
             10 FLG-START-TIME     PIC 9(06).
             10 FLG-USED           PIC X(01).
      *
      *-> MANUAL ("M") WATER RECORDS IN THE RANGE, FOR THE MANUAL
      *-> AND REMOTE OPEN CHECK
       77 MAN-COUNT             PIC  9(04)        VALUE ZERO.
       77 DCK-MAN-FULL          PIC  X(01)        VALUE "N".
          88 MAN-TABLE-FULL         VALUE "Y".
       01 MAN-TABLE.
          05 MAN-ENTRY OCCURS 1000 TIMES INDEXED BY MAN-IDX.
             10 MAN-ZONE           PIC 9(02).
             10 MAN-DATE           PIC 9(08).
             10 MAN-TIME           PIC 9(06).
             10 MAN-START-DATE     PIC 9(08).
             10 MAN-START-TIME     PIC 9(06).
             10 MAN-USED           PIC X(01).
      *
      *-> CLOSED MONTHS IN THE RANGE AND WHAT GARDEN.HIS HOLDS FOR
      *-> EACH, TO BE SET AGAINST THE MONTH'S ARCHIVE
       77 MON-COUNT             PIC  9(02)        VALUE ZERO.
       01 MON-TABLE.
          05 MON-ENTRY OCCURS 36 TIMES INDEXED BY MON-IDX.
             10 MON-YYYYMM         PIC 9(06).
             10 MON-HIS-COUNT      PIC 9(07).
             10 MON-HIS-LITRES     PIC 9(09)V99.
       77 DCK-MONTH             PIC  9(06)        VALUE ZERO.
       77 DCK-MONTH-LAST        PIC  9(06)        VALUE ZERO.
       77 DCK-MM-YEAR           PIC  9(04)        VALUE ZERO.
       77 DCK-MM-MONTH          PIC  9(02)        VALUE ZERO.
       77 DCK-ARC-COUNT         PIC  9(07)        VALUE ZERO.
       77 DCK-ARC-LITRES        PIC  9(09)V99     VALUE ZERO.
      *
      *-> AN ACCEPTED MANUAL OPEN IS JUDGED ONE AUDIT LINE LATER: A
      *-> "REJECTED - " LINE RIGHT BEHIND IT MEANS THE VALVE NEVER
      *-> OPENED AND NO M RECORD IS OWED.
       77 DCK-MAN-PEND          PIC  X(01)        VALUE "N".
          88 MAN-AUDIT-PENDING      VALUE "Y".
       77 DCK-MAN-PEND-DATE     PIC  9(08)        VALUE ZERO.
       77 DCK-MAN-PEND-TIME     PIC  9(08)        VALUE ZERO.
       77 DCK-MAN-PEND-ZONE     PIC  9(02)        VALUE ZERO.
      *
      *-> THE OPEN OR ALARM BEING MATCHED AGAINST A WATER RECORD
       77 DCK-OPEN-KIND         PIC  X(06)        VALUE SPACES.
       77 DCK-OPEN-DATE         PIC  9(08)        VALUE ZERO.
       77 DCK-OPEN-TIME         PIC  9(08)        VALUE ZERO.
       77 DCK-OPEN-ZONE         PIC  9(02)        VALUE ZERO.
       77 DCK-FOUND             PIC  X(01)        VALUE "N".
          88 ENTRY-FOUND            VALUE "Y".
      *
      *-> 85-SECONDS-APART: HOW FAR APART TWO HHMMSS TIMES OF THE
      *-> SAME DAY ARE.  A RECORD THIS CLOSE TO ITS ALARM OR AUDIT
      *-> LINE BELONGS TO IT.
       01 DCK-HMS-A.
          05 DCK-A-HH              PIC 9(02).
          05 DCK-A-MM              PIC 9(02).
          05 DCK-A-SS              PIC 9(02).
       01 DCK-HMS-B.
          05 DCK-B-HH              PIC 9(02).
          05 DCK-B-MM              PIC 9(02).
          05 DCK-B-SS              PIC 9(02).
       77 DCK-SECS-A            PIC  9(05)        VALUE ZERO.
       77 DCK-SECS-B            PIC  9(05)        VALUE ZERO.
       77 DCK-GAP-SECS          PIC  9(05)        VALUE ZERO.
       77 DCK-NEAR-SECS         PIC  9(05)        VALUE 1200.
       77 DCK-REJECT-SECS       PIC  9(05)        VALUE 60.
      *
      *-> 80-ADD-MINUTES WORK FIELDS: WS-WORK-TS (YYYYMMDDHHMM) GROWS
      *-> BY WS-ADD-MINS, CARRYING THROUGH THE DAY AND MONTH ENDS
       77 WS-WORK-TS            PIC  9(12)        VALUE ZERO.
       77 WS-ADD-MINS           PIC  9(04)        VALUE ZERO.
       77 WS-TOTAL-MINS         PIC  9(06)        VALUE ZERO.
       77 WS-DAY-MINS           PIC  9(04)        VALUE ZERO.
       77 WS-ADD-DAYS           PIC  9(02)        VALUE ZERO.
       77 WS-WT-HOUR            PIC  9(02)        VALUE ZERO.
       77 WS-WT-MIN             PIC  9(02)        VALUE ZERO.
       77 WS-WORK-DATE          PIC  9(08)        VALUE ZERO.
       77 WS-WD-YEAR            PIC  9(04)        VALUE ZERO.
       77 WS-WD-MONTH           PIC  9(02)        VALUE ZERO.
       77 WS-WD-DAY             PIC  9(02)        VALUE ZERO.
       77 WS-WD-LAST            PIC  9(02)        VALUE ZERO.
       77 WS-WD-QUOT            PIC  9(04)        VALUE ZERO.
       77 WS-WD-REM             PIC  9(02)        VALUE ZERO.
      *
      *-> WHAT WAS CHECKED AND WHAT DID NOT HOLD, FOR THE SUMMARY
       77 DCK-EXCEPTION-COUNT   PIC  9(05)        VALUE ZERO.
       77 DCK-ALM-CHECKED       PIC  9(05)        VALUE ZERO.
       77 DCK-ALM-BAD           PIC  9(05)        VALUE ZERO.
       77 DCK-FAIL-CHECKED      PIC  9(05)        VALUE ZERO.
       77 DCK-FAIL-BAD          PIC  9(05)        VALUE ZERO.
       77 DCK-MAN-CHECKED       PIC  9(05)        VALUE ZERO.
       77 DCK-MAN-BAD           PIC  9(05)        VALUE ZERO.
       77 DCK-REM-CHECKED       PIC  9(05)        VALUE ZERO.
       77 DCK-REM-BAD           PIC  9(05)        VALUE ZERO.
       77 DCK-DOSE-CHECKED      PIC  9(05)        VALUE ZERO.
       77 DCK-DOSE-BAD          PIC  9(05)        VALUE ZERO.
       77 DCK-ARC-CHECKED       PIC  9(05)        VALUE ZERO.
       77 DCK-ARC-BAD           PIC  9(05)        VALUE ZERO.
       77 DCK-HOLE-COUNT        PIC  9(05)        VALUE ZERO.
      *
       01 WS-REPORT-LINE        PIC X(80)         VALUE SPACES.
       01 DCK-DETAIL-LINE.
          05 DCK-DL-FILE           PIC X(14).
          05 FILLER                PIC X(01)      VALUE SPACE.
          05 DCK-DL-KEY            PIC X(24).
          05 FILLER                PIC X(01)      VALUE SPACE.
          05 DCK-DL-REASON         PIC X(40).
       01 DCK-SUM-LABEL         PIC X(28)         VALUE SPACES.
       77 DCK-SUM-CHECKED       PIC  9(05)        VALUE ZERO.
       77 DCK-SUM-BAD           PIC  9(05)        VALUE ZERO.
       01 WS-EDIT-COUNT         PIC ZZZZ9         VALUE ZERO.
       01 WS-EDIT-BAD           PIC ZZZZ9         VALUE ZERO.
       01 WS-EDIT-RECS          PIC ZZZZZZ9       VALUE ZERO.
       01 WS-EDIT-RECS-2        PIC ZZZZZZ9       VALUE ZERO.
       01 WS-EDIT-LITRES        PIC ZZZZZZZZ9,99  VALUE ZERO.
       01 WS-EDIT-LITRES-2      PIC ZZZZZZZZ9,99  VALUE ZERO.
      *
      *-> ONE ALARM FOR 91-RAISE-ALARM
       77 DCK-ALM-SEV           PIC  X(01)        VALUE SPACE.
       77 DCK-ALM-CODE          PIC  X(10)        VALUE SPACES.
       77 DCK-ALM-DETAIL        PIC  X(30)        VALUE SPACES.
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
            MOVE WS-DATE         TO DCK-NOW-TS(1:8)
            MOVE WS-TIME(1:4)    TO DCK-NOW-TS(9:4)
            MOVE WS-DATE(1:6)    TO DCK-CURR-YYYYMM
            INITIALIZE ZST-TABLE

            PERFORM 10-ASK-RANGE
            IF RANGE-OK
               PERFORM 05-LOAD-RETRYMAX
               PERFORM 06-LOAD-RETRY-QUEUE
               PERFORM 07-LOAD-JOURNAL
               PERFORM 20-OPEN-REPORT
            END-IF
            IF RANGE-OK AND WS-EXCEPT-STATUS = "00"
               PERFORM 30-SCAN-WATER-EVENTS
               PERFORM 34-CLOSE-PENDING-DOSES
               PERFORM 40-CHECK-COMMFAIL-ALARMS
               PERFORM 50-CHECK-AUDIT-TRAIL
               PERFORM 60-CHECK-UNQUEUED-RETRIES
               PERFORM 70-CHECK-ARCHIVES
               PERFORM 75-CHECK-JOURNAL
               PERFORM 90-WRITE-SUMMARY
               CLOSE EXCEPT-FILE
            END-IF
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       05-LOAD-RETRYMAX.
            OPEN INPUT SETTINGS-FILE
            IF WS-SETTINGS-STATUS = "00"
               PERFORM UNTIL WS-SETTINGS-STATUS = "10"
                   READ SETTINGS-FILE
                       AT END
                           MOVE "10" TO WS-SETTINGS-STATUS
                       NOT AT END
                           PERFORM 05A-PARSE-SETTINGS-LINE
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       05A-PARSE-SETTINGS-LINE.
            MOVE SPACES TO WS-CFG-LABEL
            MOVE SPACES TO WS-CFG-VALUE
            UNSTRING SETTINGS-REC DELIMITED BY SPACE
                     INTO WS-CFG-LABEL WS-CFG-VALUE
            IF WS-CFG-LABEL = "RETRYMAX"
               MOVE WS-CFG-VALUE(1:2) TO DCK-RETRYMAX
            END-IF
            .
      *----------------------------------------------------------------*
       06-LOAD-RETRY-QUEUE.
            MOVE ZERO TO RTY-COUNT
            OPEN INPUT RETRY-FILE
            IF WS-RETRY-STATUS = "00"
               PERFORM UNTIL WS-RETRY-STATUS = "10"
                   READ RETRY-FILE
                       AT END
                           MOVE "10" TO WS-RETRY-STATUS
                       NOT AT END
                           IF RETRY-REC NOT = SPACES
                              AND RETRY-REC(1:2) NUMERIC
                              AND RTY-COUNT < 10
                              ADD 1 TO RTY-COUNT
                              SET RTY-IDX TO RTY-COUNT
                              MOVE RETRY-REC(1:2)
                                        TO RTY-ZONE-ID(RTY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRY-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       07-LOAD-JOURNAL.
      *-> SAME READ AS THE CONTROLLER'S RECOVERY AT START-UP
            MOVE "N" TO DCK-JNL-FOUND
            OPEN INPUT JOURNAL-FILE
            IF WS-JOURNAL-STATUS = "00"
               READ JOURNAL-FILE
                   NOT AT END
                       IF JOURNAL-REC NOT = SPACES
                          MOVE SPACES TO DCK-JNL-ZONE-X
                          MOVE SPACES TO DCK-JNL-TS
                          MOVE SPACE  TO DCK-JNL-TRIGGER
                          MOVE SPACES TO DCK-JNL-CYCLE-TS
                          UNSTRING JOURNAL-REC DELIMITED BY SPACE
                                   INTO DCK-JNL-ZONE-X
                                        DCK-JNL-TS
                                        DCK-JNL-TRIGGER
                                        DCK-JNL-CYCLE-TS
                          MOVE ZERO TO DCK-JNL-ZONE
                          IF DCK-JNL-ZONE-X NUMERIC
                             MOVE DCK-JNL-ZONE-X TO DCK-JNL-ZONE
                          END-IF
                          MOVE "Y" TO DCK-JNL-FOUND
                       END-IF
               END-READ
               CLOSE JOURNAL-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       10-ASK-RANGE.
            MOVE "N" TO DCK-RANGE-OK
            DISPLAY "FIRST DAY TO CHECK (YYYYMMDD, 0 = START OF MONTH):"
            MOVE ZERO TO DCK-FROM
            ACCEPT DCK-FROM
            IF DCK-FROM = ZERO
               MOVE WS-DATE TO DCK-FROM
               MOVE "01"    TO DCK-FROM(7:2)
            END-IF
            DISPLAY "LAST DAY TO CHECK (YYYYMMDD, 0 = TODAY):"
            MOVE ZERO TO DCK-TO
            ACCEPT DCK-TO
            IF DCK-TO = ZERO
               MOVE WS-DATE TO DCK-TO
            END-IF

            MOVE "Y" TO DCK-RANGE-OK
            MOVE DCK-FROM TO DCK-CHECK-DATE
            IF DCK-CD-MONTH < 1 OR DCK-CD-MONTH > 12
               OR DCK-CD-DAY < 1 OR DCK-CD-DAY > 31
               MOVE "N" TO DCK-RANGE-OK
            END-IF
            MOVE DCK-TO TO DCK-CHECK-DATE
            IF DCK-CD-MONTH < 1 OR DCK-CD-MONTH > 12
               OR DCK-CD-DAY < 1 OR DCK-CD-DAY > 31
               MOVE "N" TO DCK-RANGE-OK
            END-IF
            EVALUATE TRUE
                WHEN NOT RANGE-OK
                     DISPLAY "NOT A DAY (YYYYMMDD) - NOTHING CHECKED"
                     MOVE 4 TO RETURN-CODE
                WHEN DCK-FROM > DCK-TO
                     MOVE "N" TO DCK-RANGE-OK
                     DISPLAY "FIRST DAY IS AFTER LAST DAY - NOTHING "
                             "CHECKED"
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE DCK-FROM TO DCK-HIS-FROM
                     MOVE "01"     TO DCK-HIS-FROM(7:2)
                     PERFORM 10A-BUILD-MONTH-LIST
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       10A-BUILD-MONTH-LIST.
      *-> EVERY MONTH FROM THE FROM DAY'S TO THE TO DAY'S, BUT NEVER
      *-> THE CURRENT MONTH: WATERARC HAS NOT ROLLED IT OUT YET.  THE
      *-> TABLE HOLDS THREE YEARS; A LONGER RANGE STOPS THERE.
            MOVE ZERO TO MON-COUNT
            MOVE DCK-TO(1:6) TO DCK-MONTH-LAST
            IF DCK-MONTH-LAST NOT < DCK-CURR-YYYYMM
               MOVE DCK-CURR-YYYYMM TO DCK-MONTH
               PERFORM 10B-STEP-BACK-MONTH
               MOVE DCK-MONTH TO DCK-MONTH-LAST
            END-IF
            MOVE DCK-FROM(1:6) TO DCK-MONTH
            PERFORM UNTIL DCK-MONTH > DCK-MONTH-LAST
                       OR MON-COUNT NOT < 36
                ADD 1 TO MON-COUNT
                SET MON-IDX TO MON-COUNT
                MOVE DCK-MONTH TO MON-YYYYMM(MON-IDX)
                MOVE ZERO      TO MON-HIS-COUNT(MON-IDX)
                MOVE ZERO      TO MON-HIS-LITRES(MON-IDX)
                MOVE DCK-MONTH(1:4) TO DCK-MM-YEAR
                MOVE DCK-MONTH(5:2) TO DCK-MM-MONTH
                IF DCK-MM-MONTH = 12
                   MOVE 1 TO DCK-MM-MONTH
                   ADD 1  TO DCK-MM-YEAR
                ELSE
                   ADD 1  TO DCK-MM-MONTH
                END-IF
                COMPUTE DCK-MONTH = DCK-MM-YEAR * 100 + DCK-MM-MONTH
            END-PERFORM
            .
      *----------------------------------------------------------------*
       10B-STEP-BACK-MONTH.
            MOVE DCK-MONTH(1:4) TO DCK-MM-YEAR
            MOVE DCK-MONTH(5:2) TO DCK-MM-MONTH
            IF DCK-MM-MONTH = 1
               MOVE 12 TO DCK-MM-MONTH
               SUBTRACT 1 FROM DCK-MM-YEAR
            ELSE
               SUBTRACT 1 FROM DCK-MM-MONTH
            END-IF
            COMPUTE DCK-MONTH = DCK-MM-YEAR * 100 + DCK-MM-MONTH
            .
      *----------------------------------------------------------------*
       20-OPEN-REPORT.
            OPEN OUTPUT EXCEPT-FILE
            IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "GARDEN.DCX OPEN FAILED - NOTHING CHECKED"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE "OPERATIONAL DATA INTEGRITY CHECK"
                                               TO WS-REPORT-LINE
               PERFORM 95-EMIT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DAYS "              DELIMITED BY SIZE
                      DCK-FROM             DELIMITED BY SIZE
                      " TO "               DELIMITED BY SIZE
                      DCK-TO               DELIMITED BY SIZE
                      ", RUN "             DELIMITED BY SIZE
                      WS-DATE              DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-TIME(1:6)         DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM 95-EMIT-LINE
               MOVE "FILE           KEY                      REASON"
                                               TO WS-REPORT-LINE
               PERFORM 95-EMIT-LINE
            END-IF
            .
      *----------------------------------------------------------------*
       30-SCAN-WATER-EVENTS.
      *-> GARDEN.HIS FIRST, THEN GARDEN.LOG: WATERARC ONLY MOVES
      *-> CLOSED MONTHS ACROSS, SO THE TWO TOGETHER ARE ONE STREAM IN
      *-> TIME ORDER.  RECORDS AFTER THE LAST DAY ARE STILL READ, SO
      *-> A DOSE OR A FAILURE LATE ON THE LAST DAY CAN FIND THE WATER
      *-> RECORD OR THE RETRY THAT ANSWERS IT.
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-STATUS = "00"
               MOVE DCK-HIS-FROM  TO WHIS-DATE
               MOVE ZERO          TO WHIS-TIME
               MOVE ZERO          TO WHIS-ZONE
               START HISTORY-FILE KEY NOT < WHIS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-STATUS
               END-START
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           PERFORM 31-TAKE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
            END-IF

            OPEN INPUT WATERLOG-FILE
            IF WS-WATERLOG-STATUS = "00"
               PERFORM UNTIL WS-WATERLOG-STATUS = "10"
                   READ WATERLOG-FILE
                       AT END
                           MOVE "10" TO WS-WATERLOG-STATUS
                       NOT AT END
                           PERFORM 32-TAKE-WATERLOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE WATERLOG-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       31-TAKE-HISTORY-RECORD.
            MOVE "GARDEN.HIS"    TO EVT-FILE
            MOVE WHIS-DATE       TO EVT-DATE
            MOVE WHIS-TIME       TO EVT-TIME
            MOVE WHIS-ZONE       TO EVT-ZONE
            MOVE WHIS-TRIGGER    TO EVT-TRIGGER
            MOVE WHIS-STATUS     TO EVT-STATUS
            MOVE WHIS-PASS       TO EVT-PASS
            MOVE ZERO            TO EVT-CYCLE-TS
            IF WHIS-CYCLE-TS NUMERIC
               MOVE WHIS-CYCLE-TS TO EVT-CYCLE-TS
            END-IF

      *-> EVERY RECORD OF A CLOSED MONTH COUNTS TOWARDS THE ARCHIVE
      *-> COMPARISON, WHATEVER ITS TRIGGER OR STATUS: WATERARC MOVES
      *-> THEM ALL.
            SET MON-IDX TO 1
            PERFORM UNTIL MON-IDX > MON-COUNT
                IF MON-YYYYMM(MON-IDX) = WHIS-DATE(1:6)
                   ADD 1 TO MON-HIS-COUNT(MON-IDX)
                   IF WHIS-ACT-LITRES NUMERIC
                      ADD WHIS-ACT-LITRES TO MON-HIS-LITRES(MON-IDX)
                   END-IF
                   SET MON-IDX TO MON-COUNT
                END-IF
                SET MON-IDX UP BY 1
            END-PERFORM

            PERFORM 33-CHECK-WATER-EVENT
            .
      *----------------------------------------------------------------*
       32-TAKE-WATERLOG-RECORD.
            MOVE "GARDEN.LOG"    TO EVT-FILE
            MOVE WLOG-DATE       TO EVT-DATE
            MOVE WLOG-TIME       TO EVT-TIME
            MOVE WLOG-ZONE       TO EVT-ZONE
            MOVE WLOG-TRIGGER    TO EVT-TRIGGER
            MOVE WLOG-STATUS     TO EVT-STATUS
            MOVE WLOG-PASS       TO EVT-PASS
            MOVE ZERO            TO EVT-CYCLE-TS
            IF WLOG-CYCLE-TS NUMERIC
               MOVE WLOG-CYCLE-TS TO EVT-CYCLE-TS
            END-IF
            PERFORM 33-CHECK-WATER-EVENT
            .
      *----------------------------------------------------------------*
       33-CHECK-WATER-EVENT.
            IF EVT-CYCLE-TS = ZERO
               MOVE EVT-DATE          TO EVT-START-DATE
               MOVE EVT-TIME(1:6)     TO EVT-START-TIME
            ELSE
               MOVE EVT-CYCLE-TS(1:8) TO EVT-START-DATE
               MOVE EVT-CYCLE-TS(9:6) TO EVT-START-TIME
            END-IF

            IF EVT-DATE NOT < DCK-FROM AND EVT-ZONE NOT = ZERO
               SET ZST-IDX TO EVT-ZONE
               IF ZST-DOSE-PEND(ZST-IDX) = "Y"
                  PERFORM 33A-CHECK-DOSE-PENDING
               END-IF
      *-> A RETRY RECORD FOR THE ZONE SHOWS THE FAILURE WAS QUEUED
               IF ZST-FAIL-PEND(ZST-IDX) = "Y"
                  AND EVT-TRIGGER = "R"
                  MOVE "N" TO ZST-FAIL-PEND(ZST-IDX)
               END-IF
               IF EVT-DATE NOT > DCK-TO
                  PERFORM 33B-NOTE-IN-RANGE-EVENT
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       33A-CHECK-DOSE-PENDING.
      *-> THE DOSE IS LOGGED AHEAD OF ITS CYCLE'S WATER RECORD, SO THE
      *-> NEXT RECORD FOR THE ZONE MUST BE THAT CYCLE - AUTOMATIC OR
      *-> RETRY, CONFIRMED (OR CUT SHORT BY A RESTART), AND CARRYING
      *-> THE SAME CYCLE STAMP.  UNSTAMPED RECORDS FALL BACK TO THE
      *-> SAME DAY AND A FEW MINUTES APART.
            MOVE "N" TO DCK-FOUND
            IF (EVT-TRIGGER = "A" OR EVT-TRIGGER = "R")
               AND (EVT-STATUS = "S" OR EVT-STATUS = "I")
               IF ZST-DOSE-CYCLE-TS(ZST-IDX) NOT = ZERO
                  AND EVT-CYCLE-TS NOT = ZERO
                  IF ZST-DOSE-CYCLE-TS(ZST-IDX) = EVT-CYCLE-TS
                     MOVE "Y" TO DCK-FOUND
                  END-IF
               ELSE
                  IF ZST-DOSE-DATE(ZST-IDX) = EVT-DATE
                     MOVE ZST-DOSE-TIME(ZST-IDX)(1:6) TO DCK-HMS-A
                     MOVE EVT-TIME(1:6)               TO DCK-HMS-B
                     PERFORM 85-SECONDS-APART
                     IF DCK-GAP-SECS NOT > DCK-NEAR-SECS
                        MOVE "Y" TO DCK-FOUND
                     END-IF
                  END-IF
               END-IF
            END-IF
            IF NOT ENTRY-FOUND
               PERFORM 34A-REPORT-DOSE
            END-IF
            MOVE "N" TO ZST-DOSE-PEND(ZST-IDX)
            .
      *----------------------------------------------------------------*
       33B-NOTE-IN-RANGE-EVENT.
            EVALUATE TRUE
      *-> A DOSE WAITS FOR ITS CYCLE'S WATER RECORD
                WHEN EVT-TRIGGER = "F"
                     ADD 1 TO DCK-DOSE-CHECKED
                     MOVE "Y"          TO ZST-DOSE-PEND(ZST-IDX)
                     MOVE EVT-FILE     TO ZST-DOSE-FILE(ZST-IDX)
                     MOVE EVT-DATE     TO ZST-DOSE-DATE(ZST-IDX)
                     MOVE EVT-TIME     TO ZST-DOSE-TIME(ZST-IDX)
                     MOVE EVT-CYCLE-TS TO ZST-DOSE-CYCLE-TS(ZST-IDX)
                WHEN EVT-TRIGGER = "M"
                     PERFORM 33C-ADD-MANUAL-RECORD
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

            IF EVT-STATUS = "F" AND EVT-TRIGGER NOT = "F"
               PERFORM 33D-ADD-FAILED-RECORD
            END-IF

      *-> A FAILED AUTOMATIC FIRST PASS OWES GARDEN.RTY AN ENTRY
      *-> (18-QUEUE-RETRY), UNLESS RETRIES ARE TURNED OFF.  A LATER
      *-> FAILURE OF THE SAME ZONE RESETS THAT ENTRY, SO IT TAKES
      *-> THE OLDER ONE'S PLACE.
            IF EVT-TRIGGER = "A" AND EVT-STATUS = "F"
               AND NOT EVT-LATER-PASS
               AND DCK-RETRYMAX NOT = ZERO
               ADD 1 TO DCK-FAIL-CHECKED
               MOVE "Y"          TO ZST-FAIL-PEND(ZST-IDX)
               MOVE EVT-FILE     TO ZST-FAIL-FILE(ZST-IDX)
               MOVE EVT-DATE     TO ZST-FAIL-DATE(ZST-IDX)
               MOVE EVT-TIME     TO ZST-FAIL-TIME(ZST-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       33C-ADD-MANUAL-RECORD.
            IF MAN-COUNT < 1000
               ADD 1 TO MAN-COUNT
               SET MAN-IDX TO MAN-COUNT
               MOVE EVT-ZONE       TO MAN-ZONE(MAN-IDX)
               MOVE EVT-DATE       TO MAN-DATE(MAN-IDX)
               MOVE EVT-TIME(1:6)  TO MAN-TIME(MAN-IDX)
               MOVE EVT-START-DATE TO MAN-START-DATE(MAN-IDX)
               MOVE EVT-START-TIME TO MAN-START-TIME(MAN-IDX)
               MOVE "N"            TO MAN-USED(MAN-IDX)
            ELSE
               MOVE "Y" TO DCK-MAN-FULL
            END-IF
            .
      *----------------------------------------------------------------*
       33D-ADD-FAILED-RECORD.
            IF FLG-COUNT < 500
               ADD 1 TO FLG-COUNT
               SET FLG-IDX TO FLG-COUNT
               MOVE EVT-ZONE       TO FLG-ZONE(FLG-IDX)
               MOVE EVT-DATE       TO FLG-DATE(FLG-IDX)
               MOVE EVT-TIME(1:6)  TO FLG-TIME(FLG-IDX)
               MOVE EVT-START-DATE TO FLG-START-DATE(FLG-IDX)
               MOVE EVT-START-TIME TO FLG-START-TIME(FLG-IDX)
               MOVE "N"            TO FLG-USED(FLG-IDX)
            ELSE
               MOVE "Y" TO DCK-FLG-FULL
            END-IF
            .
      *----------------------------------------------------------------*
       34-CLOSE-PENDING-DOSES.
      *-> A DOSE STILL WAITING AT THE END OF THE FILES IS A HOLE -
      *-> UNLESS ITS CYCLE IS THE ONE OPEN IN GARDEN.JNL RIGHT NOW.
            SET ZST-IDX TO 1
            PERFORM UNTIL ZST-IDX > 99
                IF ZST-DOSE-PEND(ZST-IDX) = "Y"
                   SET DCK-OPEN-ZONE TO ZST-IDX
                   IF JNL-OPEN AND DCK-JNL-ZONE = DCK-OPEN-ZONE
                      AND DCK-JNL-CYCLE-TS
                                    = ZST-DOSE-CYCLE-TS(ZST-IDX)
                      CONTINUE
                   ELSE
                      PERFORM 34A-REPORT-DOSE
                   END-IF
                   MOVE "N" TO ZST-DOSE-PEND(ZST-IDX)
                END-IF
                SET ZST-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       34A-REPORT-DOSE.
            ADD 1 TO DCK-DOSE-BAD
            SET DCK-OPEN-ZONE TO ZST-IDX
            MOVE ZST-DOSE-FILE(ZST-IDX) TO DCK-DL-FILE
            MOVE SPACES                 TO DCK-DL-KEY
            STRING ZST-DOSE-DATE(ZST-IDX)      DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   ZST-DOSE-TIME(ZST-IDX)(1:6) DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   DCK-OPEN-ZONE               DELIMITED BY SIZE
                   " F"                        DELIMITED BY SIZE
                   INTO DCK-DL-KEY
            END-STRING
            MOVE "DOSE WITHOUT A CONFIRMED AUTOMATIC CYCLE"
                                        TO DCK-DL-REASON
            PERFORM 88-WRITE-EXCEPTION
            .
      *----------------------------------------------------------------*
       40-CHECK-COMMFAIL-ALARMS.
            OPEN INPUT ALARM-FILE
            IF WS-ALARM-STATUS = "00"
               PERFORM UNTIL WS-ALARM-STATUS = "10"
                   READ ALARM-FILE
                       AT END
                           MOVE "10" TO WS-ALARM-STATUS
                       NOT AT END
                           IF ALM-CODE = "COMMFAIL"
                              AND ALM-DATE NOT < DCK-FROM
                              AND ALM-DATE NOT > DCK-TO
                              PERFORM 40A-CHECK-ONE-ALARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       40A-CHECK-ONE-ALARM.
      *-> THE ALARM IS RAISED THE MOMENT THE SERIAL SEND GOES
      *-> UNANSWERED ("ZONE NN SERIAL UNCONFIRMED"); THE CYCLE THEN
      *-> ENDS WITH A STATUS F RECORD FOR THE SAME ZONE, THE SAME DAY,
      *-> MINUTES LATER.  EACH F RECORD ANSWERS ONE ALARM ONLY.
            IF ALM-DETAIL(6:2) NOT NUMERIC
               MOVE ZERO TO DCK-OPEN-ZONE
            ELSE
               MOVE ALM-DETAIL(6:2) TO DCK-OPEN-ZONE
            END-IF
            ADD 1 TO DCK-ALM-CHECKED
            MOVE "N" TO DCK-FOUND
            SET FLG-IDX TO 1
            PERFORM UNTIL FLG-IDX > FLG-COUNT OR ENTRY-FOUND
                IF FLG-ZONE(FLG-IDX) = DCK-OPEN-ZONE
                   AND FLG-USED(FLG-IDX) = "N"
                   PERFORM 40B-TRY-FAILED-RECORD
                END-IF
                IF NOT ENTRY-FOUND
                   SET FLG-IDX UP BY 1
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN ENTRY-FOUND
                     MOVE "Y" TO FLG-USED(FLG-IDX)
                WHEN JNL-OPEN AND DCK-JNL-ZONE = DCK-OPEN-ZONE
                     CONTINUE
      *-> A FULL TABLE CANNOT TELL A HOLE FROM A RECORD IT DROPPED;
      *-> THE SUMMARY SAYS THE CHECK WAS CUT SHORT INSTEAD.
                WHEN FLG-TABLE-FULL
                     CONTINUE
                WHEN OTHER
                     ADD 1 TO DCK-ALM-BAD
                     MOVE "GARDEN.ALM" TO DCK-DL-FILE
                     MOVE SPACES       TO DCK-DL-KEY
                     STRING ALM-DATE      DELIMITED BY SIZE
                            " "           DELIMITED BY SIZE
                            ALM-TIME(1:6) DELIMITED BY SIZE
                            " "           DELIMITED BY SIZE
                            ALM-CODE      DELIMITED BY SPACE
                            INTO DCK-DL-KEY
                     END-STRING
                     MOVE "COMMFAIL ALARM WITH NO STATUS F RECORD"
                                       TO DCK-DL-REASON
                     PERFORM 88-WRITE-EXCEPTION
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       40B-TRY-FAILED-RECORD.
            IF FLG-DATE(FLG-IDX) = ALM-DATE
               MOVE FLG-TIME(FLG-IDX) TO DCK-HMS-A
               MOVE ALM-TIME(1:6)     TO DCK-HMS-B
               PERFORM 85-SECONDS-APART
               IF DCK-GAP-SECS NOT > DCK-NEAR-SECS
                  MOVE "Y" TO DCK-FOUND
               END-IF
            END-IF
            IF NOT ENTRY-FOUND AND FLG-START-DATE(FLG-IDX) = ALM-DATE
               MOVE FLG-START-TIME(FLG-IDX) TO DCK-HMS-A
               MOVE ALM-TIME(1:6)           TO DCK-HMS-B
               PERFORM 85-SECONDS-APART
               IF DCK-GAP-SECS NOT > DCK-NEAR-SECS
                  MOVE "Y" TO DCK-FOUND
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       50-CHECK-AUDIT-TRAIL.
      *-> LINES AFTER THE LAST DAY ARE STILL READ FOR THE RESTRICT
      *-> LINES THAT ANSWER A LATE FAILURE; ONLY OPENS INSIDE THE
      *-> RANGE ARE CHECKED.
            MOVE "N" TO DCK-MAN-PEND
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           IF AUD-DATE NOT < DCK-FROM
                              PERFORM 50A-CHECK-ONE-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
            END-IF
            IF MAN-AUDIT-PENDING
               PERFORM 50C-JUDGE-PENDING-MANUAL
            END-IF
            .
      *----------------------------------------------------------------*
       50A-CHECK-ONE-AUDIT.
            IF MAN-AUDIT-PENDING
               MOVE "N" TO DCK-FOUND
               IF AUD-ACTION = "MANUAL"
                  AND AUD-DETAIL(1:11) = "REJECTED - "
                  AND AUD-DATE = DCK-MAN-PEND-DATE
                  MOVE DCK-MAN-PEND-TIME(1:6) TO DCK-HMS-A
                  MOVE AUD-TIME(1:6)          TO DCK-HMS-B
                  PERFORM 85-SECONDS-APART
                  IF DCK-GAP-SECS NOT > DCK-REJECT-SECS
                     MOVE "Y" TO DCK-FOUND
                  END-IF
               END-IF
               IF ENTRY-FOUND
                  MOVE "N" TO DCK-MAN-PEND
                  SUBTRACT 1 FROM DCK-MAN-CHECKED
               ELSE
                  PERFORM 50C-JUDGE-PENDING-MANUAL
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN AUD-DATE > DCK-TO
                     CONTINUE
                WHEN AUD-ACTION = "MANUAL"
                     AND AUD-DETAIL(1:14) = "ACCEPTED ZONE "
                     AND AUD-DETAIL(15:2) NUMERIC
                     ADD 1 TO DCK-MAN-CHECKED
                     MOVE "Y"              TO DCK-MAN-PEND
                     MOVE AUD-DATE         TO DCK-MAN-PEND-DATE
                     MOVE AUD-TIME         TO DCK-MAN-PEND-TIME
                     MOVE AUD-DETAIL(15:2) TO DCK-MAN-PEND-ZONE
      *-> "OPEN NN ACCEPTED" IS AUDITED ONCE THE CYCLE HAS RUN
                WHEN AUD-ACTION = "REMOTE"
                     AND AUD-DETAIL(1:5) = "OPEN "
                     AND AUD-DETAIL(6:2) NUMERIC
                     AND AUD-DETAIL(9:8) = "ACCEPTED"
                     ADD 1 TO DCK-REM-CHECKED
                     MOVE "REMOTE"         TO DCK-OPEN-KIND
                     MOVE AUD-DATE         TO DCK-OPEN-DATE
                     MOVE AUD-TIME         TO DCK-OPEN-TIME
                     MOVE AUD-DETAIL(6:2)  TO DCK-OPEN-ZONE
                     PERFORM 50B-MATCH-OPEN
                WHEN OTHER
                     CONTINUE
            END-EVALUATE

      *-> A RETRY MOVED OR DROPPED BY GARDEN.RST NEVER LOGS AN "R"
      *-> RECORD, BUT THE RESTRICT LINE SHOWS IT WAS QUEUED.
            IF AUD-ACTION = "RESTRICT"
               AND AUD-DETAIL(1:5) = "ZONE "
               AND AUD-DETAIL(6:2) NUMERIC
               AND AUD-DETAIL(8:7) = " RETRY "
               AND AUD-DETAIL(6:2) NOT = "00"
               MOVE AUD-DETAIL(6:2) TO DCK-OPEN-ZONE
               SET ZST-IDX TO DCK-OPEN-ZONE
               IF ZST-FAIL-PEND(ZST-IDX) = "Y"
                  IF AUD-DATE > ZST-FAIL-DATE(ZST-IDX)
                     OR (AUD-DATE = ZST-FAIL-DATE(ZST-IDX)
                         AND AUD-TIME NOT < ZST-FAIL-TIME(ZST-IDX))
                     MOVE "N" TO ZST-FAIL-PEND(ZST-IDX)
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       50B-MATCH-OPEN.
      *-> AN ACCEPTED OPEN OWES AN "M" RECORD FOR ITS ZONE THE SAME
      *-> DAY, STARTED OR ENDED A FEW MINUTES FROM THE AUDIT LINE.
      *-> EACH M RECORD ANSWERS ONE OPEN ONLY.
            MOVE "N" TO DCK-FOUND
            SET MAN-IDX TO 1
            PERFORM UNTIL MAN-IDX > MAN-COUNT OR ENTRY-FOUND
                IF MAN-ZONE(MAN-IDX) = DCK-OPEN-ZONE
                   AND MAN-USED(MAN-IDX) = "N"
                   PERFORM 50D-TRY-MANUAL-RECORD
                END-IF
                IF NOT ENTRY-FOUND
                   SET MAN-IDX UP BY 1
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN ENTRY-FOUND
                     MOVE "Y" TO MAN-USED(MAN-IDX)
                WHEN JNL-OPEN AND DCK-JNL-ZONE = DCK-OPEN-ZONE
                     AND DCK-JNL-TRIGGER = "M"
                     CONTINUE
                WHEN MAN-TABLE-FULL
                     CONTINUE
                WHEN OTHER
                     IF DCK-OPEN-KIND = "MANUAL"
                        ADD 1 TO DCK-MAN-BAD
                     ELSE
                        ADD 1 TO DCK-REM-BAD
                     END-IF
                     MOVE "GARDEN.AUD"  TO DCK-DL-FILE
                     MOVE SPACES        TO DCK-DL-KEY
                     STRING DCK-OPEN-DATE      DELIMITED BY SIZE
                            " "                DELIMITED BY SIZE
                            DCK-OPEN-TIME(1:6) DELIMITED BY SIZE
                            " "                DELIMITED BY SIZE
                            DCK-OPEN-KIND      DELIMITED BY SIZE
                            INTO DCK-DL-KEY
                     END-STRING
                     MOVE SPACES        TO DCK-DL-REASON
                     STRING "ACCEPTED OPEN OF ZONE " DELIMITED BY SIZE
                            DCK-OPEN-ZONE            DELIMITED BY SIZE
                            ", NO M RECORD"          DELIMITED BY SIZE
                            INTO DCK-DL-REASON
                     END-STRING
                     PERFORM 88-WRITE-EXCEPTION
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       50C-JUDGE-PENDING-MANUAL.
            MOVE "N"               TO DCK-MAN-PEND
            MOVE "MANUAL"          TO DCK-OPEN-KIND
            MOVE DCK-MAN-PEND-DATE TO DCK-OPEN-DATE
            MOVE DCK-MAN-PEND-TIME TO DCK-OPEN-TIME
            MOVE DCK-MAN-PEND-ZONE TO DCK-OPEN-ZONE
            PERFORM 50B-MATCH-OPEN
            .
      *----------------------------------------------------------------*
       50D-TRY-MANUAL-RECORD.
            IF MAN-START-DATE(MAN-IDX) = DCK-OPEN-DATE
               MOVE MAN-START-TIME(MAN-IDX) TO DCK-HMS-A
               MOVE DCK-OPEN-TIME(1:6)      TO DCK-HMS-B
               PERFORM 85-SECONDS-APART
               IF DCK-GAP-SECS NOT > DCK-NEAR-SECS
                  MOVE "Y" TO DCK-FOUND
               END-IF
            END-IF
            IF NOT ENTRY-FOUND AND MAN-DATE(MAN-IDX) = DCK-OPEN-DATE
               MOVE MAN-TIME(MAN-IDX)       TO DCK-HMS-A
               MOVE DCK-OPEN-TIME(1:6)      TO DCK-HMS-B
               PERFORM 85-SECONDS-APART
               IF DCK-GAP-SECS NOT > DCK-NEAR-SECS
                  MOVE "Y" TO DCK-FOUND
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       60-CHECK-UNQUEUED-RETRIES.
      *-> A FAILURE STILL UNANSWERED IS FINE IF ITS ZONE IS WAITING
      *-> IN GARDEN.RTY NOW.  THIS ONE IS REPORTED, NOT ALARMED: THE
      *-> ZONE WAS ALREADY ALARMED AS COMMFAIL WHEN IT FAILED.
            SET ZST-IDX TO 1
            PERFORM UNTIL ZST-IDX > 99
                IF ZST-FAIL-PEND(ZST-IDX) = "Y"
                   SET DCK-OPEN-ZONE TO ZST-IDX
                   MOVE "N" TO DCK-FOUND
                   SET RTY-IDX TO 1
                   PERFORM UNTIL RTY-IDX > RTY-COUNT OR ENTRY-FOUND
                       IF RTY-ZONE-ID(RTY-IDX) = DCK-OPEN-ZONE
                          MOVE "Y" TO DCK-FOUND
                       ELSE
                          SET RTY-IDX UP BY 1
                       END-IF
                   END-PERFORM
                   IF NOT ENTRY-FOUND
                      PERFORM 60A-REPORT-UNQUEUED
                   END-IF
                   MOVE "N" TO ZST-FAIL-PEND(ZST-IDX)
                END-IF
                SET ZST-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       60A-REPORT-UNQUEUED.
            ADD 1 TO DCK-FAIL-BAD
            MOVE ZST-FAIL-FILE(ZST-IDX) TO DCK-DL-FILE
            MOVE SPACES                 TO DCK-DL-KEY
            STRING ZST-FAIL-DATE(ZST-IDX)      DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   ZST-FAIL-TIME(ZST-IDX)(1:6) DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   DCK-OPEN-ZONE               DELIMITED BY SIZE
                   " A"                        DELIMITED BY SIZE
                   INTO DCK-DL-KEY
            END-STRING
            MOVE "FAILED AUTO CYCLE NOT RETRIED OR QUEUED"
                                        TO DCK-DL-REASON
            PERFORM 88-WRITE-EXCEPTION
            .
      *----------------------------------------------------------------*
       70-CHECK-ARCHIVES.
            SET MON-IDX TO 1
            PERFORM UNTIL MON-IDX > MON-COUNT
                PERFORM 70A-CHECK-ONE-MONTH
                SET MON-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       70A-CHECK-ONE-MONTH.
      *-> WATERARC WRITES EVERY ROLLED-OUT RECORD TO THE ARCHIVE AND
      *-> TO GARDEN.HIS, SO BOTH MUST HOLD THE SAME NUMBER OF RECORDS
      *-> AND THE SAME METERED LITRES.  A MONTH NEITHER FILE KNOWS
      *-> HAS NOT BEEN ARCHIVED YET AND IS NOT A MISMATCH.
            MOVE SPACES TO WS-ARCHIVE-NAME
            STRING "GARDEN.A"          DELIMITED BY SIZE
                   MON-YYYYMM(MON-IDX) DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME
            END-STRING
            MOVE ZERO TO DCK-ARC-COUNT
            MOVE ZERO TO DCK-ARC-LITRES
            OPEN INPUT ARCHIVE-FILE
            IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCHIVE-STATUS
                       NOT AT END
                           IF ARCHIVE-REC NOT = SPACES
                              ADD 1 TO DCK-ARC-COUNT
                              IF ARC-ACT-LITRES NUMERIC
                                 ADD ARC-ACT-LITRES TO DCK-ARC-LITRES
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE "00" TO WS-ARCHIVE-STATUS
            END-IF

            IF WS-ARCHIVE-STATUS = "00"
               OR MON-HIS-COUNT(MON-IDX) NOT = ZERO
               ADD 1 TO DCK-ARC-CHECKED
               MOVE "N" TO DCK-FOUND
               MOVE WS-ARCHIVE-NAME      TO DCK-DL-FILE
               MOVE MON-YYYYMM(MON-IDX)  TO DCK-DL-KEY
               IF WS-ARCHIVE-STATUS NOT = "00"
                  MOVE MON-HIS-COUNT(MON-IDX) TO WS-EDIT-RECS
                  MOVE SPACES TO DCK-DL-REASON
                  STRING "NO ARCHIVE, GARDEN.HIS HAS " DELIMITED BY SIZE
                         WS-EDIT-RECS                  DELIMITED BY SIZE
                         INTO DCK-DL-REASON
                  END-STRING
                  MOVE "Y" TO DCK-FOUND
                  PERFORM 88-WRITE-EXCEPTION
               ELSE
                  PERFORM 70B-COMPARE-MONTH
               END-IF
               IF ENTRY-FOUND
                  ADD 1 TO DCK-ARC-BAD
                  MOVE "W"        TO DCK-ALM-SEV
                  MOVE "ARCHDIFF" TO DCK-ALM-CODE
                  MOVE SPACES     TO DCK-ALM-DETAIL
                  STRING WS-ARCHIVE-NAME     DELIMITED BY SIZE
                         " MISMATCHES HIS"   DELIMITED BY SIZE
                         INTO DCK-ALM-DETAIL
                  END-STRING
                  PERFORM 91-RAISE-ALARM
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       70B-COMPARE-MONTH.
            IF DCK-ARC-COUNT NOT = MON-HIS-COUNT(MON-IDX)
               MOVE DCK-ARC-COUNT          TO WS-EDIT-RECS
               MOVE MON-HIS-COUNT(MON-IDX) TO WS-EDIT-RECS-2
               MOVE SPACES TO DCK-DL-REASON
               STRING "RECORDS: ARCHIVE "  DELIMITED BY SIZE
                      WS-EDIT-RECS         DELIMITED BY SIZE
                      " HIS "              DELIMITED BY SIZE
                      WS-EDIT-RECS-2       DELIMITED BY SIZE
                      INTO DCK-DL-REASON
               END-STRING
               MOVE "Y" TO DCK-FOUND
               PERFORM 88-WRITE-EXCEPTION
            END-IF
            IF DCK-ARC-LITRES NOT = MON-HIS-LITRES(MON-IDX)
               MOVE DCK-ARC-LITRES          TO WS-EDIT-LITRES
               MOVE MON-HIS-LITRES(MON-IDX) TO WS-EDIT-LITRES-2
               MOVE SPACES TO DCK-DL-REASON
               STRING "LITRES: ARC"        DELIMITED BY SIZE
                      WS-EDIT-LITRES       DELIMITED BY SIZE
                      " HIS"               DELIMITED BY SIZE
                      WS-EDIT-LITRES-2     DELIMITED BY SIZE
                      INTO DCK-DL-REASON
               END-STRING
               MOVE "Y" TO DCK-FOUND
               PERFORM 88-WRITE-EXCEPTION
            END-IF
            .
      *----------------------------------------------------------------*
       75-CHECK-JOURNAL.
      *-> AN OPEN JOURNAL IS NORMAL WHILE A CYCLE RUNS.  ONE OLDER
      *-> THAN DCK-STALE-MINS MEANS THE CONTROLLER DIED WITH A VALVE
      *-> OPEN AND HAS NOT BEEN RESTARTED TO RECOVER IT.
            IF JNL-OPEN
               MOVE "N" TO DCK-FOUND
               IF DCK-JNL-TS NUMERIC
                  MOVE DCK-JNL-TS(1:12) TO WS-WORK-TS
                  MOVE DCK-STALE-MINS   TO WS-ADD-MINS
                  PERFORM 80-ADD-MINUTES
                  IF WS-WORK-TS < DCK-NOW-TS
                     MOVE "Y" TO DCK-FOUND
                  END-IF
               ELSE
                  MOVE "Y" TO DCK-FOUND
               END-IF
               IF ENTRY-FOUND
                  MOVE "GARDEN.JNL"   TO DCK-DL-FILE
                  MOVE SPACES         TO DCK-DL-KEY
                  STRING "ZONE "         DELIMITED BY SIZE
                         DCK-JNL-ZONE-X  DELIMITED BY SIZE
                         " "             DELIMITED BY SIZE
                         DCK-JNL-TS      DELIMITED BY SIZE
                         INTO DCK-DL-KEY
                  END-STRING
                  MOVE "CYCLE OPEN TOO LONG - JOURNAL IS STALE"
                                      TO DCK-DL-REASON
                  PERFORM 88-WRITE-EXCEPTION
                  MOVE "C"            TO DCK-ALM-SEV
                  MOVE "JNLSTALE"     TO DCK-ALM-CODE
                  MOVE SPACES         TO DCK-ALM-DETAIL
                  STRING "ZONE "          DELIMITED BY SIZE
                         DCK-JNL-ZONE-X   DELIMITED BY SIZE
                         " OPEN FROM "    DELIMITED BY SIZE
                         DCK-JNL-TS(1:12) DELIMITED BY SIZE
                         INTO DCK-ALM-DETAIL
                  END-STRING
                  PERFORM 91-RAISE-ALARM
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       80-ADD-MINUTES.
      *-> WS-WORK-TS (YYYYMMDDHHMM) := WS-WORK-TS + WS-ADD-MINS,
      *-> CARRYING THROUGH THE HOURS, THE DAYS AND THE MONTH ENDS
      *-> (SAME ARITHMETIC AS ALARMESC)
            MOVE WS-WORK-TS(9:2)  TO WS-WT-HOUR
            MOVE WS-WORK-TS(11:2) TO WS-WT-MIN
            COMPUTE WS-TOTAL-MINS = WS-WT-HOUR * 60 + WS-WT-MIN
                                  + WS-ADD-MINS
            DIVIDE WS-TOTAL-MINS BY 1440 GIVING WS-ADD-DAYS
                                   REMAINDER WS-DAY-MINS
            DIVIDE WS-DAY-MINS BY 60 GIVING WS-WT-HOUR
                                 REMAINDER WS-WT-MIN
            MOVE WS-WT-HOUR       TO WS-WORK-TS(9:2)
            MOVE WS-WT-MIN        TO WS-WORK-TS(11:2)
            MOVE WS-WORK-TS(1:8)  TO WS-WORK-DATE
            PERFORM 81-ADD-ONE-DAY WS-ADD-DAYS TIMES
            MOVE WS-WORK-DATE     TO WS-WORK-TS(1:8)
            .
      *----------------------------------------------------------------*
       81-ADD-ONE-DAY.
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
       85-SECONDS-APART.
      *-> DCK-GAP-SECS := SECONDS BETWEEN DCK-HMS-A AND DCK-HMS-B, TWO
      *-> HHMMSS TIMES OF THE SAME DAY, WHICHEVER COMES FIRST
            COMPUTE DCK-SECS-A = DCK-A-HH * 3600 + DCK-A-MM * 60
                               + DCK-A-SS
            COMPUTE DCK-SECS-B = DCK-B-HH * 3600 + DCK-B-MM * 60
                               + DCK-B-SS
            IF DCK-SECS-A NOT < DCK-SECS-B
               COMPUTE DCK-GAP-SECS = DCK-SECS-A - DCK-SECS-B
            ELSE
               COMPUTE DCK-GAP-SECS = DCK-SECS-B - DCK-SECS-A
            END-IF
            .
      *----------------------------------------------------------------*
       88-WRITE-EXCEPTION.
            ADD 1 TO DCK-EXCEPTION-COUNT
            MOVE DCK-DETAIL-LINE TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            .
      *----------------------------------------------------------------*
       90-WRITE-SUMMARY.
            MOVE SPACES TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            MOVE "CHECK                        CHECKED  FAILED"
                                               TO WS-REPORT-LINE
            PERFORM 95-EMIT-LINE
            MOVE "COMMFAIL ALARM / F RECORD"   TO DCK-SUM-LABEL
            MOVE DCK-ALM-CHECKED               TO DCK-SUM-CHECKED
            MOVE DCK-ALM-BAD                   TO DCK-SUM-BAD
            PERFORM 90A-WRITE-SUMMARY-LINE
            MOVE "AUTO FAILURE / RETRY"        TO DCK-SUM-LABEL
            MOVE DCK-FAIL-CHECKED              TO DCK-SUM-CHECKED
            MOVE DCK-FAIL-BAD                  TO DCK-SUM-BAD
            PERFORM 90A-WRITE-SUMMARY-LINE
            MOVE "MANUAL OPEN / M RECORD"      TO DCK-SUM-LABEL
            MOVE DCK-MAN-CHECKED               TO DCK-SUM-CHECKED
            MOVE DCK-MAN-BAD                   TO DCK-SUM-BAD
            PERFORM 90A-WRITE-SUMMARY-LINE
            MOVE "REMOTE OPEN / M RECORD"      TO DCK-SUM-LABEL
            MOVE DCK-REM-CHECKED               TO DCK-SUM-CHECKED
            MOVE DCK-REM-BAD                   TO DCK-SUM-BAD
            PERFORM 90A-WRITE-SUMMARY-LINE
            MOVE "DOSE / AUTOMATIC CYCLE"      TO DCK-SUM-LABEL
            MOVE DCK-DOSE-CHECKED              TO DCK-SUM-CHECKED
            MOVE DCK-DOSE-BAD                  TO DCK-SUM-BAD
            PERFORM 90A-WRITE-SUMMARY-LINE
            MOVE "ARCHIVE MONTH / GARDEN.HIS"  TO DCK-SUM-LABEL
            MOVE DCK-ARC-CHECKED               TO DCK-SUM-CHECKED
            MOVE DCK-ARC-BAD                   TO DCK-SUM-BAD
            PERFORM 90A-WRITE-SUMMARY-LINE

            IF DCK-RETRYMAX = ZERO
               MOVE "RETRYMAX IS 00 - RETRY CHECK NOT MADE"
                                               TO WS-REPORT-LINE
               PERFORM 95-EMIT-LINE
            END-IF
            IF FLG-TABLE-FULL
               MOVE "OVER 500 F RECORDS - COMMFAIL CHECK CUT SHORT"
                                               TO WS-REPORT-LINE
               PERFORM 95-EMIT-LINE
            END-IF
            IF MAN-TABLE-FULL
               MOVE "OVER 1000 M RECORDS - OPEN CHECK CUT SHORT"
                                               TO WS-REPORT-LINE
               PERFORM 95-EMIT-LINE
            END-IF

            MOVE DCK-EXCEPTION-COUNT TO WS-EDIT-COUNT
            MOVE SPACES              TO WS-REPORT-LINE
            STRING "EXCEPTIONS: "    DELIMITED BY SIZE
                   WS-EDIT-COUNT     DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 95-EMIT-LINE

      *-> A HOLE IN THE LOG IS A HOLE IN WHAT THE WATER BILL AND AN
      *-> AUDITOR WILL BE SHOWN; A DOSE WITH NO CYCLE MAY HAVE PUT
      *-> CONCENTRATE ON A DRY BED.  ONE ALARM PER KIND, WITH THE
      *-> COUNT; THE DETAIL IS IN GARDEN.DCX.
            COMPUTE DCK-HOLE-COUNT = DCK-ALM-BAD + DCK-MAN-BAD
                                   + DCK-REM-BAD
            IF DCK-HOLE-COUNT NOT = ZERO
               MOVE DCK-HOLE-COUNT TO WS-EDIT-COUNT
               MOVE "W"            TO DCK-ALM-SEV
               MOVE "LOGHOLE"      TO DCK-ALM-CODE
               MOVE SPACES         TO DCK-ALM-DETAIL
               STRING "LOG HOLES IN GARDEN.DCX: " DELIMITED BY SIZE
                      WS-EDIT-COUNT              DELIMITED BY SIZE
                      INTO DCK-ALM-DETAIL
               END-STRING
               PERFORM 91-RAISE-ALARM
            END-IF
            IF DCK-DOSE-BAD NOT = ZERO
               MOVE DCK-DOSE-BAD   TO WS-EDIT-COUNT
               MOVE "C"            TO DCK-ALM-SEV
               MOVE "DOSEHOLE"     TO DCK-ALM-CODE
               MOVE SPACES         TO DCK-ALM-DETAIL
               STRING "DOSES WITHOUT A CYCLE: "   DELIMITED BY SIZE
                      WS-EDIT-COUNT              DELIMITED BY SIZE
                      INTO DCK-ALM-DETAIL
               END-STRING
               PERFORM 91-RAISE-ALARM
            END-IF
            .
      *----------------------------------------------------------------*
       90A-WRITE-SUMMARY-LINE.
            MOVE DCK-SUM-CHECKED TO WS-EDIT-COUNT
            MOVE DCK-SUM-BAD     TO WS-EDIT-BAD
            MOVE SPACES          TO WS-REPORT-LINE
            STRING DCK-SUM-LABEL DELIMITED BY SIZE
                   "  "          DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   "         DELIMITED BY SIZE
                   WS-EDIT-BAD   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING
            PERFORM 95-EMIT-LINE
            .
      *----------------------------------------------------------------*
       91-RAISE-ALARM.
      *-> SAME CREATE-ON-FIRST-USE AND BEST-EFFORT APPEND AS WATERRCN'S
      *-> RECONVAR ALARM.
            OPEN EXTEND ALARM-FILE
            IF WS-ALARM-STATUS = "05" OR WS-ALARM-STATUS = "35"
               OPEN OUTPUT ALARM-FILE
               CLOSE ALARM-FILE
               OPEN EXTEND ALARM-FILE
            END-IF
            IF WS-ALARM-STATUS = "00"
               ACCEPT ALM-DATE FROM DATE YYYYMMDD
               ACCEPT ALM-TIME FROM TIME
               MOVE DCK-ALM-SEV    TO ALM-SEVERITY
               MOVE DCK-ALM-CODE   TO ALM-CODE
               MOVE DCK-ALM-DETAIL TO ALM-DETAIL
               MOVE "N"            TO ALM-ACK
               MOVE ZERO           TO ALM-ACK-DATE
               MOVE ZERO           TO ALM-ACK-TIME
               MOVE SPACES         TO ALM-ACK-BY
               WRITE ALARM-REC
               CLOSE ALARM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       95-EMIT-LINE.
            MOVE WS-REPORT-LINE TO EXCEPT-REC
            WRITE EXCEPT-REC
            DISPLAY WS-REPORT-LINE
            .
      *----------------------------------------------------------------*
       99-END.
      *-> GOBACK HANDS THE RETURN CODE BACK TO A CALLER, AND MAKES IT
      *-> THE EXIT STATUS WHEN RUN STANDALONE.
            GOBACK
            .
