       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ALARMESC".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  26.10.2023.
       DATE-COMPILED. 26.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      ALARM ESCALATION.  CALLED ONCE A MINUTE BY THE  *
      *               COBOLGARDEN WATERING THREAD, OR RUN STANDALONE  *
      *               WHEN THE CONTROLLER IS DOWN (NEVER BOTH AT      *
      *               ONCE).  EVERY ACTIVE (UNACKED) ALARM IN         *
      *               GARDEN.ALM IS HELD AGAINST THE RULES IN         *
      *               GARDEN.ESC - ONE LINE PER SEVERITY, CODE AND    *
      *               LEVEL: "SEV CODE LVL MINS RECIPIENT QFROM QTO   *
      *               DEDUPMINS", CODE "*" MATCHING ANY CODE THAT HAS *
      *               NO LINE OF ITS OWN.  ONCE AN ALARM HAS STOOD    *
      *               UNACKED FOR MINS, A LINE GOES TO GARDEN.NTF FOR *
      *               THE SMS/E-MAIL GATEWAY ON THE MONITORING        *
      *               MACHINE, ADDRESSED TO RECIPIENT (A NAME THE     *
      *               GATEWAY'S ADDRESS BOOK KNOWS).  LEVEL 2 AND UP  *
      *               ARE THE SAME ALARM RE-NOTIFIED FURTHER UP THE   *
      *               LINE.  BETWEEN QFROM AND QTO (HHMM, EQUAL =     *
      *               NONE) THE LEVEL IS HELD, NOT DROPPED: IT GOES   *
      *               OUT WHEN THE QUIET HOURS END IF NOBODY HAS      *
      *               ACKED IT BY THEN.  A NOTIFICATION FOR THE SAME  *
      *               SEVERITY, CODE AND LEVEL SENT WITHIN DEDUPMINS  *
      *               COVERS THE NEW ALARM INSTEAD OF A NEW MESSAGE,  *
      *               SO ONE FLAPPING ZONE SENDS ONE MESSAGE, NOT     *
      *               FIFTY.  EVERY SEND AND EVERY COVER IS LOGGED    *
      *               AGAINST ITS ALARM IN GARDEN.ALN (ALNREC.cpy),   *
      *               AS IS EACH DELIVERY RECEIPT THE GATEWAY WRITES  *
      *               BACK TO GARDEN.NTR ("NTFID D|F YYYYMMDD HHMMSS  *
      *               WORD"); ALARMACK LISTS THEM UNDER THE ALARM.    *
      *               NO GARDEN.ESC MEANS NO ESCALATION.              *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   26.10.2023   IGP  ORIGINAL VERSION.                          *
      *   02.11.2023   IGP  GARDEN.NTR IS NO LONGER EMPTIED WHEN READ: *
      *                     THE RECEIPTS TAKEN COME OUT ONLY ONCE THEY *
      *                     ARE IN GARDEN.ALN, AND THOSE PAST THE 20 A *
      *                     CALL TAKES (OR WRITTEN SINCE) ARE PUT BACK *
      *                     THROUGH GARDEN.NTK INSTEAD OF LOST.        *
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
           SELECT RULE-FILE          ASSIGN TO "GARDEN.ESC"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RULE-STATUS.
           SELECT ALARM-FILE         ASSIGN TO "GARDEN.ALM"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-ALARM-STATUS.
           SELECT NOTELOG-FILE       ASSIGN TO "GARDEN.ALN"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-NOTELOG-STATUS.
           SELECT NOTIFY-FILE        ASSIGN TO "GARDEN.NTF"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-NOTIFY-STATUS.
           SELECT RECEIPT-FILE       ASSIGN TO "GARDEN.NTR"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RECEIPT-STATUS.
      *-> SCRATCH COPY OF THE RECEIPTS NOT TAKEN THIS CALL WHILE
      *-> GARDEN.NTR IS REWRITTEN.
           SELECT KEEP-FILE          ASSIGN TO "GARDEN.NTK"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-KEEP-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * F I L E   S E C T I O N                                        *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  RULE-FILE.
       01  RULE-REC                  PIC X(50).
      *
       FD  ALARM-FILE.
           COPY "ALMREC.cpy".
      *
       FD  NOTELOG-FILE.
           COPY "ALNREC.cpy".
      *
       FD  NOTIFY-FILE.
       01  NOTIFY-REC                PIC X(100).
      *
       FD  RECEIPT-FILE.
       01  RECEIPT-REC               PIC X(60).
      *
       FD  KEEP-FILE.
       01  KEEP-REC                  PIC X(60).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * W O R K I N G   S T O R A G E   S E C T I O N                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-RULE-STATUS        PIC  X(02)        VALUE "00".
       77 WS-ALARM-STATUS       PIC  X(02)        VALUE "00".
       77 WS-NOTELOG-STATUS     PIC  X(02)        VALUE "00".
       77 WS-NOTIFY-STATUS      PIC  X(02)        VALUE "00".
       77 WS-RECEIPT-STATUS     PIC  X(02)        VALUE "00".
       77 WS-KEEP-STATUS        PIC  X(02)        VALUE "00".
      *
      *-> "NOW" AS YYYYMMDDHHMM, TAKEN ONCE PER CALL
       77 WS-DATE               PIC  9(08)        VALUE ZERO.
       77 WS-TIME               PIC  9(08)        VALUE ZERO.
       77 WS-NOW-TS             PIC  9(12)        VALUE ZERO.
       77 WS-NOW-HHMM           PIC  9(04)        VALUE ZERO.
      *
      *-> GARDEN.ESC, ONE ENTRY PER LINE.  A 21ST-OR-LATER LINE IS
      *-> IGNORED RATHER THAN INDEXED PAST THE TABLE.
       77 RULE-COUNT            PIC  9(02)        VALUE ZERO.
       01 RULE-TABLE.
          05 RULE-ENTRY OCCURS 20 TIMES INDEXED BY RULE-IDX.
             10 RUL-SEV              PIC X(01).
             10 RUL-CODE             PIC X(10).
             10 RUL-LEVEL            PIC 9(01).
             10 RUL-MINS             PIC 9(04).
             10 RUL-RECIPIENT        PIC X(08).
             10 RUL-QUIET-FROM       PIC 9(04).
             10 RUL-QUIET-TO         PIC 9(04).
             10 RUL-DEDUP-MINS       PIC 9(04).
       77 WS-RULE-FOUND         PIC  X(01)        VALUE "N".
          88 RULE-FOUND             VALUE "Y".
      *-> THE "*" LINE FOR THE SEVERITY AND LEVEL, KEPT WHILE THE
      *-> SEARCH GOES ON FOR A LINE NAMING THE CODE ITSELF
       77 WS-RULE-ANY           PIC  9(02)        VALUE ZERO.
      *
      *-> THE ACTIVE ALARMS, AND PER ALARM WHICH LEVELS ARE ALREADY
      *-> SENT OR COVERED ACCORDING TO GARDEN.ALN
       77 ACT-COUNT             PIC  9(03)        VALUE ZERO.
       01 ACT-TABLE.
          05 ACT-ENTRY OCCURS 100 TIMES INDEXED BY ACT-IDX.
             10 ACT-DATE             PIC 9(08).
             10 ACT-TIME             PIC 9(08).
             10 ACT-SEV              PIC X(01).
             10 ACT-CODE             PIC X(10).
             10 ACT-DETAIL           PIC X(30).
             10 ACT-LEVEL-DONE       PIC X(01) OCCURS 9 TIMES.
       77 WS-LVL                PIC  9(02)        VALUE ZERO.
      *
      *-> THE LAST NOTIFICATION SENT PER SEVERITY/CODE/LEVEL, FOR THE
      *-> DE-DUPLICATION WINDOW.  BUILT FROM GARDEN.ALN, SO IT HOLDS
      *-> ACROSS CALLS AND ACROSS A RESTART.
       77 DUP-COUNT             PIC  9(02)        VALUE ZERO.
       01 DUP-TABLE.
          05 DUP-ENTRY OCCURS 50 TIMES INDEXED BY DUP-IDX.
             10 DUP-SEV              PIC X(01).
             10 DUP-CODE             PIC X(10).
             10 DUP-LEVEL            PIC 9(01).
             10 DUP-SENT-TS          PIC 9(12).
             10 DUP-NTF-ID           PIC 9(06).
             10 DUP-RECIPIENT        PIC X(08).
       77 WS-DUP-FOUND          PIC  X(01)        VALUE "N".
          88 DUP-FOUND              VALUE "Y".
      *
      *-> RECEIPTS DRAINED FROM GARDEN.NTR THIS CALL; EACH IS MATCHED
      *-> TO ITS "S" RECORD IN GARDEN.ALN TO FIND THE ALARM IT IS FOR
       77 RCP-COUNT             PIC  9(02)        VALUE ZERO.
       01 RCP-TABLE.
          05 RCP-ENTRY OCCURS 20 TIMES INDEXED BY RCP-IDX.
             10 RCP-NTF-ID           PIC 9(06).
             10 RCP-RESULT           PIC X(01).
             10 RCP-DATE             PIC 9(08).
             10 RCP-HHMMSS           PIC 9(06).
             10 RCP-NOTE             PIC X(20).
             10 RCP-MATCHED          PIC X(01).
             10 RCP-ALM-DATE         PIC 9(08).
             10 RCP-ALM-TIME         PIC 9(08).
             10 RCP-ALM-CODE         PIC X(10).
             10 RCP-LEVEL            PIC 9(01).
             10 RCP-RECIPIENT        PIC X(08).
      *-> ALL OF THIS CALL'S RECEIPTS MADE IT INTO GARDEN.ALN, SO
      *-> 55-EMPTY-RECEIPTS MAY TAKE THEM OUT OF GARDEN.NTR
       77 WS-RCP-LOGGED         PIC  X(01)        VALUE "N".
          88 RECEIPTS-LOGGED        VALUE "Y".
      *-> 55-EMPTY-RECEIPTS: RECEIPTS PASSED OVER AS ALREADY TAKEN,
      *-> AND WHETHER EVERYTHING AFTER THEM REACHED GARDEN.NTK
       77 WS-RCP-SKIPPED        PIC  9(02)        VALUE ZERO.
       77 WS-KEEP-SAFE          PIC  X(01)        VALUE "N".
          88 KEEP-IS-SAFE           VALUE "Y".
      *
       77 WS-LAST-NTF-ID        PIC  9(06)        VALUE ZERO.
       77 WS-LOG-OPEN           PIC  X(01)        VALUE "N".
          88 LOG-IS-OPEN            VALUE "Y".
       77 WS-QUIET              PIC  X(01)        VALUE "N".
          88 IN-QUIET-HOURS         VALUE "Y".
       77 WS-SENT-COUNT         PIC  9(03)        VALUE ZERO.
      *
      *-> 70-ADD-MINUTES WORK FIELDS: WS-WORK-TS (YYYYMMDDHHMM) GROWS
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
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * P R O C E D U R E   D I V I S I O N                            *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       00-MAIN.
      *-> CALLED OVER AND OVER WITHOUT CANCEL, SO EVERY TABLE IS
      *-> REBUILT FROM THE FILES ON EACH CALL: WORKING-STORAGE
      *-> ARRIVES IN LAST-USED STATE AND MEANS NOTHING.
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME FROM TIME
            MOVE WS-DATE         TO WS-NOW-TS(1:8)
            MOVE WS-TIME(1:4)    TO WS-NOW-TS(9:4)
            MOVE WS-TIME(1:4)    TO WS-NOW-HHMM
            MOVE ZERO            TO WS-SENT-COUNT
            MOVE "N"             TO WS-LOG-OPEN

            PERFORM 10-LOAD-RULES
            PERFORM 20-DRAIN-RECEIPTS
            IF RULE-COUNT NOT = ZERO
               PERFORM 30-LOAD-ACTIVE-ALARMS
            ELSE
               MOVE ZERO TO ACT-COUNT
            END-IF

            IF ACT-COUNT NOT = ZERO OR RCP-COUNT NOT = ZERO
               PERFORM 40-SCAN-NOTIFY-LOG
               PERFORM 45-OPEN-NOTIFY-LOG
      *-> NOTHING IS SENT UNLESS IT CAN BE LOGGED: A SEND THAT LEAVES
      *-> NO "S" RECORD WOULD BE SENT AGAIN EVERY MINUTE.
               IF LOG-IS-OPEN
                  PERFORM 50-WRITE-RECEIPTS
                  IF RECEIPTS-LOGGED AND RCP-COUNT NOT = ZERO
                     PERFORM 55-EMPTY-RECEIPTS
                  END-IF
                  PERFORM 60-ESCALATE-ALARMS
                  CLOSE NOTELOG-FILE
               END-IF
            END-IF
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       10-LOAD-RULES.
            MOVE ZERO TO RULE-COUNT
            OPEN INPUT RULE-FILE
            IF WS-RULE-STATUS = "00"
               PERFORM UNTIL WS-RULE-STATUS = "10"
                   READ RULE-FILE
                       AT END
                           MOVE "10" TO WS-RULE-STATUS
                       NOT AT END
                           PERFORM 10A-PARSE-RULE-LINE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       10A-PARSE-RULE-LINE.
      *-> FIELDS MISSING FROM A SHORT LINE STAY AT "NO QUIET HOURS,
      *-> NO DE-DUPLICATION"
            IF RULE-REC NOT = SPACES AND RULE-COUNT < 20
               ADD 1 TO RULE-COUNT
               SET RULE-IDX TO RULE-COUNT
               MOVE ZERO   TO RUL-LEVEL(RULE-IDX)
               MOVE ZERO   TO RUL-MINS(RULE-IDX)
               MOVE SPACES TO RUL-RECIPIENT(RULE-IDX)
               MOVE ZERO   TO RUL-QUIET-FROM(RULE-IDX)
               MOVE ZERO   TO RUL-QUIET-TO(RULE-IDX)
               MOVE ZERO   TO RUL-DEDUP-MINS(RULE-IDX)
               UNSTRING RULE-REC DELIMITED BY SPACE
                        INTO RUL-SEV(RULE-IDX)
                             RUL-CODE(RULE-IDX)
                             RUL-LEVEL(RULE-IDX)
                             RUL-MINS(RULE-IDX)
                             RUL-RECIPIENT(RULE-IDX)
                             RUL-QUIET-FROM(RULE-IDX)
                             RUL-QUIET-TO(RULE-IDX)
                             RUL-DEDUP-MINS(RULE-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       20-DRAIN-RECEIPTS.
      *-> THE FIRST 20 RECEIPTS ARE TAKEN INTO RCP-TABLE; GARDEN.NTR
      *-> IS LEFT AS IT IS UNTIL 50-WRITE-RECEIPTS HAS THEM SAFE IN
      *-> GARDEN.ALN (SEE 55-EMPTY-RECEIPTS).  PAST 20 IN ONE MINUTE
      *-> THE REST WAIT IN THE FILE FOR THE NEXT CALL.
            MOVE ZERO TO RCP-COUNT
            OPEN INPUT RECEIPT-FILE
            IF WS-RECEIPT-STATUS = "00"
               PERFORM UNTIL WS-RECEIPT-STATUS = "10"
                   READ RECEIPT-FILE
                       AT END
                           MOVE "10" TO WS-RECEIPT-STATUS
                       NOT AT END
                           IF RECEIPT-REC NOT = SPACES
                              AND RCP-COUNT < 20
                              PERFORM 20A-STORE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       20A-STORE-RECEIPT.
            ADD 1 TO RCP-COUNT
            SET RCP-IDX TO RCP-COUNT
            MOVE ZERO   TO RCP-NTF-ID(RCP-IDX)
            MOVE SPACE  TO RCP-RESULT(RCP-IDX)
            MOVE ZERO   TO RCP-DATE(RCP-IDX)
            MOVE ZERO   TO RCP-HHMMSS(RCP-IDX)
            MOVE SPACES TO RCP-NOTE(RCP-IDX)
            MOVE "N"    TO RCP-MATCHED(RCP-IDX)
            UNSTRING RECEIPT-REC DELIMITED BY SPACE
                     INTO RCP-NTF-ID(RCP-IDX)
                          RCP-RESULT(RCP-IDX)
                          RCP-DATE(RCP-IDX)
                          RCP-HHMMSS(RCP-IDX)
                          RCP-NOTE(RCP-IDX)
      *-> ANYTHING BUT D IS TAKEN AS A FAILURE: A RECEIPT THE GATEWAY
      *-> GARBLED IS NOT PROOF THAT ANYONE WAS TOLD
            IF RCP-RESULT(RCP-IDX) NOT = "D"
               MOVE "F" TO RCP-RESULT(RCP-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       30-LOAD-ACTIVE-ALARMS.
      *-> A FILE THAT WILL NOT OPEN THIS MINUTE (ALARMACK MID-
      *-> REWRITE) IS SIMPLY TRIED AGAIN NEXT MINUTE.
            MOVE ZERO TO ACT-COUNT
            OPEN INPUT ALARM-FILE
            IF WS-ALARM-STATUS = "00"
               PERFORM UNTIL WS-ALARM-STATUS = "10"
                   READ ALARM-FILE
                       AT END
                           MOVE "10" TO WS-ALARM-STATUS
                       NOT AT END
                           IF ALM-ACTIVE AND ACT-COUNT < 100
                              ADD 1 TO ACT-COUNT
                              SET ACT-IDX TO ACT-COUNT
                              MOVE ALM-DATE     TO ACT-DATE(ACT-IDX)
                              MOVE ALM-TIME     TO ACT-TIME(ACT-IDX)
                              MOVE ALM-SEVERITY TO ACT-SEV(ACT-IDX)
                              MOVE ALM-CODE     TO ACT-CODE(ACT-IDX)
                              MOVE ALM-DETAIL   TO ACT-DETAIL(ACT-IDX)
                              MOVE ALL "N"
                                TO ACT-LEVEL-DONE(ACT-IDX, 1)
                                   ACT-LEVEL-DONE(ACT-IDX, 2)
                                   ACT-LEVEL-DONE(ACT-IDX, 3)
                                   ACT-LEVEL-DONE(ACT-IDX, 4)
                                   ACT-LEVEL-DONE(ACT-IDX, 5)
                                   ACT-LEVEL-DONE(ACT-IDX, 6)
                                   ACT-LEVEL-DONE(ACT-IDX, 7)
                                   ACT-LEVEL-DONE(ACT-IDX, 8)
                                   ACT-LEVEL-DONE(ACT-IDX, 9)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALARM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       40-SCAN-NOTIFY-LOG.
      *-> ONE PASS OVER GARDEN.ALN GIVES THE LAST NOTIFICATION NUMBER
      *-> USED, THE LEVELS EACH ACTIVE ALARM HAS ALREADY HAD, THE
      *-> LAST SEND PER SEVERITY/CODE/LEVEL FOR DE-DUPLICATION, AND
      *-> THE ALARM EACH DRAINED RECEIPT BELONGS TO.
            MOVE ZERO TO WS-LAST-NTF-ID
            MOVE ZERO TO DUP-COUNT
            OPEN INPUT NOTELOG-FILE
            IF WS-NOTELOG-STATUS = "00"
               PERFORM UNTIL WS-NOTELOG-STATUS = "10"
                   READ NOTELOG-FILE
                       AT END
                           MOVE "10" TO WS-NOTELOG-STATUS
                       NOT AT END
                           PERFORM 40A-APPLY-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE NOTELOG-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       40A-APPLY-LOG-RECORD.
            IF ALN-NTF-ID > WS-LAST-NTF-ID
               MOVE ALN-NTF-ID TO WS-LAST-NTF-ID
            END-IF

            IF (ALN-SENT OR ALN-COVERED)
               AND ALN-LEVEL > ZERO
               SET ACT-IDX TO 1
               PERFORM UNTIL ACT-IDX > ACT-COUNT
                   IF ACT-DATE(ACT-IDX) = ALN-ALM-DATE
                      AND ACT-TIME(ACT-IDX) = ALN-ALM-TIME
                      AND ACT-CODE(ACT-IDX) = ALN-ALM-CODE
                      MOVE "Y" TO ACT-LEVEL-DONE(ACT-IDX, ALN-LEVEL)
                   END-IF
                   SET ACT-IDX UP BY 1
               END-PERFORM
            END-IF

            IF ALN-SENT
               PERFORM 40B-NOTE-SEND
               SET RCP-IDX TO 1
               PERFORM UNTIL RCP-IDX > RCP-COUNT
                   IF RCP-NTF-ID(RCP-IDX) = ALN-NTF-ID
                      MOVE "Y"           TO RCP-MATCHED(RCP-IDX)
                      MOVE ALN-ALM-DATE  TO RCP-ALM-DATE(RCP-IDX)
                      MOVE ALN-ALM-TIME  TO RCP-ALM-TIME(RCP-IDX)
                      MOVE ALN-ALM-CODE  TO RCP-ALM-CODE(RCP-IDX)
                      MOVE ALN-LEVEL     TO RCP-LEVEL(RCP-IDX)
                      MOVE ALN-RECIPIENT TO RCP-RECIPIENT(RCP-IDX)
                   END-IF
                   SET RCP-IDX UP BY 1
               END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------*
       40B-NOTE-SEND.
      *-> KEEPS THE LATEST SEND PER SEVERITY/CODE/LEVEL.  PAST 50
      *-> DISTINCT KEYS THE REST ARE NOT TRACKED AND SIMPLY GO
      *-> UN-DE-DUPLICATED - TOO MANY MESSAGES BEATS TOO FEW.
            PERFORM 40C-FIND-DUP-KEY
            IF NOT DUP-FOUND AND DUP-COUNT < 50
               ADD 1 TO DUP-COUNT
               SET DUP-IDX TO DUP-COUNT
               MOVE ALN-ALM-SEV  TO DUP-SEV(DUP-IDX)
               MOVE ALN-ALM-CODE TO DUP-CODE(DUP-IDX)
               MOVE ALN-LEVEL    TO DUP-LEVEL(DUP-IDX)
               MOVE ZERO         TO DUP-SENT-TS(DUP-IDX)
               MOVE "Y"          TO WS-DUP-FOUND
            END-IF
            IF DUP-FOUND
               MOVE ALN-DATE         TO WS-WORK-TS(1:8)
               MOVE ALN-TIME(1:4)    TO WS-WORK-TS(9:4)
               IF WS-WORK-TS NOT < DUP-SENT-TS(DUP-IDX)
                  MOVE WS-WORK-TS    TO DUP-SENT-TS(DUP-IDX)
                  MOVE ALN-NTF-ID    TO DUP-NTF-ID(DUP-IDX)
                  MOVE ALN-RECIPIENT TO DUP-RECIPIENT(DUP-IDX)
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       40C-FIND-DUP-KEY.
      *-> LOOKS UP ALN-ALM-SEV / ALN-ALM-CODE / ALN-LEVEL IN DUP-TABLE
            MOVE "N" TO WS-DUP-FOUND
            SET DUP-IDX TO 1
            PERFORM UNTIL DUP-IDX > DUP-COUNT OR DUP-FOUND
                IF DUP-SEV(DUP-IDX)   = ALN-ALM-SEV
                   AND DUP-CODE(DUP-IDX)  = ALN-ALM-CODE
                   AND DUP-LEVEL(DUP-IDX) = ALN-LEVEL
                   MOVE "Y" TO WS-DUP-FOUND
                ELSE
                   SET DUP-IDX UP BY 1
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------*
       45-OPEN-NOTIFY-LOG.
      *-> SAME CREATE-ON-FIRST-USE PATTERN AS THE AUDIT TRAIL
            MOVE "N" TO WS-LOG-OPEN
            OPEN EXTEND NOTELOG-FILE
            IF WS-NOTELOG-STATUS = "05" OR WS-NOTELOG-STATUS = "35"
               OPEN OUTPUT NOTELOG-FILE
               CLOSE NOTELOG-FILE
               OPEN EXTEND NOTELOG-FILE
            END-IF
            IF WS-NOTELOG-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN
            END-IF
            .
      *----------------------------------------------------------------*
       50-WRITE-RECEIPTS.
      *-> A RECEIPT FOR A NUMBER GARDEN.ALN NEVER SENT (THE GATEWAY
      *-> ECHOING SOMETHING OLD OR FOREIGN) BELONGS TO NO ALARM AND
      *-> IS DROPPED.  ONE WRITE THAT FAILS KEEPS THEM ALL IN
      *-> GARDEN.NTR FOR THE NEXT CALL.
            MOVE "Y" TO WS-RCP-LOGGED
            SET RCP-IDX TO 1
            PERFORM UNTIL RCP-IDX > RCP-COUNT
                IF RCP-MATCHED(RCP-IDX) = "Y"
                   MOVE SPACES                 TO ALM-NOTE-REC
                   MOVE RCP-ALM-DATE(RCP-IDX)  TO ALN-ALM-DATE
                   MOVE RCP-ALM-TIME(RCP-IDX)  TO ALN-ALM-TIME
                   MOVE RCP-ALM-CODE(RCP-IDX)  TO ALN-ALM-CODE
                   MOVE SPACE                  TO ALN-ALM-SEV
                   MOVE RCP-RESULT(RCP-IDX)    TO ALN-EVENT
                   MOVE RCP-LEVEL(RCP-IDX)     TO ALN-LEVEL
                   MOVE RCP-NTF-ID(RCP-IDX)    TO ALN-NTF-ID
                   MOVE RCP-RECIPIENT(RCP-IDX) TO ALN-RECIPIENT
                   MOVE RCP-DATE(RCP-IDX)      TO ALN-DATE
                   MOVE ZERO                   TO ALN-TIME
                   MOVE RCP-HHMMSS(RCP-IDX)    TO ALN-TIME(1:6)
                   MOVE RCP-NOTE(RCP-IDX)      TO ALN-NOTE
                   WRITE ALM-NOTE-REC
                   IF WS-NOTELOG-STATUS NOT = "00"
                      MOVE "N" TO WS-RCP-LOGGED
                   END-IF
                END-IF
                SET RCP-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       55-EMPTY-RECEIPTS.
      *-> THE RECEIPTS TAKEN THIS CALL COME OUT OF GARDEN.NTR NOW
      *-> THAT GARDEN.ALN HAS THEM.  EVERYTHING AFTER THEM - PAST THE
      *-> 20 A CALL TAKES, OR WRITTEN BY THE GATEWAY SINCE 20 READ
      *-> THE FILE - GOES TO GARDEN.NTK AND IS PUT BACK, AS WATERARC
      *-> REBUILDS GARDEN.LOG FROM GARDEN.TMP.  GARDEN.NTR IS ONLY
      *-> REWRITTEN ONCE THAT COPY IS WHOLE AND READ BACK; OTHERWISE
      *-> IT STAYS AS IT IS AND THE SAME RECEIPTS ARE LOGGED AGAIN
      *-> NEXT CALL, WHICH BEATS LOSING ANY.
            MOVE "N"  TO WS-KEEP-SAFE
            MOVE ZERO TO WS-RCP-SKIPPED
            OPEN OUTPUT KEEP-FILE
            IF WS-KEEP-STATUS = "00"
               OPEN INPUT RECEIPT-FILE
               IF WS-RECEIPT-STATUS = "00"
                  MOVE "Y" TO WS-KEEP-SAFE
                  PERFORM UNTIL WS-RECEIPT-STATUS = "10"
                      READ RECEIPT-FILE
                          AT END
                              MOVE "10" TO WS-RECEIPT-STATUS
                          NOT AT END
                              PERFORM 55A-KEEP-RECEIPT
                      END-READ
                  END-PERFORM
                  CLOSE RECEIPT-FILE
               END-IF
               CLOSE KEEP-FILE
            END-IF

            IF KEEP-IS-SAFE
               OPEN INPUT KEEP-FILE
               IF WS-KEEP-STATUS = "00"
                  OPEN OUTPUT RECEIPT-FILE
                  IF WS-RECEIPT-STATUS = "00"
                     PERFORM UNTIL WS-KEEP-STATUS = "10"
                         READ KEEP-FILE
                             AT END
                                 MOVE "10" TO WS-KEEP-STATUS
                             NOT AT END
                                 MOVE KEEP-REC TO RECEIPT-REC
                                 WRITE RECEIPT-REC
                         END-READ
                     END-PERFORM
                     CLOSE RECEIPT-FILE
                  END-IF
                  CLOSE KEEP-FILE
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       55A-KEEP-RECEIPT.
      *-> THE GATEWAY ONLY EVER APPENDS, SO THE FIRST RCP-COUNT
      *-> RECEIPTS IN THE FILE ARE STILL THE ONES 20 TOOK
            IF RECEIPT-REC NOT = SPACES
               IF WS-RCP-SKIPPED < RCP-COUNT
                  ADD 1 TO WS-RCP-SKIPPED
               ELSE
                  MOVE RECEIPT-REC TO KEEP-REC
                  WRITE KEEP-REC
                  IF WS-KEEP-STATUS NOT = "00"
                     MOVE "N" TO WS-KEEP-SAFE
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       60-ESCALATE-ALARMS.
            SET ACT-IDX TO 1
            PERFORM UNTIL ACT-IDX > ACT-COUNT
                MOVE 1 TO WS-LVL
                PERFORM UNTIL WS-LVL > 9
                    IF ACT-LEVEL-DONE(ACT-IDX, WS-LVL) NOT = "Y"
                       PERFORM 60A-TRY-ONE-LEVEL
                    END-IF
                    ADD 1 TO WS-LVL
                END-PERFORM
                SET ACT-IDX UP BY 1
            END-PERFORM
            IF WS-SENT-COUNT NOT = ZERO
               CLOSE NOTIFY-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       60A-TRY-ONE-LEVEL.
      *-> EACH LEVEL COUNTS ITS MINUTES FROM THE MOMENT THE ALARM WAS
      *-> RAISED, NOT FROM THE LEVEL BEFORE, SO "15 THEN 60" READS
      *-> THE WAY IT IS WRITTEN IN GARDEN.ESC.
            PERFORM 60B-FIND-RULE
            IF RULE-FOUND
               MOVE ACT-DATE(ACT-IDX)      TO WS-WORK-TS(1:8)
               MOVE ACT-TIME(ACT-IDX)(1:4) TO WS-WORK-TS(9:4)
               MOVE RUL-MINS(RULE-IDX)     TO WS-ADD-MINS
               PERFORM 70-ADD-MINUTES
               IF WS-WORK-TS NOT > WS-NOW-TS
                  PERFORM 60C-CHECK-QUIET-HOURS
                  IF NOT IN-QUIET-HOURS
                     PERFORM 60D-NOTIFY-OR-COVER
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       60B-FIND-RULE.
      *-> A LINE NAMING THE ALARM'S OWN CODE BEATS THE "*" LINE FOR
      *-> THE SAME SEVERITY AND LEVEL, WHEREVER EACH SITS IN THE FILE
            MOVE "N"  TO WS-RULE-FOUND
            MOVE ZERO TO WS-RULE-ANY
            SET RULE-IDX TO 1
            PERFORM UNTIL RULE-IDX > RULE-COUNT OR RULE-FOUND
                IF RUL-SEV(RULE-IDX) = ACT-SEV(ACT-IDX)
                   AND RUL-LEVEL(RULE-IDX) = WS-LVL
                   IF RUL-CODE(RULE-IDX) = ACT-CODE(ACT-IDX)
                      MOVE "Y" TO WS-RULE-FOUND
                   ELSE
                      IF RUL-CODE(RULE-IDX) = "*"
                         AND WS-RULE-ANY = ZERO
                         SET WS-RULE-ANY TO RULE-IDX
                      END-IF
                   END-IF
                END-IF
                IF NOT RULE-FOUND
                   SET RULE-IDX UP BY 1
                END-IF
            END-PERFORM
            IF NOT RULE-FOUND AND WS-RULE-ANY NOT = ZERO
               SET RULE-IDX TO WS-RULE-ANY
               MOVE "Y" TO WS-RULE-FOUND
            END-IF
            .
      *----------------------------------------------------------------*
       60C-CHECK-QUIET-HOURS.
      *-> QFROM = QTO IS NO QUIET HOURS.  QFROM AFTER QTO RUNS ACROSS
      *-> MIDNIGHT (2200 0700 IS THE NIGHT).
            MOVE "N" TO WS-QUIET
            EVALUATE TRUE
                WHEN RUL-QUIET-FROM(RULE-IDX) = RUL-QUIET-TO(RULE-IDX)
                     CONTINUE
                WHEN RUL-QUIET-FROM(RULE-IDX) < RUL-QUIET-TO(RULE-IDX)
                     IF WS-NOW-HHMM NOT < RUL-QUIET-FROM(RULE-IDX)
                        AND WS-NOW-HHMM < RUL-QUIET-TO(RULE-IDX)
                        MOVE "Y" TO WS-QUIET
                     END-IF
                WHEN OTHER
                     IF WS-NOW-HHMM NOT < RUL-QUIET-FROM(RULE-IDX)
                        OR WS-NOW-HHMM < RUL-QUIET-TO(RULE-IDX)
                        MOVE "Y" TO WS-QUIET
                     END-IF
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       60D-NOTIFY-OR-COVER.
      *-> A SEND FOR THE SAME SEVERITY/CODE/LEVEL INSIDE THE RULE'S
      *-> DEDUPMINS COVERS THIS ALARM: IT IS LOGGED AGAINST THE
      *-> EARLIER NOTIFICATION'S NUMBER AND NOTHING NEW GOES OUT.
            MOVE SPACES            TO ALM-NOTE-REC
            MOVE ACT-DATE(ACT-IDX) TO ALN-ALM-DATE
            MOVE ACT-TIME(ACT-IDX) TO ALN-ALM-TIME
            MOVE ACT-CODE(ACT-IDX) TO ALN-ALM-CODE
            MOVE ACT-SEV(ACT-IDX)  TO ALN-ALM-SEV
            MOVE WS-LVL            TO ALN-LEVEL
            PERFORM 40C-FIND-DUP-KEY
            IF DUP-FOUND AND RUL-DEDUP-MINS(RULE-IDX) NOT = ZERO
               MOVE DUP-SENT-TS(DUP-IDX)    TO WS-WORK-TS
               MOVE RUL-DEDUP-MINS(RULE-IDX) TO WS-ADD-MINS
               PERFORM 70-ADD-MINUTES
               IF WS-WORK-TS > WS-NOW-TS
                  MOVE "C"                    TO ALN-EVENT
                  MOVE DUP-NTF-ID(DUP-IDX)    TO ALN-NTF-ID
                  MOVE DUP-RECIPIENT(DUP-IDX) TO ALN-RECIPIENT
                  PERFORM 60F-WRITE-LOG-EVENT
               ELSE
                  PERFORM 60E-SEND-NOTIFICATION
               END-IF
            ELSE
               PERFORM 60E-SEND-NOTIFICATION
            END-IF
            MOVE "Y" TO ACT-LEVEL-DONE(ACT-IDX, WS-LVL)
            .
      *----------------------------------------------------------------*
       60E-SEND-NOTIFICATION.
      *-> ONE FIXED-COLUMN LINE FOR THE GATEWAY: NTFID LEVEL
      *-> RECIPIENT SEV CODE ALARM-DATE ALARM-TIME DETAIL.  THE
      *-> GATEWAY OWNS THE FILE ONCE WRITTEN AND EMPTIES IT AS IT
      *-> SENDS; IT ANSWERS BY NUMBER IN GARDEN.NTR.
            IF WS-SENT-COUNT = ZERO
               OPEN EXTEND NOTIFY-FILE
               IF WS-NOTIFY-STATUS = "05" OR WS-NOTIFY-STATUS = "35"
                  OPEN OUTPUT NOTIFY-FILE
                  CLOSE NOTIFY-FILE
                  OPEN EXTEND NOTIFY-FILE
               END-IF
            END-IF
            IF WS-NOTIFY-STATUS = "00"
               ADD 1 TO WS-LAST-NTF-ID
               ADD 1 TO WS-SENT-COUNT
               MOVE SPACES TO NOTIFY-REC
               STRING WS-LAST-NTF-ID           DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      WS-LVL(2:1)              DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      RUL-RECIPIENT(RULE-IDX)  DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      ACT-SEV(ACT-IDX)         DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      ACT-CODE(ACT-IDX)        DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      ACT-DATE(ACT-IDX)        DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      ACT-TIME(ACT-IDX)        DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      ACT-DETAIL(ACT-IDX)      DELIMITED BY SIZE
                      INTO NOTIFY-REC
               END-STRING
               WRITE NOTIFY-REC

               MOVE "S"                     TO ALN-EVENT
               MOVE WS-LAST-NTF-ID          TO ALN-NTF-ID
               MOVE RUL-RECIPIENT(RULE-IDX) TO ALN-RECIPIENT
               PERFORM 60F-WRITE-LOG-EVENT
      *-> LATER ALARMS IN THIS SAME CALL ARE COVERED BY THIS SEND
               PERFORM 40B-NOTE-SEND
            END-IF
            .
      *----------------------------------------------------------------*
       60F-WRITE-LOG-EVENT.
      *-> ALN-ALM-* / ALN-LEVEL / ALN-EVENT / ALN-NTF-ID /
      *-> ALN-RECIPIENT ARE SET BY THE CALLER
            MOVE WS-DATE    TO ALN-DATE
            MOVE WS-TIME    TO ALN-TIME
            MOVE SPACES     TO ALN-NOTE
            WRITE ALM-NOTE-REC
            .
      *----------------------------------------------------------------*
       70-ADD-MINUTES.
      *-> WS-WORK-TS (YYYYMMDDHHMM) := WS-WORK-TS + WS-ADD-MINS,
      *-> CARRYING THROUGH THE HOURS, THE DAYS AND THE MONTH ENDS
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
            PERFORM 71-ADD-ONE-DAY WS-ADD-DAYS TIMES
            MOVE WS-WORK-DATE     TO WS-WORK-TS(1:8)
            .
      *----------------------------------------------------------------*
       71-ADD-ONE-DAY.
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
      *-> GOBACK RETURNS TO THE COBOLGARDEN WATERING THREAD WHEN
      *-> CALLED, AND ENDS THE RUN WHEN STARTED STANDALONE.
            GOBACK
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * E O F                                                       *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
