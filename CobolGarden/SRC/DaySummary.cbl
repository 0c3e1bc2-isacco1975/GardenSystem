       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DAYSUM".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  31.10.2023.
       DATE-COMPILED. 31.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      DAILY SUMMARY UPDATER.  CALLED - NEVER RUN      *
      *               STANDALONE - WITH THE REQUEST IN DSMREQ.cpy.    *
      *               ADDS ONE GARDEN.LOG EVENT TO ITS DAY AND        *
      *               ZONE IN THE INDEXED DAILY SUMMARY FILE          *
      *               GARDEN.DSM (DSMREC.cpy): CYCLES BY TRIGGER,     *
      *               FAILED, HELD AND INTERRUPTED OPENS, SECONDS,    *
      *               LITRES, FERTIGATION SECONDS AND MANUAL          *
      *               OPENS.  COBOLGARDEN CALLS IT AFTER EVERY        *
      *               GARDEN.LOG RECORD IT WRITES, ONE EVENT PER      *
      *               CALL WITH THE FILE OPENED AND CLOSED EACH       *
      *               TIME; DAYREBLD CALLS IT WITH THE FILE KEPT      *
      *               OPEN FOR A WHOLE REBUILD.  THE COUNTING         *
      *               RULES LIVE HERE AND ONLY HERE, SO THE LIVE      *
      *               FILE AND A REBUILT ONE CANNOT DISAGREE.         *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   31.10.2023   IGP  ORIGINAL VERSION.                          *
      *   01.11.2023   IGP  FLOW CALIBRATION TEST RUNS (TRIGGER "C")   *
      *                     ARE NOT THE ZONE'S WATERING: THEIR LITRES  *
      *                     GO TO THE NEW DSM-CAL-LITRES AND NOTHING   *
      *                     ELSE - NO CYCLE, NO FAILURE, NO SECONDS,   *
      *                     NO MANUAL OPEN.                            *
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
           SELECT DAYSUM-FILE        ASSIGN TO "GARDEN.DSM"
                  ORGANIZATION       IS INDEXED
                  ACCESS MODE        IS DYNAMIC
                  RECORD KEY         IS DSM-KEY
                  FILE STATUS        IS WS-DAYSUM-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * F I L E   S E C T I O N                                        *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  DAYSUM-FILE.
           COPY "DSMREC.cpy".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * W O R K I N G   S T O R A G E   S E C T I O N                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-DAYSUM-STATUS      PIC  X(02)        VALUE "00".
      *
      *-> THE EVENT IN HAND, UNPACKED FROM DSR-EVENT
           COPY "WLOGREC.cpy".
      *
      *-> "Y" WHILE A REBUILD HOLDS GARDEN.DSM OPEN BETWEEN CALLS
       77 DSU-KEPT-OPEN         PIC  X(01)        VALUE "N".
          88 SUMMARY-KEPT-OPEN      VALUE "Y".
      *-> "Y" WHEN THE EVENT'S DAY AND ZONE HAD NO RECORD YET
       77 DSU-NEW-RECORD        PIC  X(01)        VALUE "N".
          88 FIRST-EVENT-OF-DAY     VALUE "Y".
       77 DSU-EVENT-LITRES      PIC  9(06)V99     VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * L I N K A G E   S E C T I O N                                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LINKAGE SECTION.
           COPY "DSMREQ.cpy".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * P R O C E D U R E   D I V I S I O N                            *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION USING DAY-SUM-REQUEST.
      *----------------------------------------------------------------*
       00-MAIN.
            SET DSR-FAILED TO TRUE
            MOVE SPACES TO DSR-FILE-STATUS
            EVALUATE TRUE
                WHEN DSR-ADD-ONE
                     PERFORM 10-OPEN-SUMMARY
                     IF WS-DAYSUM-STATUS = "00"
                        PERFORM 20-ADD-EVENT
                        CLOSE DAYSUM-FILE
                     END-IF
                WHEN DSR-BEGIN-REBUILD
                     PERFORM 15-START-REBUILD
                WHEN DSR-ADD-KEPT-OPEN
                     IF SUMMARY-KEPT-OPEN
                        PERFORM 20-ADD-EVENT
                     END-IF
                WHEN DSR-END-REBUILD
                     IF SUMMARY-KEPT-OPEN
                        CLOSE DAYSUM-FILE
                        MOVE "N" TO DSU-KEPT-OPEN
                        SET DSR-DONE TO TRUE
                     END-IF
                WHEN OTHER
                     CONTINUE
            END-EVALUATE
            IF DSR-FAILED
               MOVE WS-DAYSUM-STATUS TO DSR-FILE-STATUS
            END-IF
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       10-OPEN-SUMMARY.
      *-> FIRST EVENT EVER CREATES GARDEN.DSM, SAME PATTERN
      *-> 16-LOG-WATER-EVENT USES TO CREATE GARDEN.LOG.  A FILE HELD
      *-> BY A REPORT OR A REBUILD JUST FAILS THIS ONE EVENT; DAYREBLD
      *-> PUTS IT BACK FROM GARDEN.LOG.
            OPEN I-O DAYSUM-FILE
            IF WS-DAYSUM-STATUS = "05" OR WS-DAYSUM-STATUS = "35"
               OPEN OUTPUT DAYSUM-FILE
               CLOSE DAYSUM-FILE
               OPEN I-O DAYSUM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       15-START-REBUILD.
      *-> OPEN OUTPUT EMPTIES GARDEN.DSM; IT IS THEN REOPENED I-O SO
      *-> EACH EVENT CAN READ AND REWRITE ITS DAY.
            IF SUMMARY-KEPT-OPEN
               CLOSE DAYSUM-FILE
               MOVE "N" TO DSU-KEPT-OPEN
            END-IF
            OPEN OUTPUT DAYSUM-FILE
            IF WS-DAYSUM-STATUS = "00"
               CLOSE DAYSUM-FILE
               OPEN I-O DAYSUM-FILE
               IF WS-DAYSUM-STATUS = "00"
                  MOVE "Y" TO DSU-KEPT-OPEN
                  SET DSR-DONE TO TRUE
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       20-ADD-EVENT.
            MOVE DSR-EVENT TO WATERLOG-REC
            MOVE WLOG-DATE TO DSM-DATE
            MOVE WLOG-ZONE TO DSM-ZONE
            READ DAYSUM-FILE
                INVALID KEY
                    MOVE "Y" TO DSU-NEW-RECORD
                NOT INVALID KEY
                    MOVE "N" TO DSU-NEW-RECORD
            END-READ
            IF FIRST-EVENT-OF-DAY
               PERFORM 20A-CLEAR-NEW-RECORD
            END-IF
      *-> A DAY SUMMED BEFORE CALIBRATION LITRES WERE KEPT HAS
      *-> SPACES THERE.
            IF DSM-CAL-LITRES NOT NUMERIC
               MOVE ZERO TO DSM-CAL-LITRES
            END-IF

            PERFORM 30-COUNT-EVENT

            IF FIRST-EVENT-OF-DAY
               WRITE DAYSUM-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
            ELSE
               REWRITE DAYSUM-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
            END-IF
            IF WS-DAYSUM-STATUS = "00"
               SET DSR-DONE TO TRUE
            END-IF
            .
      *----------------------------------------------------------------*
       20A-CLEAR-NEW-RECORD.
            MOVE SPACES    TO DAYSUM-REC
            MOVE WLOG-DATE TO DSM-DATE
            MOVE WLOG-ZONE TO DSM-ZONE
            MOVE ZERO      TO DSM-AUTO-CYCLES
            MOVE ZERO      TO DSM-MANUAL-CYCLES
            MOVE ZERO      TO DSM-RETRY-CYCLES
            MOVE ZERO      TO DSM-LATER-PASSES
            MOVE ZERO      TO DSM-RETRY-TRIES
            MOVE ZERO      TO DSM-FAILURES
            MOVE ZERO      TO DSM-HELD
            MOVE ZERO      TO DSM-INTERRUPTED
            MOVE ZERO      TO DSM-WATER-SECS
            MOVE ZERO      TO DSM-LITRES
            MOVE ZERO      TO DSM-FERT-SECS
            MOVE ZERO      TO DSM-MANUAL-OPENS
            MOVE ZERO      TO DSM-CAL-LITRES
            .
      *----------------------------------------------------------------*
       30-COUNT-EVENT.
      *-> THE SAME RULES WATERRPT, EQUIPRPT AND THE BUDGET TRACKING
      *-> ALWAYS APPLIED TO THE RAW EVENTS.  A FERTIGATION DOSE
      *-> (TRIGGER "F") IS INJECTOR SECONDS, NOT WATER: IT TOTALS IN
      *-> ITS OWN FIELD AND NOWHERE ELSE.  A HELD CYCLE MOVED NO
      *-> WATER AND BROKE NOTHING - IT IS NOT A FAILURE.  A FLOW
      *-> CALIBRATION TEST RUN (TRIGGER "C") IS THE OPERATOR
      *-> MEASURING THE VALVE, NOT THE ZONE BEING WATERED: ONLY THE
      *-> LITRES OF A RUN THAT RAN ARE KEPT, IN THEIR OWN FIELD.
            EVALUATE TRUE
                WHEN WLOG-CALIB
                     IF WLOG-SUCCESS
                        PERFORM 30A-EVENT-LITRES
                        ADD DSU-EVENT-LITRES TO DSM-CAL-LITRES
                     END-IF
                WHEN WLOG-FERT
                     IF WLOG-SUCCESS
                        ADD WLOG-DURATION TO DSM-FERT-SECS
                     END-IF
                WHEN WLOG-SUCCESS
                     ADD WLOG-DURATION    TO DSM-WATER-SECS
                     PERFORM 30A-EVENT-LITRES
                     ADD DSU-EVENT-LITRES TO DSM-LITRES
                     PERFORM 30B-COUNT-CYCLE
                WHEN WLOG-HELD
                     ADD 1                TO DSM-HELD
                WHEN WLOG-INTERRUPTED
                     ADD 1                TO DSM-INTERRUPTED
                WHEN OTHER
                     ADD 1                TO DSM-FAILURES
            END-EVALUATE

      *-> A RETRY, SUCCESSFUL OR NOT, IS ALSO COUNTED AS AN ATTEMPT,
      *-> AND EVERY MANUAL OR REMOTE OPEN THAT GOT AS FAR AS THE
      *-> VALVE COUNTS AGAINST THE DAY'S MANUAL CAP.  A CYCLE SPLIT
      *-> INTO SOAK PASSES IS ONE ATTEMPT: ONLY ITS FIRST PASS.
            IF NOT WLOG-FERT AND NOT WLOG-CALIB
               AND NOT WLOG-LATER-PASS
               IF WLOG-RETRY
                  ADD 1 TO DSM-RETRY-TRIES
               END-IF
               IF WLOG-MANUAL AND NOT WLOG-HELD
                  ADD 1 TO DSM-MANUAL-OPENS
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30A-EVENT-LITRES.
      *-> RECORDS FROM BEFORE THE PULSE METER EXISTED (OR FROM A
      *-> ZONE WITHOUT ONE) CARRY SPACES OR "N" IN THE METER BYTES
      *-> AND KEEP THE THEORETICAL FIGURE.
            IF WLOG-ACT-LITRES NUMERIC
               AND WLOG-FLOW-FLAG NOT = "N"
               AND WLOG-FLOW-FLAG NOT = SPACE
               MOVE WLOG-ACT-LITRES TO DSU-EVENT-LITRES
            ELSE
               COMPUTE DSU-EVENT-LITRES
                       = WLOG-DURATION * DSR-ZONE-FLOW
            END-IF
            .
      *----------------------------------------------------------------*
       30B-COUNT-CYCLE.
      *-> ONLY A CYCLE'S FIRST PASS IS A CYCLE; A LATER PASS IS ONE
      *-> MORE OPEN OF THE SAME VALVE.
            IF WLOG-LATER-PASS
               ADD 1 TO DSM-LATER-PASSES
            ELSE
               EVALUATE TRUE
                   WHEN WLOG-MANUAL
                        ADD 1 TO DSM-MANUAL-CYCLES
                   WHEN WLOG-RETRY
                        ADD 1 TO DSM-RETRY-CYCLES
                   WHEN OTHER
                        ADD 1 TO DSM-AUTO-CYCLES
               END-EVALUATE
            END-IF
            .
      *----------------------------------------------------------------*
       99-END.
            GOBACK
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * E O F                                                       *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
