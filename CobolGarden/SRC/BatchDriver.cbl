       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "BATCHDRV".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  27.10.2023.
       DATE-COMPILED. 27.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      BATCH STREAM DRIVER.  ASKS FOR A STREAM AND     *
      *               CALLS ITS PROGRAMS IN THE ONE SAFE ORDER:       *
      *               N = NIGHTLY (WATERCPL, EQUIPRPT, WATERRPT,      *
      *               WATERPLN) FOR TODAY; M = MONTH-END              *
      *               (WATERRCN, WATERARC, EQUIPRPT, SEASONCMP,       *
      *               WATERRPT, WATERPLN, PLOTBILL) FOR A CLOSED      *
      *               MONTH, YYYYMM OR 0 FOR LAST MONTH.  WATERRCN    *
      *               AND PLOTBILL ARE REFUSED UNTIL THE MONTH'S      *
      *               GARDEN.MTR READING IS KEYED.  WATERARC IS       *
      *               REFUSED WHILE COBOLGARDEN HAS A CYCLE OPEN      *
      *               IN GARDEN.JNL, AND WHILE ANY CLOSED MONTH IT    *
      *               WOULD ROLL OUT OF GARDEN.LOG HAS NO             *
      *               GARDEN.MTR READING.  EACH STEP'S START, END     *
      *               AND RETURN CODE GO TO THE RUN-CONTROL FILE      *
      *               GARDEN.RUN (RUNREC.cpy) AS THEY HAPPEN.  A      *
      *               RETURN CODE OVER 4, OR A REFUSED STEP, STOPS    *
      *               THE STREAM THERE; RUNNING THE SAME STREAM       *
      *               FOR THE SAME PERIOD AGAIN SKIPS THE STEPS       *
      *               ALREADY COMPLETE AND PICKS UP AT THE ONE        *
      *               THAT STOPPED IT (A MONTH-END STILL SHORT OF     *
      *               ITS ARCHIVE REPEATS WATERRCN).  A NEW           *
      *               MONTH-END IS REFUSED WHILE AN EARLIER ONE IS    *
      *               UNFINISHED.  THE OUTCOME IS LEFT IN             *
      *               GARDEN.AUD UNDER NIGHTLY OR MONTHEND,           *
      *               OPERATOR "BATCH".  RETURN CODE 0 WHEN THE       *
      *               STREAM IS COMPLETE, 8 WHEN IT STOPPED OR        *
      *               NEVER STARTED.                                  *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   27.10.2023   IGP  ORIGINAL VERSION.                          *
      *   29.10.2023   IGP  PLOTBILL (THE PLOT HOLDERS' WATER          *
      *                     STATEMENTS) RUNS AS THE LAST MONTH-END     *
      *                     STEP, AFTER WATERARC HAS PUT THE MONTH IN  *
      *                     GARDEN.HIS, AND NEEDS THE MONTH'S          *
      *                     GARDEN.MTR READING LIKE WATERRCN.  IT      *
      *                     TAKES THE MONTH FROM ITS OWN STARTED LINE  *
      *                     IN GARDEN.RUN.                             *
      *   02.11.2023   IGP  WATERARC ROLLS EVERY CLOSED MONTH OUT OF   *
      *                     GARDEN.LOG, NOT ONLY THE ONE BEING CLOSED, *
      *                     SO ITS STEP IS NOW ALSO REFUSED WHILE ANY  *
      *                     OF THOSE MONTHS HAS NO GARDEN.MTR READING, *
      *                     AND A RERUN THAT HAS NOT YET GOT PAST THE  *
      *                     ARCHIVE RUNS WATERRCN AGAIN SO EVERY SUCH  *
      *                     MONTH IS RECONCILED FIRST.                 *
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
           SELECT RUNCTL-FILE        ASSIGN TO "GARDEN.RUN"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RUNCTL-STATUS.
           SELECT METER-FILE         ASSIGN TO "GARDEN.MTR"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-METER-STATUS.
           SELECT JOURNAL-FILE       ASSIGN TO "GARDEN.JNL"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-JOURNAL-STATUS.
           SELECT WATERLOG-FILE      ASSIGN TO "GARDEN.LOG"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-WATERLOG-STATUS.
           SELECT AUDIT-FILE         ASSIGN TO "GARDEN.AUD"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-AUDIT-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * F I L E   S E C T I O N                                        *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  RUNCTL-FILE.
           COPY "RUNREC.cpy".
      *
       FD  METER-FILE.
       01  METER-REC                 PIC X(20).
      *
       FD  JOURNAL-FILE.
       01  JOURNAL-REC               PIC X(40).
      *
       FD  WATERLOG-FILE.
           COPY "WLOGREC.cpy".
      *
       FD  AUDIT-FILE.
           COPY "AUDREC.cpy".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * W O R K I N G   S T O R A G E   S E C T I O N                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-RUNCTL-STATUS      PIC  X(02)        VALUE "00".
       77 WS-METER-STATUS       PIC  X(02)        VALUE "00".
       77 WS-JOURNAL-STATUS     PIC  X(02)        VALUE "00".
       77 WS-WATERLOG-STATUS    PIC  X(02)        VALUE "00".
       77 WS-AUDIT-STATUS       PIC  X(02)        VALUE "00".
      *
       77 WS-DATE               PIC  9(08)        VALUE ZERO.
       77 WS-TIME               PIC  9(08)        VALUE ZERO.
      *
      *-> THE STREAM ASKED FOR, AND THE PERIOD IT RUNS FOR IN
      *-> GARDEN.RUN'S FORM (SPACES = NOTHING VALID WAS ASKED FOR)
       77 BAT-STREAM            PIC  X(01)        VALUE SPACE.
          88 BAT-NIGHTLY            VALUE "N".
          88 BAT-MONTH-END          VALUE "M".
       77 BAT-PERIOD            PIC  X(08)        VALUE SPACES.
       77 BAT-ASK-MONTH         PIC  9(06)        VALUE ZERO.
       77 BAT-CURR-YYYYMM       PIC  9(06)        VALUE ZERO.
       77 BAT-YEAR              PIC  9(04)        VALUE ZERO.
       77 BAT-MONTH             PIC  9(02)        VALUE ZERO.
      *
      *-> THE STREAM'S STEPS IN RUN ORDER, WITH WHERE EACH ONE STANDS
       77 STEP-COUNT            PIC  9(02)        VALUE ZERO.
       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 7 TIMES INDEXED BY STEP-IDX SAV-IDX.
             10 STP-PROGRAM          PIC X(10).
             10 STP-STATE            PIC X(01).
             10 STP-START-DATE       PIC 9(08).
             10 STP-START-TIME       PIC 9(08).
             10 STP-END-DATE         PIC 9(08).
             10 STP-END-TIME         PIC 9(08).
             10 STP-RC               PIC 9(04).
             10 STP-NOTE             PIC X(24).
       77 BAT-STEP-NO           PIC  9(02)        VALUE ZERO.
       77 BAT-CALL-NAME         PIC  X(10)        VALUE SPACES.
       77 BAT-SHOW-NOTE         PIC  X(40)        VALUE SPACES.
      *
      *-> THE OTHER STREAM'S LINES IN GARDEN.RUN, WRITTEN BACK AS
      *-> THEY WERE READ
       77 OTH-COUNT             PIC  9(02)        VALUE ZERO.
       01 OTH-TABLE.
          05 OTH-REC OCCURS 20 TIMES INDEXED BY OTH-IDX
                                     PIC X(83).
      *
      *-> WHAT GARDEN.RUN SAYS ABOUT THIS STREAM'S LAST RUN
       77 BAT-RESTART           PIC  X(01)        VALUE "N".
          88 RESTART-RUN            VALUE "Y".
       77 BAT-DONE-COUNT        PIC  9(02)        VALUE ZERO.
      *-> AN EARLIER PERIOD IS OPEN WHEN ONE OF ITS STEPS RAN AND ONE
      *-> IS NOT COMPLETE; A RUN REFUSED AT ITS FIRST STEP CHANGED
      *-> NOTHING AND HOLDS NOTHING UP
       77 BAT-OLD-RAN           PIC  X(01)        VALUE "N".
          88 OLD-RUN-STARTED        VALUE "Y".
       77 BAT-OLD-OPEN          PIC  X(01)        VALUE "N".
          88 OLD-RUN-OPEN           VALUE "Y".
       77 BAT-OLD-PERIOD        PIC  X(08)        VALUE SPACES.
      *
      *-> C = EVERY STEP COMPLETE, F = A STEP FAILED, R = A STEP WAS
      *-> REFUSED
       77 BAT-OUTCOME           PIC  X(01)        VALUE "C".
          88 STREAM-COMPLETE        VALUE "C".
          88 STREAM-FAILED          VALUE "F".
          88 STREAM-REFUSED         VALUE "R".
       77 BAT-STOP              PIC  X(01)        VALUE "N".
          88 STREAM-STOPPED         VALUE "Y".
       77 BAT-STOP-PROGRAM      PIC  X(10)        VALUE SPACES.
       77 BAT-STOP-RC           PIC  9(04)        VALUE ZERO.
       77 BAT-STOP-NOTE         PIC  X(24)        VALUE SPACES.
       77 BAT-SAVED             PIC  X(01)        VALUE "N".
          88 RUN-CONTROL-SAVED      VALUE "Y".
      *
       77 BAT-PREREQ            PIC  X(01)        VALUE "Y".
          88 PREREQ-MET             VALUE "Y".
       77 BAT-PREREQ-NOTE       PIC  X(24)        VALUE SPACES.
       77 BAT-MTR-MONTH         PIC  X(06)        VALUE SPACES.
      *-> THE MONTH 60A LOOKS FOR IN GARDEN.MTR, AND THE CLOSED MONTHS
      *-> 60C MEETS IN GARDEN.LOG
       77 BAT-CHK-MONTH         PIC  X(06)        VALUE SPACES.
       77 BAT-REC-MONTH         PIC  9(06)        VALUE ZERO.
       77 BAT-LOG-MONTH         PIC  9(06)        VALUE ZERO.
      *
       77 WS-AUD-ACTION         PIC  X(10)        VALUE SPACES.
       77 WS-AUD-DETAIL         PIC  X(30)        VALUE SPACES.
       77 WS-AUD-OPERATOR       PIC  X(08)        VALUE "BATCH".
       01 WS-SHOW-LINE          PIC X(70)         VALUE SPACES.
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
            MOVE WS-DATE(1:6) TO BAT-CURR-YYYYMM

            PERFORM 10-ASK-STREAM
            IF BAT-PERIOD = SPACES
               MOVE 8 TO RETURN-CODE
               PERFORM 99-END
            END-IF

            PERFORM 20-BUILD-STEP-LIST
            PERFORM 30-LOAD-RUN-CONTROL

            EVALUATE TRUE
      *-> WATERARC ROLLS OUT EVERY CLOSED MONTH AT ONCE, SO CLOSING A
      *-> NEW MONTH OVER AN UNFINISHED ONE WOULD ARCHIVE THE OLD
      *-> MONTH BEFORE ITS RECONCILIATION EVER RAN.
                WHEN BAT-MONTH-END AND OLD-RUN-OPEN
                     AND OLD-RUN-STARTED
                     MOVE SPACES TO WS-SHOW-LINE
                     STRING "MONTH-END "     DELIMITED BY SIZE
                            BAT-OLD-PERIOD   DELIMITED BY SPACE
                            " NOT FINISHED - RERUN IT FIRST"
                                             DELIMITED BY SIZE
                            INTO WS-SHOW-LINE
                     END-STRING
                     DISPLAY WS-SHOW-LINE
                     MOVE SPACES TO WS-AUD-DETAIL
                     STRING BAT-PERIOD       DELIMITED BY SPACE
                            " REFUSED, "     DELIMITED BY SIZE
                            BAT-OLD-PERIOD   DELIMITED BY SPACE
                            " OPEN"          DELIMITED BY SIZE
                            INTO WS-AUD-DETAIL
                     END-STRING
                     PERFORM 90-WRITE-AUDIT-EVENT
                     MOVE 8 TO RETURN-CODE
                WHEN RESTART-RUN AND BAT-DONE-COUNT = STEP-COUNT
                     DISPLAY "STREAM ALREADY COMPLETE FOR THIS PERIOD"
                             " - NOTHING RUN"
                     MOVE SPACES TO WS-AUD-DETAIL
                     STRING BAT-PERIOD       DELIMITED BY SPACE
                            " ALREADY COMPLETE" DELIMITED BY SIZE
                            INTO WS-AUD-DETAIL
                     END-STRING
                     PERFORM 90-WRITE-AUDIT-EVENT
                WHEN OTHER
      *-> A NIGHTLY RUN THAT NEVER FINISHED IS SIMPLY OVERTAKEN BY
      *-> TONIGHT'S: ITS REPORTS ARE REBUILT FROM SCRATCH ANYWAY.
                     IF OLD-RUN-OPEN AND OLD-RUN-STARTED
                        MOVE SPACES TO WS-AUD-DETAIL
                        STRING BAT-OLD-PERIOD DELIMITED BY SPACE
                               " LEFT INCOMPLETE" DELIMITED BY SIZE
                               INTO WS-AUD-DETAIL
                        END-STRING
                        PERFORM 90-WRITE-AUDIT-EVENT
                     END-IF
                     PERFORM 40-RUN-STREAM
                     PERFORM 80-WRITE-SUMMARY
            END-EVALUATE

            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       10-ASK-STREAM.
            MOVE SPACES TO BAT-PERIOD
            DISPLAY "STREAM TO RUN (N = NIGHTLY, M = MONTH-END):"
            ACCEPT BAT-STREAM
            EVALUATE TRUE
                WHEN BAT-NIGHTLY
                     MOVE WS-DATE   TO BAT-PERIOD
                     MOVE "NIGHTLY" TO WS-AUD-ACTION
                WHEN BAT-MONTH-END
                     PERFORM 10A-ASK-MONTH
                WHEN OTHER
                     DISPLAY "STREAM MUST BE N OR M - NOTHING RUN"
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       10A-ASK-MONTH.
            DISPLAY "MONTH TO CLOSE (YYYYMM, 0 = LAST MONTH):"
            MOVE ZERO TO BAT-ASK-MONTH
            ACCEPT BAT-ASK-MONTH
            IF BAT-ASK-MONTH = ZERO
               MOVE WS-DATE(1:4) TO BAT-YEAR
               MOVE WS-DATE(5:2) TO BAT-MONTH
               IF BAT-MONTH = 1
                  MOVE 12 TO BAT-MONTH
                  SUBTRACT 1 FROM BAT-YEAR
               ELSE
                  SUBTRACT 1 FROM BAT-MONTH
               END-IF
               COMPUTE BAT-ASK-MONTH = BAT-YEAR * 100 + BAT-MONTH
            END-IF

            MOVE BAT-ASK-MONTH(5:2) TO BAT-MONTH
            EVALUATE TRUE
                WHEN BAT-MONTH < 1 OR BAT-MONTH > 12
                     DISPLAY "NOT A MONTH (YYYYMM) - NOTHING RUN"
      *-> THE CURRENT MONTH IS STILL BEING WATERED AND LOGGED
                WHEN BAT-ASK-MONTH NOT < BAT-CURR-YYYYMM
                     DISPLAY "MONTH NOT CLOSED YET - NOTHING RUN"
                WHEN OTHER
                     MOVE BAT-ASK-MONTH TO BAT-PERIOD(1:6)
                     MOVE "MONTHEND"    TO WS-AUD-ACTION
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       20-BUILD-STEP-LIST.
      *-> MONTH-END: THE RECONCILIATION NEEDS THE MONTH STILL IN
      *-> GARDEN.LOG, SO IT GOES BEFORE THE ARCHIVE; EVERYTHING THAT
      *-> READS GARDEN.HIS GOES AFTER IT.  NIGHTLY: REPORTS AND THE
      *-> PLAN ONLY - NOTHING THAT REWRITES A FILE COBOLGARDEN IS
      *-> WRITING, SO IT RUNS BESIDE THE CONTROLLER.
            MOVE ZERO TO STEP-COUNT
            IF BAT-NIGHTLY
               MOVE "WATERCPL"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "EQUIPRPT"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "WATERRPT"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "WATERPLN"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
            ELSE
               MOVE "WATERRCN"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "WATERARC"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "EQUIPRPT"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "SEASONCMP" TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "WATERRPT"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "WATERPLN"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
               MOVE "PLOTBILL"  TO BAT-CALL-NAME
               PERFORM 20A-ADD-STEP
            END-IF
            .
      *----------------------------------------------------------------*
       20A-ADD-STEP.
            ADD 1 TO STEP-COUNT
            SET STEP-IDX TO STEP-COUNT
            MOVE BAT-CALL-NAME TO STP-PROGRAM(STEP-IDX)
            MOVE "P"           TO STP-STATE(STEP-IDX)
            MOVE ZERO          TO STP-START-DATE(STEP-IDX)
            MOVE ZERO          TO STP-START-TIME(STEP-IDX)
            MOVE ZERO          TO STP-END-DATE(STEP-IDX)
            MOVE ZERO          TO STP-END-TIME(STEP-IDX)
            MOVE ZERO          TO STP-RC(STEP-IDX)
            MOVE SPACES        TO STP-NOTE(STEP-IDX)
            .
      *----------------------------------------------------------------*
       30-LOAD-RUN-CONTROL.
            MOVE ZERO   TO OTH-COUNT
            MOVE ZERO   TO BAT-DONE-COUNT
            MOVE "N"    TO BAT-RESTART
            MOVE "N"    TO BAT-OLD-RAN
            MOVE "N"    TO BAT-OLD-OPEN
            MOVE SPACES TO BAT-OLD-PERIOD
            OPEN INPUT RUNCTL-FILE
            IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-STATUS = "10"
                   READ RUNCTL-FILE
                       AT END
                           MOVE "10" TO WS-RUNCTL-STATUS
                       NOT AT END
                           PERFORM 30A-SORT-RUN-LINE
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
            END-IF

      *-> WATERARC TAKES EVERY MONTH CLOSED BY THE TIME IT RUNS, WHICH
      *-> ON A RERUN MAY BE MORE THAN WATERRCN SAW LAST TIME; UNTIL THE
      *-> ARCHIVE IS COMPLETE THE RECONCILIATION (STEP 1, ALWAYS SAFE
      *-> TO REPEAT) RUNS AGAIN RIGHT BEFORE IT
            IF BAT-MONTH-END AND RESTART-RUN
               AND STP-STATE(1) = "C" AND STP-STATE(2) NOT = "C"
               MOVE "P" TO STP-STATE(1)
               SUBTRACT 1 FROM BAT-DONE-COUNT
            END-IF
            .
      *----------------------------------------------------------------*
       30A-SORT-RUN-LINE.
            EVALUATE TRUE
                WHEN RUN-STREAM NOT = BAT-STREAM
                     IF OTH-COUNT < 20
                        ADD 1 TO OTH-COUNT
                        SET OTH-IDX TO OTH-COUNT
                        MOVE RUN-CONTROL-REC TO OTH-REC(OTH-IDX)
                     END-IF
      *-> THE SAME STREAM AND PERIOD: A RERUN, SO EACH STEP TAKES UP
      *-> WHERE GARDEN.RUN LEFT IT (A LINE NOT MATCHING TODAY'S STEP
      *-> LIST IS IGNORED AND THAT STEP RUNS AGAIN)
                WHEN RUN-PERIOD = BAT-PERIOD
                     IF RUN-STEP-NO > ZERO
                        AND RUN-STEP-NO NOT > STEP-COUNT
                        SET STEP-IDX TO RUN-STEP-NO
                        IF RUN-PROGRAM = STP-PROGRAM(STEP-IDX)
                           MOVE "Y"            TO BAT-RESTART
                           MOVE RUN-STATE      TO STP-STATE(STEP-IDX)
                           MOVE RUN-START-DATE
                                         TO STP-START-DATE(STEP-IDX)
                           MOVE RUN-START-TIME
                                         TO STP-START-TIME(STEP-IDX)
                           MOVE RUN-END-DATE   TO STP-END-DATE(STEP-IDX)
                           MOVE RUN-END-TIME   TO STP-END-TIME(STEP-IDX)
                           MOVE RUN-RC         TO STP-RC(STEP-IDX)
                           MOVE RUN-NOTE       TO STP-NOTE(STEP-IDX)
                           IF RUN-COMPLETE
                              ADD 1 TO BAT-DONE-COUNT
                           END-IF
                        END-IF
                     END-IF
      *-> AN EARLIER PERIOD OF THIS STREAM: DROPPED FROM GARDEN.RUN
      *-> BY THIS RUN, BUT NOTED IF IT NEVER FINISHED
                WHEN OTHER
                     MOVE RUN-PERIOD TO BAT-OLD-PERIOD
                     IF RUN-COMPLETE OR RUN-STARTED OR RUN-FAILED
                        MOVE "Y"     TO BAT-OLD-RAN
                     END-IF
                     IF NOT RUN-COMPLETE
                        MOVE "Y"     TO BAT-OLD-OPEN
                     END-IF
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       40-RUN-STREAM.
            MOVE "C"    TO BAT-OUTCOME
            MOVE "N"    TO BAT-STOP
            MOVE SPACES TO BAT-STOP-PROGRAM
            MOVE SPACES TO BAT-STOP-NOTE
            MOVE ZERO   TO BAT-STOP-RC
            SET STEP-IDX TO 1
            PERFORM UNTIL STEP-IDX > STEP-COUNT OR STREAM-STOPPED
                PERFORM 50-RUN-ONE-STEP
                SET STEP-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       50-RUN-ONE-STEP.
            SET BAT-STEP-NO TO STEP-IDX
            MOVE STP-PROGRAM(STEP-IDX) TO BAT-CALL-NAME
            IF STP-STATE(STEP-IDX) = "C"
               MOVE "DONE EARLIER - SKIPPED" TO BAT-SHOW-NOTE
               PERFORM 50Z-SHOW-STEP
            ELSE
               PERFORM 60-CHECK-PREREQUISITES
               IF NOT PREREQ-MET
                  PERFORM 50A-REFUSE-STEP
               ELSE
                  PERFORM 50B-CALL-STEP
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       50A-REFUSE-STEP.
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME FROM TIME
            MOVE "R"             TO STP-STATE(STEP-IDX)
            MOVE WS-DATE         TO STP-START-DATE(STEP-IDX)
            MOVE WS-TIME         TO STP-START-TIME(STEP-IDX)
            MOVE WS-DATE         TO STP-END-DATE(STEP-IDX)
            MOVE WS-TIME         TO STP-END-TIME(STEP-IDX)
            MOVE ZERO            TO STP-RC(STEP-IDX)
            MOVE BAT-PREREQ-NOTE TO STP-NOTE(STEP-IDX)
            PERFORM 70-SAVE-RUN-CONTROL

            MOVE "R"             TO BAT-OUTCOME
            MOVE "Y"             TO BAT-STOP
            MOVE BAT-CALL-NAME   TO BAT-STOP-PROGRAM
            MOVE BAT-PREREQ-NOTE TO BAT-STOP-NOTE
            MOVE SPACES          TO BAT-SHOW-NOTE
            STRING "REFUSED - "  DELIMITED BY SIZE
                   BAT-STOP-NOTE DELIMITED BY SIZE
                   INTO BAT-SHOW-NOTE
            END-STRING
            PERFORM 50Z-SHOW-STEP
            .
      *----------------------------------------------------------------*
       50B-CALL-STEP.
      *-> THE STEP IS MARKED STARTED ON DISK BEFORE IT IS CALLED, SO A
      *-> RUN THAT DIES INSIDE IT LEAVES "S" BEHIND AND A RERUN CALLS
      *-> IT AGAIN.  EVERY PROGRAM IN BOTH STREAMS IS SAFE TO RERUN.
      *-> NOTHING IS CALLED UNLESS THAT MARK REACHED GARDEN.RUN.
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME FROM TIME
            MOVE "S"             TO STP-STATE(STEP-IDX)
            MOVE WS-DATE         TO STP-START-DATE(STEP-IDX)
            MOVE WS-TIME         TO STP-START-TIME(STEP-IDX)
            MOVE ZERO            TO STP-END-DATE(STEP-IDX)
            MOVE ZERO            TO STP-END-TIME(STEP-IDX)
            MOVE ZERO            TO STP-RC(STEP-IDX)
            MOVE SPACES          TO STP-NOTE(STEP-IDX)
            PERFORM 70-SAVE-RUN-CONTROL
            IF NOT RUN-CONTROL-SAVED
               DISPLAY "GARDEN.RUN WRITE FAILED - STREAM STOPPED"
               MOVE "F"                 TO BAT-OUTCOME
               MOVE "Y"                 TO BAT-STOP
               MOVE BAT-CALL-NAME       TO BAT-STOP-PROGRAM
               MOVE "GARDEN.RUN NOT WRITTEN" TO BAT-STOP-NOTE
            ELSE
               MOVE "STARTED"           TO BAT-SHOW-NOTE
               PERFORM 50Z-SHOW-STEP

               MOVE ZERO TO RETURN-CODE
               CALL BAT-CALL-NAME
                    ON EXCEPTION
                       MOVE 9999 TO RETURN-CODE
                       MOVE "PROGRAM NOT FOUND" TO STP-NOTE(STEP-IDX)
               END-CALL
               MOVE RETURN-CODE TO STP-RC(STEP-IDX)
      *-> CANCELLED SO THE NEXT STREAM TO CALL IT GETS IT FRESH
               CANCEL BAT-CALL-NAME

               ACCEPT WS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME FROM TIME
               MOVE WS-DATE TO STP-END-DATE(STEP-IDX)
               MOVE WS-TIME TO STP-END-TIME(STEP-IDX)
      *-> 4 IS "NOTHING TO DO" (NO LOG YET, NO REGISTER ...): THE
      *-> STEP IS DONE AND THE STREAM GOES ON
               IF STP-RC(STEP-IDX) > 4
                  MOVE "F"                   TO STP-STATE(STEP-IDX)
                  MOVE "F"                   TO BAT-OUTCOME
                  MOVE "Y"                   TO BAT-STOP
                  MOVE BAT-CALL-NAME         TO BAT-STOP-PROGRAM
                  MOVE STP-RC(STEP-IDX)      TO BAT-STOP-RC
                  MOVE STP-NOTE(STEP-IDX)    TO BAT-STOP-NOTE
               ELSE
                  MOVE "C"                   TO STP-STATE(STEP-IDX)
               END-IF
               PERFORM 70-SAVE-RUN-CONTROL

               MOVE SPACES TO BAT-SHOW-NOTE
               STRING "ENDED RC "           DELIMITED BY SIZE
                      STP-RC(STEP-IDX)      DELIMITED BY SIZE
                      INTO BAT-SHOW-NOTE
               END-STRING
               PERFORM 50Z-SHOW-STEP
            END-IF
            .
      *----------------------------------------------------------------*
       50Z-SHOW-STEP.
            MOVE SPACES TO WS-SHOW-LINE
            STRING "STEP "          DELIMITED BY SIZE
                   BAT-STEP-NO      DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   BAT-CALL-NAME    DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   BAT-SHOW-NOTE    DELIMITED BY SIZE
                   INTO WS-SHOW-LINE
            END-STRING
            DISPLAY WS-SHOW-LINE
            .
      *----------------------------------------------------------------*
       60-CHECK-PREREQUISITES.
      *-> ORDER ITSELF NEEDS NO CHECK HERE: A STEP IS ONLY REACHED
      *-> WHEN EVERY STEP BEFORE IT IS COMPLETE.
            MOVE "Y"    TO BAT-PREREQ
            MOVE SPACES TO BAT-PREREQ-NOTE
            EVALUATE STP-PROGRAM(STEP-IDX)
                WHEN "WATERRCN"
                     MOVE BAT-PERIOD(1:6) TO BAT-CHK-MONTH
                     PERFORM 60A-CHECK-METER-READING
      *-> THE BILL IS THE MONTH'S METERED LITRES, PRICED
                WHEN "PLOTBILL"
                     MOVE BAT-PERIOD(1:6) TO BAT-CHK-MONTH
                     PERFORM 60A-CHECK-METER-READING
                WHEN "WATERARC"
                     PERFORM 60B-CHECK-NO-OPEN-CYCLE
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       60A-CHECK-METER-READING.
      *-> WITHOUT THE MONTH'S LINE WATERRCN HAS NOTHING TO HOLD THE
      *-> MONTH AGAINST, AND ONCE WATERARC HAS RUN IT NEVER WILL
            MOVE "N" TO BAT-PREREQ
            OPEN INPUT METER-FILE
            IF WS-METER-STATUS = "00"
               PERFORM UNTIL WS-METER-STATUS = "10" OR PREREQ-MET
                   READ METER-FILE
                       AT END
                           MOVE "10" TO WS-METER-STATUS
                       NOT AT END
                           MOVE SPACES TO BAT-MTR-MONTH
                           UNSTRING METER-REC DELIMITED BY SPACE
                                    INTO BAT-MTR-MONTH
                           IF BAT-MTR-MONTH = BAT-CHK-MONTH
                              MOVE "Y" TO BAT-PREREQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METER-FILE
            END-IF
            IF NOT PREREQ-MET
               MOVE "NO GARDEN.MTR READING" TO BAT-PREREQ-NOTE
            END-IF
            .
      *----------------------------------------------------------------*
       60B-CHECK-NO-OPEN-CYCLE.
      *-> COBOLGARDEN KEEPS ONE LINE IN GARDEN.JNL WHILE A CYCLE IS
      *-> OPEN (15E) AND EMPTIES IT WHEN THE CYCLE ENDS (15F); THE
      *-> CYCLE'S LOG RECORD IS STILL TO COME, SO GARDEN.LOG MUST NOT
      *-> BE REWRITTEN UNDER IT
            OPEN INPUT JOURNAL-FILE
            IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-STATUS = "10" OR NOT PREREQ-MET
                   READ JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-STATUS
                       NOT AT END
                           IF JOURNAL-REC NOT = SPACES
                              MOVE "N" TO BAT-PREREQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF
            IF NOT PREREQ-MET
               MOVE "CYCLE OPEN IN GARDEN.JNL" TO BAT-PREREQ-NOTE
            ELSE
               PERFORM 60C-CHECK-LOG-MONTHS
            END-IF
            .
      *----------------------------------------------------------------*
       60C-CHECK-LOG-MONTHS.
      *-> WATERARC ROLLS OUT EVERY MONTH BEFORE ITS OWN CURRENT MONTH,
      *-> NOT ONLY THE ONE BEING CLOSED.  WATERRCN HAS JUST RUN OVER
      *-> EVERY MONTH WITH A GARDEN.MTR LINE, SO A CLOSED MONTH STILL
      *-> IN GARDEN.LOG WITHOUT ONE WOULD GO TO GARDEN.HIS NEVER
      *-> RECONCILED.  GARDEN.LOG IS IN DATE ORDER: EACH MONTH IS
      *-> LOOKED UP ONCE, AT ITS FIRST RECORD.
            ACCEPT WS-DATE FROM DATE YYYYMMDD
            MOVE WS-DATE(1:6) TO BAT-CURR-YYYYMM
            MOVE ZERO         TO BAT-LOG-MONTH
            OPEN INPUT WATERLOG-FILE
            IF WS-WATERLOG-STATUS = "00"
               PERFORM UNTIL WS-WATERLOG-STATUS = "10"
                             OR NOT PREREQ-MET
                   READ WATERLOG-FILE
                       AT END
                           MOVE "10" TO WS-WATERLOG-STATUS
                       NOT AT END
                           MOVE WLOG-DATE(1:6) TO BAT-REC-MONTH
                           IF BAT-REC-MONTH < BAT-CURR-YYYYMM
                              AND BAT-REC-MONTH NOT = BAT-LOG-MONTH
                              MOVE BAT-REC-MONTH TO BAT-LOG-MONTH
                              MOVE BAT-REC-MONTH TO BAT-CHK-MONTH
                              PERFORM 60A-CHECK-METER-READING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATERLOG-FILE
            END-IF
            IF NOT PREREQ-MET
               MOVE SPACES TO BAT-PREREQ-NOTE
               STRING BAT-CHK-MONTH      DELIMITED BY SIZE
                      " NO MTR READING"  DELIMITED BY SIZE
                      INTO BAT-PREREQ-NOTE
               END-STRING
            END-IF
            .
      *----------------------------------------------------------------*
       70-SAVE-RUN-CONTROL.
      *-> GARDEN.RUN IS REWRITTEN WHOLE: THE OTHER STREAM'S LINES AS
      *-> READ, THEN THIS STREAM'S STEPS AS THEY STAND NOW
            MOVE "N" TO BAT-SAVED
            OPEN OUTPUT RUNCTL-FILE
            IF WS-RUNCTL-STATUS = "00"
               SET OTH-IDX TO 1
               PERFORM UNTIL OTH-IDX > OTH-COUNT
                   MOVE OTH-REC(OTH-IDX) TO RUN-CONTROL-REC
                   WRITE RUN-CONTROL-REC
                   SET OTH-IDX UP BY 1
               END-PERFORM
               SET SAV-IDX TO 1
               PERFORM UNTIL SAV-IDX > STEP-COUNT
                   PERFORM 70A-WRITE-STEP-LINE
                   SET SAV-IDX UP BY 1
               END-PERFORM
               CLOSE RUNCTL-FILE
               MOVE "Y" TO BAT-SAVED
            END-IF
            .
      *----------------------------------------------------------------*
       70A-WRITE-STEP-LINE.
            MOVE SPACES                 TO RUN-CONTROL-REC
            MOVE BAT-STREAM             TO RUN-STREAM
            MOVE BAT-PERIOD             TO RUN-PERIOD
            SET RUN-STEP-NO             TO SAV-IDX
            MOVE STP-PROGRAM(SAV-IDX)   TO RUN-PROGRAM
            MOVE STP-STATE(SAV-IDX)     TO RUN-STATE
            MOVE STP-START-DATE(SAV-IDX) TO RUN-START-DATE
            MOVE STP-START-TIME(SAV-IDX) TO RUN-START-TIME
            MOVE STP-END-DATE(SAV-IDX)  TO RUN-END-DATE
            MOVE STP-END-TIME(SAV-IDX)  TO RUN-END-TIME
            MOVE STP-RC(SAV-IDX)        TO RUN-RC
            MOVE STP-NOTE(SAV-IDX)      TO RUN-NOTE
            WRITE RUN-CONTROL-REC
            .
      *----------------------------------------------------------------*
       80-WRITE-SUMMARY.
      *-> ONE LINE FOR THE OUTCOME, AND FOR A STOPPED STREAM A SECOND
      *-> ONE SAYING WHY
            MOVE SPACES TO WS-AUD-DETAIL
            EVALUATE TRUE
                WHEN STREAM-COMPLETE
                     STRING BAT-PERIOD       DELIMITED BY SPACE
                            " COMPLETE"      DELIMITED BY SIZE
                            INTO WS-AUD-DETAIL
                     END-STRING
                     MOVE ZERO TO RETURN-CODE
                WHEN STREAM-FAILED
                     STRING BAT-PERIOD       DELIMITED BY SPACE
                            " FAILED "       DELIMITED BY SIZE
                            BAT-STOP-PROGRAM DELIMITED BY SPACE
                            INTO WS-AUD-DETAIL
                     END-STRING
                     MOVE 8 TO RETURN-CODE
                WHEN STREAM-REFUSED
                     STRING BAT-PERIOD       DELIMITED BY SPACE
                            " REFUSED "      DELIMITED BY SIZE
                            BAT-STOP-PROGRAM DELIMITED BY SPACE
                            INTO WS-AUD-DETAIL
                     END-STRING
                     MOVE 8 TO RETURN-CODE
            END-EVALUATE
            MOVE SPACES TO WS-SHOW-LINE
            STRING WS-AUD-ACTION   DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   WS-AUD-DETAIL   DELIMITED BY SIZE
                   INTO WS-SHOW-LINE
            END-STRING
            DISPLAY WS-SHOW-LINE
            PERFORM 90-WRITE-AUDIT-EVENT

            IF NOT STREAM-COMPLETE
               MOVE SPACES TO WS-AUD-DETAIL
               IF STREAM-REFUSED OR BAT-STOP-NOTE NOT = SPACES
                  MOVE BAT-STOP-NOTE TO WS-AUD-DETAIL
               ELSE
                  STRING BAT-STOP-PROGRAM DELIMITED BY SPACE
                         " RC "           DELIMITED BY SIZE
                         BAT-STOP-RC      DELIMITED BY SIZE
                         INTO WS-AUD-DETAIL
                  END-STRING
               END-IF
               PERFORM 90-WRITE-AUDIT-EVENT
            END-IF
            .
      *----------------------------------------------------------------*
       90-WRITE-AUDIT-EVENT.
      *-> SAME CREATE-ON-FIRST-USE APPEND AS COBOLGARDEN'S
      *-> 17-WRITE-AUDIT-EVENT, ALWAYS UNDER OPERATOR "BATCH"
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
            END-IF
            IF WS-AUDIT-STATUS = "00"
               ACCEPT AUD-DATE FROM DATE YYYYMMDD
               ACCEPT AUD-TIME FROM TIME
               MOVE WS-AUD-ACTION   TO AUD-ACTION
               MOVE WS-AUD-DETAIL   TO AUD-DETAIL
               MOVE WS-AUD-OPERATOR TO AUD-OPERATOR
               WRITE AUDIT-REC
               CLOSE AUDIT-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       99-END.
      *-> GOBACK MAKES THE RETURN CODE THE EXIT STATUS, FOR WHATEVER
      *-> SCHEDULES THE STREAMS
            GOBACK
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * E O F                                                       *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
