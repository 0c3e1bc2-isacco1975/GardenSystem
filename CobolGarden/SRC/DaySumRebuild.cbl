       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DAYREBLD".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  31.10.2023.
       DATE-COMPILED. 31.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      DAILY SUMMARY REBUILD.  EMPTIES THE INDEXED     *
      *               DAILY SUMMARY FILE GARDEN.DSM (DSMREC.cpy)      *
      *               AND BUILDS IT AFRESH FROM EVERY WATERING        *
      *               EVENT ON RECORD: THE ARCHIVED ONES IN           *
      *               GARDEN.HIS, THEN THE STILL-LIVE GARDEN.LOG,     *
      *               EACH ONE ADDED BY DAYSUM UNDER THE SAME         *
      *               RULES COBOLGARDEN APPLIES AS IT LOGS.  A LOG    *
      *               RECORD ALREADY IN GARDEN.HIS (A WATERARC RUN    *
      *               THAT LOADED THE HISTORY BUT NEVER REWROTE       *
      *               THE LOG) IS COUNTED ONCE.  LITRES WITHOUT       *
      *               METER DATA USE TODAY'S FLOW RATES FROM          *
      *               GARDEN.ZON.  COBOLGARDEN CALLS IT AT STARTUP    *
      *               WHEN GARDEN.DSM IS MISSING; RUN IT BY HAND      *
      *               AFTER ANYTHING THAT LEFT THE SUMMARY BEHIND     *
      *               THE EVENT FILES, WITH THE CONTROLLER            *
      *               STOPPED.  RETURN CODE 0 DONE, 4 NO EVENTS ON    *
      *               RECORD (GARDEN.DSM LEFT EMPTY), 8 GARDEN.DSM    *
      *               COULD NOT BE WRITTEN.                           *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   31.10.2023   IGP  ORIGINAL VERSION.                          *
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
       01  ZONE-REC                  PIC X(60).
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
      *
      *-> PER-ZONE FLOW RATES FROM GARDEN.ZON (EIGHTH FIELD, L/S
      *-> X100) FOR EVENTS THAT CARRY NO METER LITRES.  A ZONE NO
      *-> LONGER IN GARDEN.ZON COUNTS NO LITRES FOR SUCH EVENTS.
       77 FLOW-COUNT            PIC  9(02)        VALUE ZERO.
       01 FLOW-TABLE.
          05 FLOW-ENTRY OCCURS 10 TIMES INDEXED BY FLOW-IDX.
             10 FLOW-ZONE-ID       PIC 9(02).
             10 FLOW-RATE          PIC 9(02)V99.
       77 WS-ZF-RAW             PIC  9(04)        VALUE ZERO.
       01 WS-SKIP-FIELD         PIC  X(08)        VALUE SPACES.
       77 WS-EV-ZONE            PIC  9(02)        VALUE ZERO.
      *
       77 WS-EOF                PIC  X(01)        VALUE "N".
          88 HISTORY-EOF            VALUE "Y".
      *-> "Y" WHEN GARDEN.HIS COULD BE OPENED, SO THE LIVE LOG'S
      *-> RECORDS CAN BE LOOKED UP IN IT
       77 RBD-HIS-OPEN          PIC  X(01)        VALUE "N".
          88 HISTORY-OPEN           VALUE "Y".
       77 RBD-IN-HISTORY        PIC  X(01)        VALUE "N".
          88 ALREADY-IN-HISTORY     VALUE "Y".
      *
       77 RBD-HIS-COUNT         PIC  9(07)        VALUE ZERO.
       77 RBD-LOG-COUNT         PIC  9(07)        VALUE ZERO.
       77 RBD-DUP-COUNT         PIC  9(07)        VALUE ZERO.
       77 RBD-FAIL-COUNT        PIC  9(07)        VALUE ZERO.
       01 WS-EDIT-COUNT         PIC ZZZZZZ9       VALUE ZERO.
       01 WS-SHOW-LINE          PIC X(60)         VALUE SPACES.
      *
           COPY "DSMREQ.cpy".
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
            MOVE ZERO TO RBD-HIS-COUNT
            MOVE ZERO TO RBD-LOG-COUNT
            MOVE ZERO TO RBD-DUP-COUNT
            MOVE ZERO TO RBD-FAIL-COUNT
            PERFORM 05-LOAD-FLOW-RATES

            SET DSR-BEGIN-REBUILD TO TRUE
            CALL "DAYSUM" USING DAY-SUM-REQUEST
            IF DSR-FAILED
               MOVE SPACES TO WS-SHOW-LINE
               STRING "GARDEN.DSM NOT WRITABLE - STATUS "
                                            DELIMITED BY SIZE
                      DSR-FILE-STATUS       DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM 10-ADD-HISTORY
               PERFORM 20-ADD-LIVE-LOG
               IF HISTORY-OPEN
                  CLOSE HISTORY-FILE
               END-IF
               SET DSR-END-REBUILD TO TRUE
               CALL "DAYSUM" USING DAY-SUM-REQUEST
               PERFORM 40-SHOW-TOTALS
               EVALUATE TRUE
                   WHEN RBD-FAIL-COUNT NOT = ZERO
                        MOVE 8 TO RETURN-CODE
                   WHEN RBD-HIS-COUNT = ZERO
                        AND RBD-LOG-COUNT = ZERO
                        DISPLAY "NO WATERING EVENTS ON RECORD"
                        MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                        CONTINUE
               END-EVALUATE
            END-IF
            CANCEL "DAYSUM"

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
      *-> ONLY THE ID AND THE EIGHTH (FLOW) FIELD MATTER HERE; THE
      *-> SIX FIELDS BETWEEN THEM ARE SKIPPED INTO A SCRATCH BYTE.
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
      *-> FLOW RATE FOR WS-EV-ZONE INTO DSR-ZONE-FLOW.
            MOVE ZERO TO DSR-ZONE-FLOW
            SET FLOW-IDX TO 1
            PERFORM UNTIL FLOW-IDX > FLOW-COUNT
                IF FLOW-ZONE-ID(FLOW-IDX) = WS-EV-ZONE
                   MOVE FLOW-RATE(FLOW-IDX) TO DSR-ZONE-FLOW
                END-IF
                SET FLOW-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       10-ADD-HISTORY.
      *-> THE ARCHIVED EVENTS.  A MISSING GARDEN.HIS ONLY MEANS
      *-> WATERARC HAS NEVER RUN; THE LIVE LOG STILL COUNTS.  THE
      *-> FILE STAYS OPEN FOR 20-ADD-LIVE-LOG'S LOOKUPS.
            MOVE "N" TO WS-EOF
            MOVE "N" TO RBD-HIS-OPEN
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-STATUS = "00"
               MOVE "Y" TO RBD-HIS-OPEN
               PERFORM UNTIL HISTORY-EOF
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
      *-> A HISTORY RECORD IS LAID OUT BYTE FOR BYTE AS THE
      *-> GARDEN.LOG RECORD IT WAS LOADED FROM (SEE WHISREC.cpy).
                           MOVE WATERHIS-REC TO DSR-EVENT
                           MOVE WHIS-ZONE    TO WS-EV-ZONE
                           ADD 1             TO RBD-HIS-COUNT
                           PERFORM 30-ADD-EVENT
                   END-READ
               END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------*
       20-ADD-LIVE-LOG.
      *-> EVENTS WATERARC HAS NOT ARCHIVED YET.  NORMALLY A RECORD IS
      *-> IN EXACTLY ONE OF THE TWO FILES; ONE FOUND IN BOTH WAS
      *-> ALREADY COUNTED FROM GARDEN.HIS.
            OPEN INPUT WATERLOG-FILE
            IF WS-WATERLOG-STATUS = "00"
               PERFORM UNTIL WS-WATERLOG-STATUS = "10"
                   READ WATERLOG-FILE
                       AT END
                           MOVE "10" TO WS-WATERLOG-STATUS
                       NOT AT END
                           PERFORM 20A-ADD-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE WATERLOG-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       20A-ADD-LOG-RECORD.
            MOVE "N" TO RBD-IN-HISTORY
            IF HISTORY-OPEN
               MOVE WLOG-DATE TO WHIS-DATE
               MOVE WLOG-TIME TO WHIS-TIME
               MOVE WLOG-ZONE TO WHIS-ZONE
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RBD-IN-HISTORY
               END-READ
            END-IF
            IF ALREADY-IN-HISTORY
               ADD 1 TO RBD-DUP-COUNT
            ELSE
               MOVE WATERLOG-REC TO DSR-EVENT
               MOVE WLOG-ZONE    TO WS-EV-ZONE
               ADD 1             TO RBD-LOG-COUNT
               PERFORM 30-ADD-EVENT
            END-IF
            .
      *----------------------------------------------------------------*
       30-ADD-EVENT.
            PERFORM 05B-FIND-FLOW-RATE
            SET DSR-ADD-KEPT-OPEN TO TRUE
            CALL "DAYSUM" USING DAY-SUM-REQUEST
            IF DSR-FAILED
               ADD 1 TO RBD-FAIL-COUNT
            END-IF
            .
      *----------------------------------------------------------------*
       40-SHOW-TOTALS.
            MOVE RBD-HIS-COUNT     TO WS-EDIT-COUNT
            MOVE SPACES            TO WS-SHOW-LINE
            STRING "EVENTS FROM GARDEN.HIS: " DELIMITED BY SIZE
                   WS-EDIT-COUNT              DELIMITED BY SIZE
                   INTO WS-SHOW-LINE
            END-STRING
            DISPLAY WS-SHOW-LINE

            MOVE RBD-LOG-COUNT     TO WS-EDIT-COUNT
            MOVE SPACES            TO WS-SHOW-LINE
            STRING "EVENTS FROM GARDEN.LOG: " DELIMITED BY SIZE
                   WS-EDIT-COUNT              DELIMITED BY SIZE
                   INTO WS-SHOW-LINE
            END-STRING
            DISPLAY WS-SHOW-LINE

            MOVE RBD-DUP-COUNT     TO WS-EDIT-COUNT
            MOVE SPACES            TO WS-SHOW-LINE
            STRING "IN BOTH, COUNTED ONCE:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT              DELIMITED BY SIZE
                   INTO WS-SHOW-LINE
            END-STRING
            DISPLAY WS-SHOW-LINE

            IF RBD-FAIL-COUNT NOT = ZERO
               MOVE RBD-FAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES         TO WS-SHOW-LINE
               STRING "EVENTS NOT SUMMED:      " DELIMITED BY SIZE
                      WS-EDIT-COUNT              DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
            END-IF
            .
      *----------------------------------------------------------------*
       99-END.
      *-> GOBACK HANDS THE RETURN CODE BACK TO A CALLER (COBOLGARDEN
      *-> AT STARTUP), AND MAKES IT THE EXIT STATUS WHEN RUN
      *-> STANDALONE.
            GOBACK
            .
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * E O F                                                       *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
