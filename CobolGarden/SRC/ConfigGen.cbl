       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CFGGEN".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  30.10.2023.
       DATE-COMPILED. 30.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      CONFIGURATION GENERATIONS.  SIGN-ON FIRST       *
      *               (ANY ROLE), THEN ONE ACTION PER RUN ON THE      *
      *               GENERATIONS CFGSNAP KEEPS OF GARDEN.ZON,        *
      *               GARDEN.SEA, GARDEN.HOL, GARDEN.SET AND          *
      *               GARDEN.FRT: L = LIST THE CATALOGUE              *
      *               GARDEN.GEN; S = SNAPSHOT THE LIVE SET NOW       *
      *               (OPERATOR); N = NEW PROPOSAL, A COPY OF ANY     *
      *               GENERATION TO EDIT BY HAND (OPERATOR); D =      *
      *               FIELD-BY-FIELD DIFFERENCES BETWEEN ANY TWO      *
      *               GENERATIONS, 0 BEING THE LIVE SET, TO           *
      *               GARDEN.GDF AND THE CONSOLE; P = WATERPLN FOR    *
      *               THE LIVE SET (GARDEN.PLN) AND FOR A             *
      *               GENERATION (GARDEN.PLG) SIDE BY SIDE, TO        *
      *               COST A CHANGE BEFORE IT GOES LIVE; R =          *
      *               ROLLBACK (SUPERVISOR): THE LIVE SET IS KEPT     *
      *               AS A GENERATION, THE CHOSEN ONE IS RESTORED     *
      *               AND CFGCHECK RUN AGAINST IT - A FATAL           *
      *               FINDING PUTS THE LIVE SET BACK AS IT WAS;       *
      *               ONLY A CLEAN CHECK RAISES GARDEN.RLD FOR        *
      *               COBOLGARDEN TO RELOAD.  SNAPSHOTS, PROPOSALS    *
      *               AND ROLLBACKS GO TO GARDEN.AUD UNDER THE        *
      *               SIGNED-ON OPERATOR.  RETURN CODE 0 DONE, 4      *
      *               NOTHING TO DO, 8 REFUSED OR FAILED.             *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   30.10.2023   IGP  ORIGINAL VERSION.                          *
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
           SELECT CATALOGUE-FILE     ASSIGN TO "GARDEN.GEN"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-CATALOGUE-STATUS.
           SELECT GENERATION-FILE    ASSIGN TO WS-GEN-NAME
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-GENERATION-STATUS.
           SELECT LIVE-FILE          ASSIGN TO WS-LIVE-NAME
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-LIVE-STATUS.
           SELECT DIFF-FILE          ASSIGN TO "GARDEN.GDF"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-DIFF-STATUS.
           SELECT PROPOSAL-FILE      ASSIGN TO "GARDEN.PGN"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-PROPOSAL-STATUS.
           SELECT RELOAD-FILE        ASSIGN TO "GARDEN.RLD"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-RELOAD-STATUS.
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
       FD  CATALOGUE-FILE.
           COPY "GENREC.cpy".
      *
      *-> GARDEN.Gnnnn: THE LIVE FILE'S TAG, A SPACE, THE LINE
       FD  GENERATION-FILE.
       01  GENERATION-REC.
           05  GDT-TAG               PIC X(03).
           05  GDT-SEP               PIC X(01).
           05  GDT-TEXT              PIC X(60).
      *
       FD  LIVE-FILE.
       01  LIVE-REC                  PIC X(60).
      *
       FD  DIFF-FILE.
       01  DIFF-REC                  PIC X(80).
      *
      *-> THE GENERATION WATERPLN IS TO PLAN NEXT TIME IT RUNS
       FD  PROPOSAL-FILE.
       01  PROPOSAL-REC              PIC X(04).
      *
       FD  RELOAD-FILE.
       01  RELOAD-REC                PIC X(01).
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
       77 WS-CATALOGUE-STATUS   PIC  X(02)        VALUE "00".
       77 WS-GENERATION-STATUS  PIC  X(02)        VALUE "00".
       77 WS-LIVE-STATUS        PIC  X(02)        VALUE "00".
       77 WS-DIFF-STATUS        PIC  X(02)        VALUE "00".
       77 WS-PROPOSAL-STATUS    PIC  X(02)        VALUE "00".
       77 WS-RELOAD-STATUS      PIC  X(02)        VALUE "00".
       77 WS-AUDIT-STATUS       PIC  X(02)        VALUE "00".
       77 WS-GEN-NAME           PIC  X(12)        VALUE SPACES.
       77 WS-LIVE-NAME          PIC  X(10)        VALUE SPACES.
      *
       77 WS-AUD-ACTION         PIC  X(10)        VALUE SPACES.
       77 WS-AUD-DETAIL         PIC  X(30)        VALUE SPACES.
       01 WS-SHOW-LINE          PIC  X(80)        VALUE SPACES.
       01 WS-EDIT-COUNT         PIC ZZZZ9         VALUE ZERO.
      *
      *-> THE SIGNED-ON OPERATOR FOR THE RUN
       77 CGN-OPR-ID            PIC  X(08)        VALUE SPACES.
       77 CGN-OPR-RANK          PIC  9(01)        VALUE ZERO.
      *
       77 CGN-OPTION            PIC  X(01)        VALUE SPACE.
          88 CGN-LIST               VALUE "L" "l".
          88 CGN-SNAPSHOT           VALUE "S" "s".
          88 CGN-PROPOSAL           VALUE "N" "n".
          88 CGN-DIFFERENCES        VALUE "D" "d".
          88 CGN-PLAN               VALUE "P" "p".
          88 CGN-ROLLBACK           VALUE "R" "r".
       77 CGN-CONFIRM           PIC  X(01)        VALUE SPACE.
          88 CGN-CONFIRMED          VALUE "Y" "y".
       77 CGN-REASON            PIC  X(30)        VALUE SPACES.
       77 CGN-ROLLBACK-GOING    PIC  X(01)        VALUE "N".
          88 ROLLBACK-GOING         VALUE "Y".
      *
      *-> GENERATIONS ASKED FOR (0 = THE LIVE SET), THE ONE BEING
      *-> LOOKED UP OR LOADED, AND THE ONE A ROLLBACK FALLS BACK TO
       77 CGN-GEN-A             PIC  9(04)        VALUE ZERO.
       77 CGN-GEN-B             PIC  9(04)        VALUE ZERO.
       77 CGN-GEN-NO            PIC  9(04)        VALUE ZERO.
       77 CGN-BACK-GEN          PIC  9(04)        VALUE ZERO.
       77 CGN-GEN-FOUND         PIC  X(01)        VALUE "N".
          88 GEN-ON-FILE            VALUE "Y".
       77 CGN-CATALOGUED        PIC  9(05)        VALUE ZERO.
       77 CGN-PLAN-RC           PIC  9(04)        VALUE ZERO.
      *
      *-> THE CONFIGURATION SET, IN THE ORDER CFGSNAP KEEPS IT
       01 CFG-FILE-TABLE.
          05 CFG-FILE-ENTRY OCCURS 5 TIMES INDEXED BY CFG-IDX.
             10 CFG-FILE-TAG         PIC X(03).
             10 CFG-FILE-NAME        PIC X(10).
      *
      *-> ONE GENERATION IN STORE, EACH LINE WITH ITS MATCHING KEY -
      *-> THE FIRST FIELD, OR FROM AND TO FOR A GARDEN.HOL RANGE.  THE
      *-> "FROM" SIDE OF A COMPARISON IS LOADED INTO NEW-TABLE AND
      *-> THEN MOVED ACROSS TO OLD-TABLE.
       77 CGN-LOAD-NO           PIC  9(04)        VALUE ZERO.
       77 CGN-LOAD-OK           PIC  X(01)        VALUE "Y".
          88 LOAD-COMPLETE          VALUE "Y".
       77 CGN-STORE-TAG         PIC  X(03)        VALUE SPACES.
       77 CGN-STORE-TEXT        PIC  X(60)        VALUE SPACES.
       77 NEW-COUNT             PIC  9(03)        VALUE ZERO.
       01 NEW-TABLE.
          05 NEW-ENTRY OCCURS 200 TIMES INDEXED BY NEW-IDX.
             10 NEW-TAG              PIC X(03).
             10 NEW-KEY              PIC X(20).
             10 NEW-TEXT             PIC X(60).
             10 NEW-MATCHED          PIC X(01).
       77 OLD-COUNT             PIC  9(03)        VALUE ZERO.
       01 OLD-TABLE.
          05 OLD-ENTRY OCCURS 200 TIMES INDEXED BY OLD-IDX.
             10 OLD-TAG              PIC X(03).
             10 OLD-KEY              PIC X(20).
             10 OLD-TEXT             PIC X(60).
             10 OLD-MATCHED          PIC X(01).
      *
      *-> A LINE SPLIT INTO ITS FIELDS - BOTH SIDES OF A CHANGED LINE
       01 CGN-A-FIELDS.
          05 CGN-A-FIELD             PIC X(20) OCCURS 10 TIMES.
       01 CGN-B-FIELDS.
          05 CGN-B-FIELD             PIC X(20) OCCURS 10 TIMES.
       77 CGN-FIELD-NO          PIC  9(02)        VALUE ZERO.
       77 CGN-FIELD-NAME        PIC  X(10)        VALUE SPACES.
       77 CGN-LINE-FOUND        PIC  X(01)        VALUE "N".
          88 LINE-MATCHED           VALUE "Y".
       77 CGN-DIFF-COUNT        PIC  9(05)        VALUE ZERO.
      *
      *-> FIELD NAMES BY POSITION, AS THE LOADERS IN COBOLGARDEN READ
      *-> THEM.  A GARDEN.SET LINE IS NAMED BY ITS OWN LABEL.
       01 CGN-NAME-VALUES.
          05 FILLER PIC X(03) VALUE "ZON".
          05 FILLER PIC X(10) VALUE "ID".
          05 FILLER PIC X(10) VALUE "PORT".
          05 FILLER PIC X(10) VALUE "BAUD".
          05 FILLER PIC X(10) VALUE "DATABITS".
          05 FILLER PIC X(10) VALUE "NSECS".
          05 FILLER PIC X(10) VALUE "NDAYS".
          05 FILLER PIC X(10) VALUE "WINDOW".
          05 FILLER PIC X(10) VALUE "FLOW".
          05 FILLER PIC X(10) VALUE "PASSSECS".
          05 FILLER PIC X(10) VALUE "SOAKMINS".
          05 FILLER PIC X(03) VALUE "SEA".
          05 FILLER PIC X(10) VALUE "MONTH".
          05 FILLER PIC X(10) VALUE "NDAYS".
          05 FILLER PIC X(10) VALUE "NSECS".
          05 FILLER PIC X(70) VALUE SPACES.
          05 FILLER PIC X(03) VALUE "HOL".
          05 FILLER PIC X(10) VALUE "FROM".
          05 FILLER PIC X(10) VALUE "TO".
          05 FILLER PIC X(10) VALUE "POLICY".
          05 FILLER PIC X(10) VALUE "ARG".
          05 FILLER PIC X(60) VALUE SPACES.
          05 FILLER PIC X(03) VALUE "FRT".
          05 FILLER PIC X(10) VALUE "ZONE".
          05 FILLER PIC X(10) VALUE "EVERY".
          05 FILLER PIC X(10) VALUE "SECS".
          05 FILLER PIC X(10) VALUE "MINDAYS".
          05 FILLER PIC X(60) VALUE SPACES.
       01 CGN-NAME-TABLE REDEFINES CGN-NAME-VALUES.
          05 CGN-NAME-ROW OCCURS 4 TIMES INDEXED BY NAM-IDX.
             10 CGN-NAME-TAG         PIC X(03).
             10 CGN-NAME             PIC X(10) OCCURS 10 TIMES.
      *
      *-> ONE LINE OF THE DIFFERENCES REPORT
       01 CGN-DIFF-LINE.
          05 CDL-WHAT                PIC X(08).
          05 CDL-TAG                 PIC X(04).
          05 CDL-KEY                 PIC X(18).
          05 CDL-DETAIL              PIC X(50).
      *
       COPY "OPRSIGN.cpy".
       COPY "CFGSNAP.cpy".
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
            PERFORM 05-SET-FILE-TABLE
            SET OPS-NEED-VIEWER TO TRUE
            PERFORM 50-SIGN-ON
            IF CGN-OPR-RANK = ZERO
               MOVE 8 TO RETURN-CODE
               PERFORM 99-END
            END-IF

            DISPLAY "L = LIST, S = SNAPSHOT NOW, N = NEW PROPOSAL,"
            DISPLAY "D = DIFFERENCES, P = PLAN, R = ROLLBACK:"
            ACCEPT CGN-OPTION
            EVALUATE TRUE
                WHEN CGN-LIST
                     PERFORM 10-LIST-CATALOGUE
                WHEN CGN-SNAPSHOT
                     PERFORM 30-TAKE-SNAPSHOT
                WHEN CGN-PROPOSAL
                     PERFORM 31-MAKE-PROPOSAL
                WHEN CGN-DIFFERENCES
                     PERFORM 40-SHOW-DIFFERENCES
                WHEN CGN-PLAN
                     PERFORM 35-PLAN-GENERATION
                WHEN CGN-ROLLBACK
                     PERFORM 60-ROLLBACK
                WHEN OTHER
                     DISPLAY "NO SUCH OPTION"
                     MOVE 4 TO RETURN-CODE
            END-EVALUATE

            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       05-SET-FILE-TABLE.
            MOVE "ZON"        TO CFG-FILE-TAG(1)
            MOVE "GARDEN.ZON" TO CFG-FILE-NAME(1)
            MOVE "SEA"        TO CFG-FILE-TAG(2)
            MOVE "GARDEN.SEA" TO CFG-FILE-NAME(2)
            MOVE "HOL"        TO CFG-FILE-TAG(3)
            MOVE "GARDEN.HOL" TO CFG-FILE-NAME(3)
            MOVE "SET"        TO CFG-FILE-TAG(4)
            MOVE "GARDEN.SET" TO CFG-FILE-NAME(4)
            MOVE "FRT"        TO CFG-FILE-TAG(5)
            MOVE "GARDEN.FRT" TO CFG-FILE-NAME(5)
            .
      *----------------------------------------------------------------*
       10-LIST-CATALOGUE.
            MOVE ZERO TO CGN-CATALOGUED
            OPEN INPUT CATALOGUE-FILE
            IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "GARDEN.GEN NOT FOUND - NO GENERATIONS YET"
               MOVE 4 TO RETURN-CODE
            ELSE
               DISPLAY "GEN  DATE     TIME   K BASE OPERATOR REASON"
               PERFORM UNTIL WS-CATALOGUE-STATUS = "10"
                   READ CATALOGUE-FILE
                       AT END
                           MOVE "10" TO WS-CATALOGUE-STATUS
                       NOT AT END
                           ADD 1 TO CGN-CATALOGUED
                           DISPLAY CONFIG-GEN-REC
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
               MOVE CGN-CATALOGUED TO WS-EDIT-COUNT
               MOVE SPACES         TO WS-SHOW-LINE
               STRING "GENERATIONS LISTED:" DELIMITED BY SIZE
                      WS-EDIT-COUNT         DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
            END-IF
            .
      *----------------------------------------------------------------*
       20-FIND-GENERATION.
      *-> IS CGN-GEN-NO IN THE CATALOGUE?  0, THE LIVE SET, ALWAYS IS.
            MOVE "N" TO CGN-GEN-FOUND
            IF CGN-GEN-NO = ZERO
               MOVE "Y" TO CGN-GEN-FOUND
            ELSE
               OPEN INPUT CATALOGUE-FILE
               IF WS-CATALOGUE-STATUS = "00"
                  PERFORM UNTIL WS-CATALOGUE-STATUS = "10"
                      READ CATALOGUE-FILE
                          AT END
                              MOVE "10" TO WS-CATALOGUE-STATUS
                          NOT AT END
                              IF GEN-NO = CGN-GEN-NO
                                 MOVE "Y" TO CGN-GEN-FOUND
                              END-IF
                      END-READ
                  END-PERFORM
                  CLOSE CATALOGUE-FILE
               END-IF
            END-IF
            IF NOT GEN-ON-FILE
               MOVE SPACES TO WS-SHOW-LINE
               STRING "GENERATION "  DELIMITED BY SIZE
                      CGN-GEN-NO     DELIMITED BY SIZE
                      " NOT IN GARDEN.GEN"
                                     DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
            END-IF
            .
      *----------------------------------------------------------------*
       21-LOAD-GENERATION.
      *-> CGN-LOAD-NO INTO NEW-TABLE: THE FIVE LIVE FILES FOR 0, ELSE
      *-> GARDEN.Gnnnn.  A GENERATION TOO BIG FOR THE TABLE IS NOT
      *-> LOADED AT ALL - HALF A SET MUST NEVER BE COMPARED OR
      *-> RESTORED AS IF IT WERE THE WHOLE ONE.
            MOVE ZERO TO NEW-COUNT
            MOVE "Y"  TO CGN-LOAD-OK
            IF CGN-LOAD-NO = ZERO
               SET CFG-IDX TO 1
               PERFORM UNTIL CFG-IDX > 5
                   PERFORM 22-LOAD-LIVE-FILE
                   SET CFG-IDX UP BY 1
               END-PERFORM
            ELSE
               MOVE SPACES TO WS-GEN-NAME
               STRING "GARDEN.G"  DELIMITED BY SIZE
                      CGN-LOAD-NO DELIMITED BY SIZE
                      INTO WS-GEN-NAME
               END-STRING
               OPEN INPUT GENERATION-FILE
               IF WS-GENERATION-STATUS NOT = "00"
                  MOVE "N" TO CGN-LOAD-OK
                  MOVE SPACES TO WS-SHOW-LINE
                  STRING WS-GEN-NAME    DELIMITED BY SPACE
                         " CANNOT BE READ"
                                        DELIMITED BY SIZE
                         INTO WS-SHOW-LINE
                  END-STRING
                  DISPLAY WS-SHOW-LINE
               ELSE
                  PERFORM UNTIL WS-GENERATION-STATUS = "10"
                      READ GENERATION-FILE
                          AT END
                              MOVE "10" TO WS-GENERATION-STATUS
                          NOT AT END
                              MOVE GDT-TAG  TO CGN-STORE-TAG
                              MOVE GDT-TEXT TO CGN-STORE-TEXT
                              PERFORM 23-STORE-LINE
                      END-READ
                  END-PERFORM
                  CLOSE GENERATION-FILE
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       22-LOAD-LIVE-FILE.
            MOVE CFG-FILE-NAME(CFG-IDX) TO WS-LIVE-NAME
            OPEN INPUT LIVE-FILE
            IF WS-LIVE-STATUS = "00"
               PERFORM UNTIL WS-LIVE-STATUS = "10"
                   READ LIVE-FILE
                       AT END
                           MOVE "10" TO WS-LIVE-STATUS
                       NOT AT END
                           MOVE CFG-FILE-TAG(CFG-IDX) TO CGN-STORE-TAG
                           MOVE LIVE-REC             TO CGN-STORE-TEXT
                           PERFORM 23-STORE-LINE
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       23-STORE-LINE.
            IF CGN-STORE-TEXT NOT = SPACES
               IF NEW-COUNT NOT < 200
                  IF LOAD-COMPLETE
                     DISPLAY "MORE THAN 200 CONFIGURATION LINES"
                  END-IF
                  MOVE "N" TO CGN-LOAD-OK
               ELSE
                  ADD 1 TO NEW-COUNT
                  SET NEW-IDX TO NEW-COUNT
                  MOVE CGN-STORE-TAG  TO NEW-TAG(NEW-IDX)
                  MOVE CGN-STORE-TEXT TO NEW-TEXT(NEW-IDX)
                  MOVE "N"            TO NEW-MATCHED(NEW-IDX)
                  MOVE SPACES         TO CGN-A-FIELDS
                  UNSTRING CGN-STORE-TEXT DELIMITED BY ALL SPACE
                           INTO CGN-A-FIELD(1) CGN-A-FIELD(2)
                  MOVE SPACES TO NEW-KEY(NEW-IDX)
                  IF CGN-STORE-TAG = "HOL"
                     STRING CGN-A-FIELD(1) DELIMITED BY SPACE
                            " "            DELIMITED BY SIZE
                            CGN-A-FIELD(2) DELIMITED BY SPACE
                            INTO NEW-KEY(NEW-IDX)
                     END-STRING
                  ELSE
                     MOVE CGN-A-FIELD(1) TO NEW-KEY(NEW-IDX)
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       30-TAKE-SNAPSHOT.
            SET OPS-NEED-OPERATOR TO TRUE
            PERFORM 51-CHECK-ROLE
            IF CGN-OPR-RANK NOT < OPS-NEED-RANK
               DISPLAY "REASON:"
               ACCEPT CGN-REASON
               SET CSN-SNAP-ALWAYS TO TRUE
               MOVE ZERO         TO CSN-BASE
               MOVE CGN-OPR-ID   TO CSN-OPERATOR
               MOVE CGN-REASON   TO CSN-REASON
               CALL "CFGSNAP" USING CFG-SNAP-REQUEST
               DISPLAY CSN-MESSAGE
               IF CSN-TAKEN
                  MOVE "SNAPSHOT"          TO WS-AUD-ACTION
                  MOVE SPACES              TO WS-AUD-DETAIL
                  STRING "GENERATION "     DELIMITED BY SIZE
                         CSN-GEN-NO        DELIMITED BY SIZE
                         " TAKEN"          DELIMITED BY SIZE
                         INTO WS-AUD-DETAIL
                  END-STRING
                  PERFORM 90-WRITE-AUDIT-EVENT
               ELSE
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       31-MAKE-PROPOSAL.
      *-> A PROPOSAL IS A GENERATION NOBODY HAS PUT LIVE.  IT IS
      *-> EDITED BY HAND IN GARDEN.Gnnnn (SAME LINES AS THE LIVE
      *-> FILES, EACH BEHIND ITS TAG), THEN COMPARED WITH D, COSTED
      *-> WITH P AND PUT LIVE WITH R.
            SET OPS-NEED-OPERATOR TO TRUE
            PERFORM 51-CHECK-ROLE
            IF CGN-OPR-RANK NOT < OPS-NEED-RANK
               DISPLAY "COPY WHICH GENERATION (0 = LIVE SET):"
               ACCEPT CGN-GEN-NO
               PERFORM 20-FIND-GENERATION
               IF NOT GEN-ON-FILE
                  MOVE 8 TO RETURN-CODE
               ELSE
                  DISPLAY "REASON:"
                  ACCEPT CGN-REASON
                  SET CSN-MAKE-PROPOSAL TO TRUE
                  MOVE CGN-GEN-NO   TO CSN-BASE
                  MOVE CGN-OPR-ID   TO CSN-OPERATOR
                  MOVE CGN-REASON   TO CSN-REASON
                  CALL "CFGSNAP" USING CFG-SNAP-REQUEST
                  DISPLAY CSN-MESSAGE
                  IF CSN-TAKEN
                     DISPLAY "EDIT THAT FILE, THEN USE D AND P ON IT"
                     MOVE "PROPOSAL"          TO WS-AUD-ACTION
                     MOVE SPACES              TO WS-AUD-DETAIL
                     STRING "PROPOSAL "       DELIMITED BY SIZE
                            CSN-GEN-NO        DELIMITED BY SIZE
                            " FROM "          DELIMITED BY SIZE
                            CGN-GEN-NO        DELIMITED BY SIZE
                            INTO WS-AUD-DETAIL
                     END-STRING
                     PERFORM 90-WRITE-AUDIT-EVENT
                  ELSE
                     MOVE 8 TO RETURN-CODE
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       35-PLAN-GENERATION.
      *-> WATERPLN TWICE: FIRST ON THE LIVE SET INTO GARDEN.PLN, THEN
      *-> - GARDEN.PGN TELLING IT WHICH GENERATION - INTO GARDEN.PLG.
      *-> CANCELLED AFTER EACH CALL SO THE SECOND STARTS CLEAN.
            DISPLAY "PLAN WHICH GENERATION:"
            ACCEPT CGN-GEN-NO
            IF CGN-GEN-NO = ZERO
               DISPLAY "0 IS THE LIVE SET - RUN WATERPLN FOR THAT"
               MOVE 4 TO RETURN-CODE
            ELSE
               PERFORM 20-FIND-GENERATION
               IF NOT GEN-ON-FILE
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
                  CALL "WATERPLN"
                  MOVE RETURN-CODE TO CGN-PLAN-RC
                  CANCEL "WATERPLN"
                  OPEN OUTPUT PROPOSAL-FILE
                  IF WS-PROPOSAL-STATUS NOT = "00"
                     DISPLAY "GARDEN.PGN CANNOT BE WRITTEN"
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE CGN-GEN-NO TO PROPOSAL-REC
                     WRITE PROPOSAL-REC
                     CLOSE PROPOSAL-FILE
                     MOVE ZERO TO RETURN-CODE
                     CALL "WATERPLN"
                     IF RETURN-CODE < CGN-PLAN-RC
                        MOVE CGN-PLAN-RC TO RETURN-CODE
                     END-IF
                     CANCEL "WATERPLN"
                     MOVE SPACES TO WS-SHOW-LINE
                     STRING "LIVE SET IN GARDEN.PLN, GENERATION "
                                             DELIMITED BY SIZE
                            CGN-GEN-NO       DELIMITED BY SIZE
                            " IN GARDEN.PLG" DELIMITED BY SIZE
                            INTO WS-SHOW-LINE
                     END-STRING
                     DISPLAY WS-SHOW-LINE
                  END-IF
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       40-SHOW-DIFFERENCES.
            DISPLAY "FROM GENERATION (0 = LIVE SET):"
            ACCEPT CGN-GEN-A
            DISPLAY "TO GENERATION (0 = LIVE SET):"
            ACCEPT CGN-GEN-B
            MOVE CGN-GEN-A TO CGN-GEN-NO
            PERFORM 20-FIND-GENERATION
            IF GEN-ON-FILE
               MOVE CGN-GEN-B TO CGN-GEN-NO
               PERFORM 20-FIND-GENERATION
            END-IF
            IF NOT GEN-ON-FILE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE CGN-GEN-A TO CGN-LOAD-NO
               PERFORM 21-LOAD-GENERATION
               MOVE NEW-TABLE TO OLD-TABLE
               MOVE NEW-COUNT TO OLD-COUNT
               IF LOAD-COMPLETE
                  MOVE CGN-GEN-B TO CGN-LOAD-NO
                  PERFORM 21-LOAD-GENERATION
               END-IF
               IF NOT LOAD-COMPLETE
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM 41-WRITE-DIFFERENCES
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       41-WRITE-DIFFERENCES.
      *-> EVERY "FROM" LINE LOOKS FOR THE "TO" LINE WITH THE SAME TAG
      *-> AND KEY: NONE IS A REMOVED LINE, ONE THAT READS DIFFERENTLY
      *-> IS REPORTED FIELD BY FIELD.  "TO" LINES LEFT OVER ARE ADDED.
            OPEN OUTPUT DIFF-FILE
            IF WS-DIFF-STATUS NOT = "00"
               DISPLAY "GARDEN.GDF CANNOT BE WRITTEN"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE ZERO   TO CGN-DIFF-COUNT
               MOVE SPACES TO WS-SHOW-LINE
               STRING "CHANGES FROM GENERATION " DELIMITED BY SIZE
                      CGN-GEN-A                  DELIMITED BY SIZE
                      " TO GENERATION "          DELIMITED BY SIZE
                      CGN-GEN-B                  DELIMITED BY SIZE
                      " (0000 = LIVE SET)"       DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               PERFORM 49-EMIT-LINE

               SET OLD-IDX TO 1
               PERFORM UNTIL OLD-IDX > OLD-COUNT
                   PERFORM 42-MATCH-OLD-LINE
                   SET OLD-IDX UP BY 1
               END-PERFORM

               SET NEW-IDX TO 1
               PERFORM UNTIL NEW-IDX > NEW-COUNT
                   IF NEW-MATCHED(NEW-IDX) = "N"
                      MOVE "ADDED"          TO CDL-WHAT
                      MOVE NEW-TAG(NEW-IDX) TO CDL-TAG
                      MOVE NEW-KEY(NEW-IDX) TO CDL-KEY
                      MOVE NEW-TEXT(NEW-IDX) TO CDL-DETAIL
                      PERFORM 48-EMIT-DIFFERENCE
                   END-IF
                   SET NEW-IDX UP BY 1
               END-PERFORM

               MOVE CGN-DIFF-COUNT TO WS-EDIT-COUNT
               MOVE SPACES         TO WS-SHOW-LINE
               STRING "DIFFERENCES:"  DELIMITED BY SIZE
                      WS-EDIT-COUNT   DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               PERFORM 49-EMIT-LINE
               CLOSE DIFF-FILE
               IF CGN-DIFF-COUNT = ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       42-MATCH-OLD-LINE.
            MOVE "N" TO CGN-LINE-FOUND
            SET NEW-IDX TO 1
            PERFORM UNTIL NEW-IDX > NEW-COUNT OR LINE-MATCHED
                IF NEW-TAG(NEW-IDX)     = OLD-TAG(OLD-IDX)
                   AND NEW-KEY(NEW-IDX) = OLD-KEY(OLD-IDX)
                   AND NEW-MATCHED(NEW-IDX) = "N"
                   MOVE "Y" TO CGN-LINE-FOUND
                ELSE
                   SET NEW-IDX UP BY 1
                END-IF
            END-PERFORM

            IF LINE-MATCHED
               MOVE "Y" TO NEW-MATCHED(NEW-IDX)
               MOVE "Y" TO OLD-MATCHED(OLD-IDX)
               IF NEW-TEXT(NEW-IDX) NOT = OLD-TEXT(OLD-IDX)
                  PERFORM 43-COMPARE-FIELDS
               END-IF
            ELSE
               MOVE "REMOVED"          TO CDL-WHAT
               MOVE OLD-TAG(OLD-IDX)   TO CDL-TAG
               MOVE OLD-KEY(OLD-IDX)   TO CDL-KEY
               MOVE OLD-TEXT(OLD-IDX)  TO CDL-DETAIL
               PERFORM 48-EMIT-DIFFERENCE
            END-IF
            .
      *----------------------------------------------------------------*
       43-COMPARE-FIELDS.
            MOVE SPACES TO CGN-A-FIELDS
            MOVE SPACES TO CGN-B-FIELDS
            UNSTRING OLD-TEXT(OLD-IDX) DELIMITED BY ALL SPACE
                     INTO CGN-A-FIELD(1) CGN-A-FIELD(2) CGN-A-FIELD(3)
                          CGN-A-FIELD(4) CGN-A-FIELD(5) CGN-A-FIELD(6)
                          CGN-A-FIELD(7) CGN-A-FIELD(8) CGN-A-FIELD(9)
                          CGN-A-FIELD(10)
            UNSTRING NEW-TEXT(NEW-IDX) DELIMITED BY ALL SPACE
                     INTO CGN-B-FIELD(1) CGN-B-FIELD(2) CGN-B-FIELD(3)
                          CGN-B-FIELD(4) CGN-B-FIELD(5) CGN-B-FIELD(6)
                          CGN-B-FIELD(7) CGN-B-FIELD(8) CGN-B-FIELD(9)
                          CGN-B-FIELD(10)
            MOVE 1 TO CGN-FIELD-NO
            PERFORM UNTIL CGN-FIELD-NO > 10
                IF CGN-A-FIELD(CGN-FIELD-NO)
                   NOT = CGN-B-FIELD(CGN-FIELD-NO)
                   PERFORM 44-NAME-FIELD
                   PERFORM 45-REPORT-CHANGED-FIELD
                END-IF
                ADD 1 TO CGN-FIELD-NO
            END-PERFORM
            .
      *----------------------------------------------------------------*
       44-NAME-FIELD.
            MOVE SPACES TO CGN-FIELD-NAME
            IF OLD-TAG(OLD-IDX) = "SET"
               MOVE OLD-KEY(OLD-IDX) TO CGN-FIELD-NAME
            ELSE
               SET NAM-IDX TO 1
               PERFORM UNTIL NAM-IDX > 4
                   IF CGN-NAME-TAG(NAM-IDX) = OLD-TAG(OLD-IDX)
                      MOVE CGN-NAME(NAM-IDX, CGN-FIELD-NO)
                                             TO CGN-FIELD-NAME
                   END-IF
                   SET NAM-IDX UP BY 1
               END-PERFORM
            END-IF
            IF CGN-FIELD-NAME = SPACES
               STRING "FIELD "      DELIMITED BY SIZE
                      CGN-FIELD-NO  DELIMITED BY SIZE
                      INTO CGN-FIELD-NAME
               END-STRING
            END-IF
            .
      *----------------------------------------------------------------*
       45-REPORT-CHANGED-FIELD.
      *-> AN OPTIONAL FIELD THAT IS NOT THERE SHOWS AS "-"
            IF CGN-A-FIELD(CGN-FIELD-NO) = SPACES
               MOVE "-" TO CGN-A-FIELD(CGN-FIELD-NO)
            END-IF
            IF CGN-B-FIELD(CGN-FIELD-NO) = SPACES
               MOVE "-" TO CGN-B-FIELD(CGN-FIELD-NO)
            END-IF
            MOVE "CHANGED"         TO CDL-WHAT
            MOVE OLD-TAG(OLD-IDX)  TO CDL-TAG
            MOVE OLD-KEY(OLD-IDX)  TO CDL-KEY
            MOVE SPACES            TO CDL-DETAIL
            STRING CGN-FIELD-NAME             DELIMITED BY SPACE
                   " "                        DELIMITED BY SIZE
                   CGN-A-FIELD(CGN-FIELD-NO)  DELIMITED BY SPACE
                   " -> "                     DELIMITED BY SIZE
                   CGN-B-FIELD(CGN-FIELD-NO)  DELIMITED BY SPACE
                   INTO CDL-DETAIL
            END-STRING
            PERFORM 48-EMIT-DIFFERENCE
            .
      *----------------------------------------------------------------*
       48-EMIT-DIFFERENCE.
            ADD 1 TO CGN-DIFF-COUNT
            MOVE CGN-DIFF-LINE TO WS-SHOW-LINE
            PERFORM 49-EMIT-LINE
            .
      *----------------------------------------------------------------*
       49-EMIT-LINE.
            MOVE WS-SHOW-LINE TO DIFF-REC
            WRITE DIFF-REC
            DISPLAY WS-SHOW-LINE
            .
      *----------------------------------------------------------------*
       50-SIGN-ON.
      *-> ASKS FOR AN ID AND PIN AND HAS OPRCHECK TEST THEM AGAINST
      *-> GARDEN.OPR FOR THE RANK IN OPS-NEED-RANK.  GRANTED, THAT
      *-> OPERATOR BECOMES THE RUN'S; REFUSED, THE RUN STAYS AS IT
      *-> WAS AND THE REASON IS SHOWN.
            MOVE SPACES TO OPS-ID
            MOVE SPACES TO OPS-PIN
            DISPLAY "OPERATOR ID:"
            ACCEPT OPS-ID
            DISPLAY "PIN:"
            ACCEPT OPS-PIN NO-ECHO
            CALL "OPRCHECK" USING OPR-SIGNON
            IF OPS-GRANTED
               MOVE OPS-ID   TO CGN-OPR-ID
               MOVE OPS-RANK TO CGN-OPR-RANK
            ELSE
               MOVE SPACES TO WS-SHOW-LINE
               STRING "SIGN-ON REFUSED - " DELIMITED BY SIZE
                      OPS-REASON           DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
            END-IF
            .
      *----------------------------------------------------------------*
       51-CHECK-ROLE.
      *-> AN ACTION ABOVE THE SIGNED-ON ROLE ASKS FOR SOMEONE WHO HAS
      *-> IT, AS ALARMACK DOES FOR A CRITICAL ALARM
            IF CGN-OPR-RANK < OPS-NEED-RANK
               DISPLAY "THIS NEEDS A HIGHER ROLE - SIGN ON AGAIN"
               PERFORM 50-SIGN-ON
            END-IF
            IF CGN-OPR-RANK < OPS-NEED-RANK
               MOVE 8 TO RETURN-CODE
            END-IF
            .
      *----------------------------------------------------------------*
       60-ROLLBACK.
      *-> THE LIVE SET IS KEPT FIRST (NO NEW GENERATION IF THE LATEST
      *-> ALREADY MATCHES IT) SO THERE IS ALWAYS A WAY BACK.  THE
      *-> CHOSEN GENERATION IS THEN WRITTEN OVER THE LIVE FILES AND
      *-> CHECKED BY CFGCHECK WHILE COBOLGARDEN IS STILL RUNNING ON
      *-> THE OLD TABLES - IT ONLY PICKS THE FILES UP WHEN GARDEN.RLD
      *-> SAYS SO, AND THAT IS RAISED ONLY ONCE THE CHECK IS CLEAN.
      *-> EACH STEP RUNS ONLY IF THE ONE BEFORE LEFT THE SWITCH ON.
            MOVE "Y" TO CGN-ROLLBACK-GOING
            SET OPS-NEED-SUPERVISOR TO TRUE
            PERFORM 51-CHECK-ROLE
            IF CGN-OPR-RANK < OPS-NEED-RANK
               MOVE "N" TO CGN-ROLLBACK-GOING
            END-IF
            IF ROLLBACK-GOING
               PERFORM 60A-CHOOSE-GENERATION
            END-IF
            IF ROLLBACK-GOING
               PERFORM 60B-KEEP-LIVE-SET
            END-IF
            IF ROLLBACK-GOING
               PERFORM 61-WRITE-LIVE-FILES
               MOVE ZERO TO RETURN-CODE
               CALL "CFGCHECK"
               CANCEL "CFGCHECK"
               IF RETURN-CODE NOT = ZERO
                  PERFORM 62-PUT-BACK-LIVE-SET
                  MOVE "N" TO CGN-ROLLBACK-GOING
               END-IF
            END-IF
            IF ROLLBACK-GOING
               PERFORM 60C-GO-LIVE
            END-IF
            .
      *----------------------------------------------------------------*
       60A-CHOOSE-GENERATION.
      *-> THE GENERATION, LOADED WHOLE BEFORE ANYTHING IS TOUCHED,
      *-> THEN THE REASON AND A LAST Y/N
            DISPLAY "ROLL BACK TO WHICH GENERATION:"
            ACCEPT CGN-GEN-NO
            IF CGN-GEN-NO = ZERO
               DISPLAY "0 IS THE LIVE SET - NOTHING TO ROLL BACK TO"
               MOVE 4   TO RETURN-CODE
               MOVE "N" TO CGN-ROLLBACK-GOING
            ELSE
               PERFORM 20-FIND-GENERATION
               IF GEN-ON-FILE
                  MOVE CGN-GEN-NO TO CGN-LOAD-NO
                  PERFORM 21-LOAD-GENERATION
               END-IF
               IF NOT GEN-ON-FILE OR NOT LOAD-COMPLETE
                  MOVE 8   TO RETURN-CODE
                  MOVE "N" TO CGN-ROLLBACK-GOING
               END-IF
            END-IF

            IF ROLLBACK-GOING
               DISPLAY "REASON:"
               ACCEPT CGN-REASON
               MOVE SPACES TO WS-SHOW-LINE
               STRING "PUT GENERATION "    DELIMITED BY SIZE
                      CGN-GEN-NO           DELIMITED BY SIZE
                      " LIVE (Y/N):"       DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
               ACCEPT CGN-CONFIRM
               IF NOT CGN-CONFIRMED
                  DISPLAY "ROLLBACK ABANDONED - NOTHING CHANGED"
                  MOVE 4   TO RETURN-CODE
                  MOVE "N" TO CGN-ROLLBACK-GOING
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       60B-KEEP-LIVE-SET.
            SET CSN-SNAP-IF-CHANGED TO TRUE
            MOVE ZERO         TO CSN-BASE
            MOVE CGN-OPR-ID   TO CSN-OPERATOR
            MOVE SPACES       TO CSN-REASON
            STRING "BEFORE ROLLBACK TO " DELIMITED BY SIZE
                   CGN-GEN-NO            DELIMITED BY SIZE
                   INTO CSN-REASON
            END-STRING
            CALL "CFGSNAP" USING CFG-SNAP-REQUEST
            DISPLAY CSN-MESSAGE
            IF CSN-FAILED
               DISPLAY "LIVE SET NOT KEPT - ROLLBACK REFUSED"
               MOVE 8   TO RETURN-CODE
               MOVE "N" TO CGN-ROLLBACK-GOING
            ELSE
               MOVE CSN-GEN-NO TO CGN-BACK-GEN
            END-IF
            .
      *----------------------------------------------------------------*
       60C-GO-LIVE.
      *-> THE RESTORED SET IS RECORDED AS A GENERATION OF ITS OWN
      *-> (KIND R, BASE = THE ONE RESTORED), THEN RELOADED
            SET CSN-RECORD-ROLLBACK TO TRUE
            MOVE CGN-GEN-NO   TO CSN-BASE
            MOVE CGN-OPR-ID   TO CSN-OPERATOR
            MOVE CGN-REASON   TO CSN-REASON
            CALL "CFGSNAP" USING CFG-SNAP-REQUEST
            DISPLAY CSN-MESSAGE

            OPEN OUTPUT RELOAD-FILE
            IF WS-RELOAD-STATUS = "00"
               MOVE "Y" TO RELOAD-REC
               WRITE RELOAD-REC
               CLOSE RELOAD-FILE
            END-IF

            MOVE "ROLLBACK"          TO WS-AUD-ACTION
            MOVE SPACES              TO WS-AUD-DETAIL
            STRING "GEN "            DELIMITED BY SIZE
                   CGN-GEN-NO        DELIMITED BY SIZE
                   " PUT LIVE AS GEN "
                                     DELIMITED BY SIZE
                   CSN-GEN-NO        DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
            END-STRING
            PERFORM 90-WRITE-AUDIT-EVENT
            DISPLAY "ROLLBACK DONE - COBOLGARDEN WILL RELOAD"
            MOVE ZERO TO RETURN-CODE
            .
      *----------------------------------------------------------------*
       61-WRITE-LIVE-FILES.
      *-> NEW-TABLE OVER THE FIVE LIVE FILES.  A TAG WITH NO LINES
      *-> LEAVES ITS FILE EMPTY, WHICH EVERY READER TAKES AS NONE.
            SET CFG-IDX TO 1
            PERFORM UNTIL CFG-IDX > 5
                MOVE CFG-FILE-NAME(CFG-IDX) TO WS-LIVE-NAME
                OPEN OUTPUT LIVE-FILE
                IF WS-LIVE-STATUS NOT = "00"
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING WS-LIVE-NAME       DELIMITED BY SIZE
                          " CANNOT BE WRITTEN"
                                             DELIMITED BY SIZE
                          INTO WS-SHOW-LINE
                   END-STRING
                   DISPLAY WS-SHOW-LINE
                ELSE
                   SET NEW-IDX TO 1
                   PERFORM UNTIL NEW-IDX > NEW-COUNT
                       IF NEW-TAG(NEW-IDX) = CFG-FILE-TAG(CFG-IDX)
                          MOVE NEW-TEXT(NEW-IDX) TO LIVE-REC
                          WRITE LIVE-REC
                       END-IF
                       SET NEW-IDX UP BY 1
                   END-PERFORM
                   CLOSE LIVE-FILE
                END-IF
                SET CFG-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       62-PUT-BACK-LIVE-SET.
      *-> CFGCHECK FOUND THE RESTORED SET FATAL.  THE GENERATION
      *-> KEPT BEFORE THE ROLLBACK GOES BACK OVER THE LIVE FILES, SO
      *-> COBOLGARDEN'S NEXT START OR RELOAD FINDS WHAT IT HAD.
            DISPLAY "CFGCHECK FOUND FATAL ERRORS - SEE GARDEN.CHK"
            MOVE CGN-BACK-GEN TO CGN-LOAD-NO
            PERFORM 21-LOAD-GENERATION
            IF LOAD-COMPLETE
               PERFORM 61-WRITE-LIVE-FILES
               DISPLAY "LIVE SET PUT BACK - ROLLBACK REFUSED"
            ELSE
               MOVE SPACES TO WS-SHOW-LINE
               STRING "LIVE FILES NOT PUT BACK - RESTORE GENERATION "
                                       DELIMITED BY SIZE
                      CGN-BACK-GEN     DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
            END-IF
            MOVE "ROLLBACK"          TO WS-AUD-ACTION
            MOVE SPACES              TO WS-AUD-DETAIL
            STRING "GEN "            DELIMITED BY SIZE
                   CGN-GEN-NO        DELIMITED BY SIZE
                   " REFUSED BY CFGCHECK"
                                     DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
            END-STRING
            PERFORM 90-WRITE-AUDIT-EVENT
            MOVE 8 TO RETURN-CODE
            .
      *----------------------------------------------------------------*
       90-WRITE-AUDIT-EVENT.
      *-> SAME CREATE-ON-FIRST-USE APPEND AS COBOLGARDEN'S
      *-> 17-WRITE-AUDIT-EVENT, UNDER THE SIGNED-ON OPERATOR
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
               MOVE CGN-OPR-ID      TO AUD-OPERATOR
               WRITE AUDIT-REC
               CLOSE AUDIT-FILE
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
