       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CFGSNAP".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  30.10.2023.
       DATE-COMPILED. 30.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      CONFIGURATION GENERATION TAKER.  CALLED -       *
      *               NEVER RUN STANDALONE - WITH THE REQUEST IN      *
      *               CFGSNAP.cpy.  COPIES THE WHOLE LIVE SET -       *
      *               GARDEN.ZON, GARDEN.SEA, GARDEN.HOL,             *
      *               GARDEN.SET AND GARDEN.FRT - INTO A NEW          *
      *               NUMBERED GENERATION FILE GARDEN.Gnnnn, ONE      *
      *               "TAG LINE" PER CONFIGURATION LINE, AND          *
      *               APPENDS ITS DATE, TIME, KIND, OPERATOR AND      *
      *               REASON TO THE CATALOGUE GARDEN.GEN              *
      *               (GENREC.cpy).  GARDENMNT CALLS IT AFTER         *
      *               EVERY SAVE; COBOLGARDEN CALLS IT AT STARTUP     *
      *               AND RELOAD IN "ONLY IF CHANGED" MODE, SO A      *
      *               HAND EDIT IS KEPT TOO; CFGGEN CALLS IT FOR A    *
      *               SNAPSHOT ON DEMAND, A NEW PROPOSAL (A COPY      *
      *               OF ANY GENERATION, NOT LIVE) AND THE RECORD     *
      *               OF A ROLLBACK.  A FILE MISSING FROM THE LIVE    *
      *               SET IS KEPT AS NO LINES, WHICH IS HOW EVERY     *
      *               READER TREATS IT.                               *
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
           SELECT LIVE-FILE          ASSIGN TO WS-LIVE-NAME
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-LIVE-STATUS.
           SELECT GENERATION-FILE    ASSIGN TO WS-GEN-NAME
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-GENERATION-STATUS.
           SELECT BASE-FILE          ASSIGN TO WS-BASE-NAME
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-BASE-STATUS.
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
      *-> ONE LINE OF WHICHEVER LIVE FILE IS IN HAND - THE WIDEST,
      *-> GARDEN.ZON, IS 60
       FD  LIVE-FILE.
       01  LIVE-REC                  PIC X(60).
      *
      *-> THE GENERATION BEING WRITTEN: THE LIVE FILE'S TAG, A SPACE,
      *-> THEN THE LINE EXACTLY AS IT STANDS IN THE LIVE FILE
       FD  GENERATION-FILE.
       01  GENERATION-REC.
           05  GDT-TAG               PIC X(03).
           05  GDT-SEP               PIC X(01).
           05  GDT-TEXT              PIC X(60).
      *
      *-> AN EARLIER GENERATION: THE LATEST LIVE ONE TO COMPARE
      *-> AGAINST, OR THE ONE A PROPOSAL IS COPIED FROM
       FD  BASE-FILE.
       01  BASE-REC.
           05  BSE-TAG               PIC X(03).
           05  BSE-SEP               PIC X(01).
           05  BSE-TEXT              PIC X(60).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * W O R K I N G   S T O R A G E   S E C T I O N                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-CATALOGUE-STATUS   PIC  X(02)        VALUE "00".
       77 WS-LIVE-STATUS        PIC  X(02)        VALUE "00".
       77 WS-GENERATION-STATUS  PIC  X(02)        VALUE "00".
       77 WS-BASE-STATUS        PIC  X(02)        VALUE "00".
       77 WS-LIVE-NAME          PIC  X(10)        VALUE SPACES.
       77 WS-GEN-NAME           PIC  X(12)        VALUE SPACES.
       77 WS-BASE-NAME          PIC  X(12)        VALUE SPACES.
      *
      *-> THE CONFIGURATION SET, IN THE ORDER IT IS KEPT
       01 CFG-FILE-TABLE.
          05 CFG-FILE-ENTRY OCCURS 5 TIMES INDEXED BY CFG-IDX.
             10 CFG-FILE-TAG         PIC X(03).
             10 CFG-FILE-NAME        PIC X(10).
      *
      *-> FROM THE CATALOGUE: THE HIGHEST NUMBER GIVEN OUT, THE
      *-> LATEST GENERATION THAT WAS THE LIVE SET (KIND S OR R), AND
      *-> WHETHER CSN-BASE IS ON FILE
       77 SNP-LAST-GEN          PIC  9(04)        VALUE ZERO.
       77 SNP-LAST-LIVE         PIC  9(04)        VALUE ZERO.
       77 SNP-NEW-GEN           PIC  9(04)        VALUE ZERO.
       77 SNP-NAME-NO           PIC  9(04)        VALUE ZERO.
       77 SNP-BASE-FOUND        PIC  X(01)        VALUE "N".
          88 BASE-ON-FILE           VALUE "Y".
       77 SNP-SAME              PIC  X(01)        VALUE "N".
          88 SET-UNCHANGED          VALUE "Y".
       77 SNP-COPY-OK           PIC  X(01)        VALUE "Y".
          88 COPY-COMPLETE          VALUE "Y".
       77 SNP-TIME              PIC  9(08)        VALUE ZERO.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * L I N K A G E   S E C T I O N                                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LINKAGE SECTION.
           COPY "CFGSNAP.cpy".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * P R O C E D U R E   D I V I S I O N                            *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION USING CFG-SNAP-REQUEST.
      *----------------------------------------------------------------*
       00-MAIN.
      *-> CALLED MANY TIMES IN ONE RUN (COBOLGARDEN NEVER CANCELS
      *-> IT), SO EVERY SWITCH IS SET AFRESH HERE.
            SET CSN-FAILED TO TRUE
            MOVE ZERO   TO CSN-GEN-NO
            MOVE SPACES TO CSN-MESSAGE
            MOVE "N"    TO SNP-SAME
            PERFORM 05-SET-FILE-TABLE
            PERFORM 10-READ-CATALOGUE

            IF CSN-SNAP-IF-CHANGED AND SNP-LAST-LIVE NOT = ZERO
               PERFORM 20-COMPARE-WITH-LAST
            END-IF

            EVALUATE TRUE
                WHEN SET-UNCHANGED
                     SET CSN-UNCHANGED TO TRUE
                     MOVE SNP-LAST-LIVE TO CSN-GEN-NO
                     STRING "LIVE SET SAME AS GENERATION "
                                               DELIMITED BY SIZE
                            SNP-LAST-LIVE      DELIMITED BY SIZE
                            INTO CSN-MESSAGE
                     END-STRING
                WHEN CSN-MAKE-PROPOSAL AND CSN-BASE NOT = ZERO
                     AND NOT BASE-ON-FILE
                     STRING "GENERATION "      DELIMITED BY SIZE
                            CSN-BASE           DELIMITED BY SIZE
                            " NOT ON FILE"     DELIMITED BY SIZE
                            INTO CSN-MESSAGE
                     END-STRING
                WHEN SNP-LAST-GEN = 9999
                     MOVE "NO GENERATION NUMBERS LEFT"
                                               TO CSN-MESSAGE
                WHEN OTHER
                     PERFORM 30-WRITE-GENERATION
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
       10-READ-CATALOGUE.
      *-> NO GARDEN.GEN YET IS NO GENERATIONS YET
            MOVE ZERO TO SNP-LAST-GEN
            MOVE ZERO TO SNP-LAST-LIVE
            MOVE "N"  TO SNP-BASE-FOUND
            OPEN INPUT CATALOGUE-FILE
            IF WS-CATALOGUE-STATUS = "00"
               PERFORM UNTIL WS-CATALOGUE-STATUS = "10"
                   READ CATALOGUE-FILE
                       AT END
                           MOVE "10" TO WS-CATALOGUE-STATUS
                       NOT AT END
                           PERFORM 10A-NOTE-CATALOGUE-LINE
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       10A-NOTE-CATALOGUE-LINE.
            IF GEN-NO NUMERIC
               IF GEN-NO > SNP-LAST-GEN
                  MOVE GEN-NO TO SNP-LAST-GEN
               END-IF
               IF GEN-SNAPSHOT OR GEN-ROLLBACK
                  MOVE GEN-NO TO SNP-LAST-LIVE
               END-IF
               IF GEN-NO = CSN-BASE
                  MOVE "Y" TO SNP-BASE-FOUND
               END-IF
            END-IF
            .
      *----------------------------------------------------------------*
       20-COMPARE-WITH-LAST.
      *-> THE LIVE FILES, IN TABLE ORDER, AGAINST THE LATEST LIVE
      *-> GENERATION LINE FOR LINE.  A GENERATION FILE THAT CANNOT BE
      *-> READ COUNTS AS CHANGED - BETTER ONE GENERATION TOO MANY
      *-> THAN A HAND EDIT NOBODY KEPT.
            MOVE SNP-LAST-LIVE TO SNP-NAME-NO
            PERFORM 80-SET-BASE-NAME
            MOVE "Y" TO SNP-SAME
            OPEN INPUT BASE-FILE
            IF WS-BASE-STATUS NOT = "00"
               MOVE "N" TO SNP-SAME
            ELSE
               SET CFG-IDX TO 1
               PERFORM UNTIL CFG-IDX > 5 OR NOT SET-UNCHANGED
                   PERFORM 21-COMPARE-LIVE-FILE
                   SET CFG-IDX UP BY 1
               END-PERFORM
      *-> ANYTHING LEFT OVER IN THE GENERATION WAS TAKEN OUT SINCE
               IF SET-UNCHANGED
                  READ BASE-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          MOVE "N" TO SNP-SAME
                  END-READ
               END-IF
               CLOSE BASE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       21-COMPARE-LIVE-FILE.
            MOVE CFG-FILE-NAME(CFG-IDX) TO WS-LIVE-NAME
            OPEN INPUT LIVE-FILE
            IF WS-LIVE-STATUS = "00"
               PERFORM UNTIL WS-LIVE-STATUS = "10"
                       OR NOT SET-UNCHANGED
                   READ LIVE-FILE
                       AT END
                           MOVE "10" TO WS-LIVE-STATUS
                       NOT AT END
                           PERFORM 21A-COMPARE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       21A-COMPARE-ONE-LINE.
            READ BASE-FILE
                AT END
                    MOVE "N" TO SNP-SAME
                NOT AT END
                    IF BSE-TAG  NOT = CFG-FILE-TAG(CFG-IDX)
                       OR BSE-TEXT NOT = LIVE-REC
                       MOVE "N" TO SNP-SAME
                    END-IF
            END-READ
            .
      *----------------------------------------------------------------*
       30-WRITE-GENERATION.
      *-> THE NEXT NUMBER IS ONE PAST THE HIGHEST IN THE CATALOGUE.
      *-> THE FILE IS WRITTEN FIRST AND CATALOGUED AFTER, SO A
      *-> GENERATION IN GARDEN.GEN IS ALWAYS A COMPLETE ONE.
            COMPUTE SNP-NEW-GEN = SNP-LAST-GEN + 1
            MOVE SNP-NEW-GEN TO SNP-NAME-NO
            PERFORM 81-SET-GEN-NAME
            MOVE "Y" TO SNP-COPY-OK
            OPEN OUTPUT GENERATION-FILE
            IF WS-GENERATION-STATUS NOT = "00"
               MOVE "N" TO SNP-COPY-OK
            ELSE
               IF CSN-MAKE-PROPOSAL AND CSN-BASE NOT = ZERO
                  PERFORM 32-COPY-GENERATION
               ELSE
                  SET CFG-IDX TO 1
                  PERFORM UNTIL CFG-IDX > 5
                      PERFORM 31-COPY-LIVE-FILE
                      SET CFG-IDX UP BY 1
                  END-PERFORM
               END-IF
               CLOSE GENERATION-FILE
            END-IF

            IF COPY-COMPLETE
               PERFORM 40-ADD-CATALOGUE-LINE
            ELSE
               STRING WS-GEN-NAME              DELIMITED BY SIZE
                      " COULD NOT BE WRITTEN"  DELIMITED BY SIZE
                      INTO CSN-MESSAGE
               END-STRING
            END-IF
            .
      *----------------------------------------------------------------*
       31-COPY-LIVE-FILE.
            MOVE CFG-FILE-NAME(CFG-IDX) TO WS-LIVE-NAME
            OPEN INPUT LIVE-FILE
            IF WS-LIVE-STATUS = "00"
               PERFORM UNTIL WS-LIVE-STATUS = "10"
                   READ LIVE-FILE
                       AT END
                           MOVE "10" TO WS-LIVE-STATUS
                       NOT AT END
                           MOVE SPACES   TO GENERATION-REC
                           MOVE CFG-FILE-TAG(CFG-IDX) TO GDT-TAG
                           MOVE LIVE-REC TO GDT-TEXT
                           WRITE GENERATION-REC
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       32-COPY-GENERATION.
            MOVE CSN-BASE TO SNP-NAME-NO
            PERFORM 80-SET-BASE-NAME
            OPEN INPUT BASE-FILE
            IF WS-BASE-STATUS NOT = "00"
               MOVE "N" TO SNP-COPY-OK
            ELSE
               PERFORM UNTIL WS-BASE-STATUS = "10"
                   READ BASE-FILE
                       AT END
                           MOVE "10" TO WS-BASE-STATUS
                       NOT AT END
                           MOVE BASE-REC TO GENERATION-REC
                           WRITE GENERATION-REC
                   END-READ
               END-PERFORM
               CLOSE BASE-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       40-ADD-CATALOGUE-LINE.
      *-> SAME CREATE-ON-FIRST-USE APPEND AS THE AUDIT TRAIL
            OPEN EXTEND CATALOGUE-FILE
            IF WS-CATALOGUE-STATUS = "05" OR WS-CATALOGUE-STATUS = "35"
               OPEN OUTPUT CATALOGUE-FILE
               CLOSE CATALOGUE-FILE
               OPEN EXTEND CATALOGUE-FILE
            END-IF
            IF WS-CATALOGUE-STATUS NOT = "00"
               MOVE "GARDEN.GEN COULD NOT BE WRITTEN" TO CSN-MESSAGE
            ELSE
               MOVE SPACES      TO CONFIG-GEN-REC
               MOVE SNP-NEW-GEN TO GEN-NO
               ACCEPT GEN-DATE FROM DATE YYYYMMDD
               ACCEPT SNP-TIME FROM TIME
               MOVE SNP-TIME(1:6) TO GEN-TIME
               EVALUATE TRUE
                   WHEN CSN-MAKE-PROPOSAL
                        SET GEN-PROPOSAL TO TRUE
                        MOVE CSN-BASE TO GEN-BASE
                   WHEN CSN-RECORD-ROLLBACK
                        SET GEN-ROLLBACK TO TRUE
                        MOVE CSN-BASE TO GEN-BASE
                   WHEN OTHER
                        SET GEN-SNAPSHOT TO TRUE
                        MOVE ZERO     TO GEN-BASE
               END-EVALUATE
               MOVE CSN-OPERATOR TO GEN-OPERATOR
               MOVE CSN-REASON   TO GEN-REASON
               WRITE CONFIG-GEN-REC
               CLOSE CATALOGUE-FILE

               SET CSN-TAKEN TO TRUE
               MOVE SNP-NEW-GEN TO CSN-GEN-NO
               STRING "GENERATION "    DELIMITED BY SIZE
                      SNP-NEW-GEN      DELIMITED BY SIZE
                      " TAKEN IN "     DELIMITED BY SIZE
                      WS-GEN-NAME      DELIMITED BY SIZE
                      INTO CSN-MESSAGE
               END-STRING
            END-IF
            .
      *----------------------------------------------------------------*
       80-SET-BASE-NAME.
            MOVE SPACES TO WS-BASE-NAME
            STRING "GARDEN.G"  DELIMITED BY SIZE
                   SNP-NAME-NO DELIMITED BY SIZE
                   INTO WS-BASE-NAME
            END-STRING
            .
      *----------------------------------------------------------------*
       81-SET-GEN-NAME.
            MOVE SPACES TO WS-GEN-NAME
            STRING "GARDEN.G"  DELIMITED BY SIZE
                   SNP-NAME-NO DELIMITED BY SIZE
                   INTO WS-GEN-NAME
            END-STRING
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
