       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "OPRCHECK".
       AUTHOR.        "ISAAC GARCIA PEVERI".
       INSTALLATION.  "ISAAC GARCIA PEVERI".
       DATE-WRITTEN.  25.10.2023.
       DATE-COMPILED. 25.10.2023.
       REMARKS.       ACUCOBOL-GT DIALECT 7.0.0.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *                                                                *
      *   USAGE:      OPERATOR SIGN-ON CHECK.  CALLED - NEVER RUN     *
      *               STANDALONE - USING OPR-SIGNON (OPRSIGN.cpy)     *
      *               WITH AN OPERATOR ID, A PIN AND THE LEAST ROLE   *
      *               THE CALLER'S ACTION NEEDS.  LOOKS THE ID UP IN  *
      *               GARDEN.OPR ("ID PIN ROLE" PER LINE, ROLE V      *
      *               VIEWER, O OPERATOR, S SUPERVISOR), AND ANSWERS  *
      *               GRANTED OR REFUSED WITH THE REASON.  NO SCREEN  *
      *               I/O HERE: EACH CALLER ASKS FOR THE ID AND PIN   *
      *               IN ITS OWN WAY (CONSOLE SCREEN, MAINTENANCE     *
      *               SCREEN, OR THE GARDEN.CMD CREDENTIAL), SO ONE   *
      *               RULE BOOK SERVES THEM ALL.  THE FILE IS READ    *
      *               ON EVERY CALL, SO AN OPERATOR ADDED OR REMOVED  *
      *               COUNTS AT ONCE.  A MISSING FILE REFUSES         *
      *               EVERYONE - NO FILE IS NOT THE SAME AS NO RULES. *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *   MODIFICATION HISTORY                                        *
      *                                                                *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   25.10.2023   IGP  ORIGINAL VERSION.                          *
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
           SELECT OPERATOR-FILE      ASSIGN TO "GARDEN.OPR"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-OPERATOR-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * F I L E   S E C T I O N                                        *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       FILE SECTION.
      *
       FD  OPERATOR-FILE.
       01  OPERATOR-REC              PIC X(30).
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * W O R K I N G   S T O R A G E   S E C T I O N                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-OPERATOR-STATUS    PIC  X(02)        VALUE "00".
      *
      *-> ONE GARDEN.OPR LINE, SPLIT
       77 WS-OPR-ID             PIC  X(08)        VALUE SPACES.
       77 WS-OPR-PIN            PIC  X(08)        VALUE SPACES.
       77 WS-OPR-ROLE           PIC  X(01)        VALUE SPACE.
      *
       77 WS-OPR-FOUND          PIC  X(01)        VALUE "N".
          88 OPERATOR-FOUND         VALUE "Y".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * L I N K A G E   S E C T I O N                                  *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       LINKAGE SECTION.
           COPY "OPRSIGN.cpy".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      * P R O C E D U R E   D I V I S I O N                            *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       PROCEDURE DIVISION USING OPR-SIGNON.
      *----------------------------------------------------------------*
       00-MAIN.
            SET OPS-REFUSED  TO TRUE
            MOVE SPACE       TO OPS-ROLE
            MOVE ZERO        TO OPS-RANK
            MOVE SPACES      TO OPS-REASON

            IF OPS-ID = SPACES OR OPS-PIN = SPACES
               MOVE "NO CREDENTIAL GIVEN"     TO OPS-REASON
            ELSE
               PERFORM 10-FIND-OPERATOR
               EVALUATE TRUE
                   WHEN WS-OPERATOR-STATUS = "35"
                   WHEN WS-OPERATOR-STATUS = "05"
                        MOVE "NO GARDEN.OPR ON FILE"  TO OPS-REASON
      *-> AN UNKNOWN ID AND A WRONG PIN GET THE SAME ANSWER: THE
      *-> REMOTE SIDE IS NOT TOLD WHICH HALF IT GUESSED RIGHT.
                   WHEN NOT OPERATOR-FOUND
                        MOVE "ID OR PIN NOT VALID"    TO OPS-REASON
                   WHEN OTHER
                        PERFORM 20-CHECK-ROLE
               END-EVALUATE
            END-IF

            MOVE SPACES      TO OPS-PIN
            PERFORM 99-END
            .
      *----------------------------------------------------------------*
       10-FIND-OPERATOR.
      *-> FOUND ONLY WHEN BOTH THE ID AND THE PIN MATCH ONE LINE
            MOVE "N" TO WS-OPR-FOUND
            OPEN INPUT OPERATOR-FILE
            IF WS-OPERATOR-STATUS = "00"
               PERFORM UNTIL WS-OPERATOR-STATUS = "10"
                       OR OPERATOR-FOUND
                   READ OPERATOR-FILE
                       AT END
                           MOVE "10" TO WS-OPERATOR-STATUS
                       NOT AT END
                           PERFORM 10A-MATCH-OPERATOR-LINE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       10A-MATCH-OPERATOR-LINE.
            MOVE SPACES TO WS-OPR-ID
            MOVE SPACES TO WS-OPR-PIN
            MOVE SPACE  TO WS-OPR-ROLE
            UNSTRING OPERATOR-REC DELIMITED BY SPACE
                     INTO WS-OPR-ID WS-OPR-PIN WS-OPR-ROLE
            IF WS-OPR-ID NOT = SPACES
               AND WS-OPR-ID  = OPS-ID
               AND WS-OPR-PIN = OPS-PIN
               MOVE "Y" TO WS-OPR-FOUND
            END-IF
            .
      *----------------------------------------------------------------*
       20-CHECK-ROLE.
            MOVE WS-OPR-ROLE TO OPS-ROLE
            EVALUATE WS-OPR-ROLE
                WHEN "V"
                     MOVE 1 TO OPS-RANK
                WHEN "O"
                     MOVE 2 TO OPS-RANK
                WHEN "S"
                     MOVE 3 TO OPS-RANK
                WHEN OTHER
                     MOVE 0 TO OPS-RANK
            END-EVALUATE

            EVALUATE TRUE
                WHEN OPS-RANK = ZERO
                     MOVE "ROLE ON FILE NOT V/O/S"   TO OPS-REASON
                WHEN OPS-RANK < OPS-NEED-RANK
                     IF OPS-NEED-SUPERVISOR
                        MOVE "NEEDS SUPERVISOR ROLE" TO OPS-REASON
                     ELSE
                        MOVE "NEEDS OPERATOR ROLE"   TO OPS-REASON
                     END-IF
                WHEN OTHER
                     SET OPS-GRANTED TO TRUE
            END-EVALUATE
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
