      *               ORDER: STARTUPS, CONFIG LOADS, RAIN DELAYS,     *
      *               MANUAL REQUESTS AND THEIR REJECTION REASONS,    *
      *               RELOADS.  "WHAT DID THE OPERATOR DO" IN ONE     *
      *               RUN.  ALSO ASKS FOR AN OPERATOR ID (BLANK =     *
      *               EVERYONE) TO LIST ONE OPERATOR'S ACTIONS ONLY - *
      *               "SYSTEM" PICKS OUT WHAT THE CONTROLLER DID ON   *
      *               ITS OWN.                                         *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *   DATE        BY    DESCRIPTION                                *
      *   ----------  ----  ------------------------------------------ *
      *   05.10.2023   IGP  ORIGINAL VERSION.                          *
      *   25.10.2023   IGP  EVERY LINE SHOWS THE OPERATOR (AUDREC.cpy  *
      *                     AUD-OPERATOR), AND THE LISTING CAN BE      *
      *                     NARROWED TO ONE OPERATOR ID.               *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       77 WS-AUDIT-STATUS       PIC  X(02)        VALUE "00".
      *-> 0 = LIST THE WHOLE FILE
       77 LST-DATE              PIC  9(08)        VALUE ZERO.
      *-> SPACES = EVERY OPERATOR
       77 LST-OPERATOR          PIC  X(08)        VALUE SPACES.
       77 LST-COUNT             PIC  9(05)        VALUE ZERO.
       01 WS-EDIT-COUNT         PIC ZZZZ9         VALUE ZERO.
       01 WS-SHOW-LINE          PIC X(70)         VALUE SPACES.
       00-MAIN.
            DISPLAY "DAY TO LIST (YYYYMMDD, 0 = ALL):"
            ACCEPT LST-DATE
            DISPLAY "OPERATOR TO LIST (BLANK = ALL):"
            ACCEPT LST-OPERATOR

            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "GARDEN.AUD NOT FOUND - NO AUDIT TRAIL YET"
            ELSE
               DISPLAY "DATE     TIME     ACTION     DETAIL"
                       "                         OPERATOR"
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                   READ AUDIT-FILE
                       AT END
            .
      *----------------------------------------------------------------*
       10-SHOW-AUDIT-RECORD.
            IF (LST-DATE = ZERO OR AUD-DATE = LST-DATE)
               AND (LST-OPERATOR = SPACES
                    OR AUD-OPERATOR = LST-OPERATOR)
               ADD 1 TO LST-COUNT
               MOVE SPACES TO WS-SHOW-LINE
               STRING AUD-DATE     DELIMITED BY SIZE
                      AUD-ACTION   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      AUD-DETAIL   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      AUD-OPERATOR DELIMITED BY SIZE
                      INTO WS-SHOW-LINE
               END-STRING
               DISPLAY WS-SHOW-LINE
