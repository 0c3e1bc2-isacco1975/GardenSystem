      *               NUMBER, SEVERITY, CODE AND DETAIL, AND ASKS     *
      *               WHICH ONE TO ACKNOWLEDGE (0 = DONE).  AN ACKED  *
      *               ALARM KEEPS ITS RECORD - WITH THE ACK DATE AND  *
      *               TIME AND THE OPERATOR WHO ACKED IT - SO THE     *
      *               QUEUE IS ALSO THE HISTORY OF WHO NOTICED WHAT,  *
      *               AND WHEN.  ENTRY NEEDS A SIGN-ON (ANY ROLE); A  *
      *               CRITICAL ALARM NEEDS A SUPERVISOR TO ACK IT,    *
      *               ANY OTHER AN OPERATOR.  THE FILE IS ONLY        *
      *               REWRITTEN ON EXIT, AND NEVER WHEN IT HOLDS      *
      *               MORE RECORDS THAN THE TABLE: THEN IT IS LISTED  *
      *               READ-ONLY AND LEFT ALONE RATHER THAN SILENTLY   *
      *               TRUNCATED - ARCHIVE IT BY HAND FIRST.           *
      *               UNDER EACH ACTIVE ALARM COME ITS NOTIFICATIONS  *
      *               FROM GARDEN.ALN (SEE ALARMESC): WHO WAS SENT    *
      *               WHAT LEVEL AND WHEN, AND THE GATEWAY'S RECEIPT. *
      *                                                                *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *                     AND LAST-USED STATE WAS RE-APPLYING AN     *
      *                     EARLIER SESSION'S ACK KEYS (AND REWRITING  *
      *                     THE FILE) ON VISITS THAT ACKED NOTHING.    *
      *   25.10.2023   IGP  OPERATOR SIGN-ON (GARDEN.OPR, OPRCHECK):   *
      *                     ANY ROLE MAY LIST, AN OPERATOR MAY ACK A   *
      *                     WARNING OR INFO ALARM, ONLY A SUPERVISOR   *
      *                     MAY ACK A CRITICAL ONE.  THE ACKING        *
      *                     OPERATOR'S ID IS KEPT ON THE RECORD        *
      *                     (ALM-ACK-BY) BESIDE THE ACK DATE/TIME.     *
      *   26.10.2023   IGP  EACH ACTIVE ALARM IS FOLLOWED BY ITS       *
      *                     ESCALATION HISTORY FROM GARDEN.ALN: SENT,  *
      *                     COVERED BY AN EARLIER SEND, DELIVERED OR   *
      *                     FAILED - WITH LEVEL, RECIPIENT AND TIME.   *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-**
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
           SELECT ALARM-FILE         ASSIGN TO "GARDEN.ALM"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-ALARM-STATUS.
           SELECT NOTELOG-FILE       ASSIGN TO "GARDEN.ALN"
                  ORGANIZATION       IS LINE SEQUENTIAL
                  FILE STATUS        IS WS-NOTELOG-STATUS.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *
       FD  ALARM-FILE.
           COPY "ALMREC.cpy".
      *
       FD  NOTELOG-FILE.
           COPY "ALNREC.cpy".
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       WORKING-STORAGE SECTION.
       77 WS-ALARM-STATUS       PIC  X(02)        VALUE "00".
       77 WS-NOTELOG-STATUS     PIC  X(02)        VALUE "00".
      *
      *-> THE WHOLE FILE IN MEMORY WHILE THE OPERATOR WORKS; ACKED
      *-> RECORDS RIDE ALONG UNTOUCHED SO THE REWRITE LOSES NOTHING.
             10 TBL-ACK              PIC X(01).
             10 TBL-ACK-DATE         PIC 9(08).
             10 TBL-ACK-TIME         PIC 9(08).
             10 TBL-ACK-BY           PIC X(08).
      *
      *-> THE SESSION'S ACKS, KEPT BY KEY RATHER THAN BY TABLE SLOT:
      *-> THE WATERING THREAD APPENDS TO GARDEN.ALM WHILE THE
             10 AKL-CODE             PIC X(10).
             10 AKL-ACK-DATE         PIC 9(08).
             10 AKL-ACK-TIME         PIC 9(08).
             10 AKL-ACK-BY           PIC X(08).
      *
      *-> THE OPERATOR SIGNED ON FOR THIS VISIT AND THE RANK OF THE
      *-> ROLE (1 VIEWER, 2 OPERATOR, 3 SUPERVISOR).  A HIGHER ROLE
      *-> SIGNING ON MID-VISIT TAKES THE SESSION OVER.
       77 ACK-OPR-ID            PIC  X(08)        VALUE SPACES.
       77 ACK-OPR-RANK          PIC  9(01)        VALUE ZERO.
           COPY "OPRSIGN.cpy".
       77 ACK-CHOICE            PIC  9(03)        VALUE ZERO.
       77 WS-ACTIVE-COUNT       PIC  9(03)        VALUE ZERO.
       77 WS-SEQ-NO             PIC  9(03)        VALUE ZERO.
       77 WS-APPLIED            PIC  X(01)        VALUE "N".
       77 WS-DONE               PIC  X(01)        VALUE "N".
          88 ACK-ALL-DONE           VALUE "Y".
      *
      *-> THE GARDEN.ALN EVENTS OF THE ALARMS STILL ACTIVE, RE-READ
      *-> FOR EVERY LISTING SO A SEND MADE WHILE THE OPERATOR LOOKS
      *-> SHOWS UP.  PAST 200 THE OLDEST ARE SHOWN AND THE REST NOT.
       77 NTE-COUNT             PIC  9(03)        VALUE ZERO.
       01 NTE-TABLE.
          05 NTE-ENTRY OCCURS 200 TIMES INDEXED BY NTE-IDX.
             10 NTE-ALM-DATE         PIC 9(08).
             10 NTE-ALM-TIME         PIC 9(08).
             10 NTE-ALM-CODE         PIC X(10).
             10 NTE-EVENT            PIC X(01).
             10 NTE-LEVEL            PIC 9(01).
             10 NTE-NTF-ID           PIC 9(06).
             10 NTE-RECIPIENT        PIC X(08).
             10 NTE-DATE             PIC 9(08).
             10 NTE-TIME             PIC 9(08).
             10 NTE-NOTE             PIC X(20).
       77 WS-NTE-WORD           PIC  X(09)        VALUE SPACES.
       01 WS-SHOW-LINE          PIC X(75)         VALUE SPACES.
      *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *-> SO WORKING-STORAGE ARRIVES IN LAST-USED STATE: THE SESSION
      *-> ACK LIST AND THE ACKS-PENDING SWITCH MUST START EMPTY OR AN
      *-> EARLIER SESSION'S KEYS GET RE-APPLIED - AND THE FILE GETS
      *-> REWRITTEN - ON A VISIT THAT ACKED NOTHING.  THE SAME GOES
      *-> FOR THE SIGNED-ON OPERATOR: EVERY VISIT SIGNS ON AFRESH.
            MOVE ZERO   TO AKL-COUNT
            MOVE "N"    TO WS-CHANGED
            MOVE SPACES TO ACK-OPR-ID
            MOVE ZERO   TO ACK-OPR-RANK
            SET OPS-NEED-VIEWER TO TRUE
            PERFORM 50-SIGN-ON
            IF ACK-OPR-RANK = ZERO
               PERFORM 99-END
            END-IF
            PERFORM 10-LOAD-ALARMS
            IF ALM-COUNT = ZERO
               DISPLAY "NO ALARMS ON FILE"
               MOVE ALM-ACK      TO TBL-ACK(ALM-IDX)
               MOVE ALM-ACK-DATE TO TBL-ACK-DATE(ALM-IDX)
               MOVE ALM-ACK-TIME TO TBL-ACK-TIME(ALM-IDX)
               MOVE ALM-ACK-BY   TO TBL-ACK-BY(ALM-IDX)
            ELSE
               MOVE "Y" TO WS-OVERFLOW
            END-IF
      *----------------------------------------------------------------*
       20-LIST-ACTIVE-ALARMS.
            MOVE ZERO TO WS-ACTIVE-COUNT
            PERFORM 21-LOAD-NOTIFICATIONS
            DISPLAY " "
            DISPLAY "NO  DATE     TIME     SEV CODE       DETAIL"
            MOVE ZERO TO WS-SEQ-NO
                   INTO WS-SHOW-LINE
            END-STRING
            DISPLAY WS-SHOW-LINE
            PERFORM 20B-SHOW-NOTIFICATIONS
            .
      *----------------------------------------------------------------*
       20B-SHOW-NOTIFICATIONS.
      *-> ONE INDENTED LINE PER GARDEN.ALN EVENT OF THE ALARM AT
      *-> ALM-IDX, IN THE ORDER THEY HAPPENED
            SET NTE-IDX TO 1
            PERFORM UNTIL NTE-IDX > NTE-COUNT
                IF NTE-ALM-DATE(NTE-IDX) = TBL-DATE(ALM-IDX)
                   AND NTE-ALM-TIME(NTE-IDX) = TBL-TIME(ALM-IDX)
                   AND NTE-ALM-CODE(NTE-IDX) = TBL-CODE(ALM-IDX)
                   PERFORM 20C-SHOW-ONE-NOTIFICATION
                END-IF
                SET NTE-IDX UP BY 1
            END-PERFORM
            .
      *----------------------------------------------------------------*
       20C-SHOW-ONE-NOTIFICATION.
            EVALUATE NTE-EVENT(NTE-IDX)
                WHEN "S"
                     MOVE "SENT"      TO WS-NTE-WORD
                WHEN "C"
                     MOVE "COVERED"   TO WS-NTE-WORD
                WHEN "D"
                     MOVE "DELIVERED" TO WS-NTE-WORD
                WHEN OTHER
                     MOVE "FAILED"    TO WS-NTE-WORD
            END-EVALUATE
            MOVE SPACES TO WS-SHOW-LINE
            STRING "    L"                  DELIMITED BY SIZE
                   NTE-LEVEL(NTE-IDX)       DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-NTE-WORD              DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   NTE-RECIPIENT(NTE-IDX)   DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   NTE-DATE(NTE-IDX)        DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   NTE-TIME(NTE-IDX)(1:4)   DELIMITED BY SIZE
                   " NTF "                  DELIMITED BY SIZE
                   NTE-NTF-ID(NTE-IDX)      DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   NTE-NOTE(NTE-IDX)        DELIMITED BY SIZE
                   INTO WS-SHOW-LINE
            END-STRING
            DISPLAY WS-SHOW-LINE
            .
      *----------------------------------------------------------------*
       21-LOAD-NOTIFICATIONS.
      *-> KEEPS ONLY THE EVENTS OF ALARMS STILL ACTIVE IN THE TABLE;
      *-> A MISSING GARDEN.ALN IS SIMPLY NOBODY TOLD YET.
            MOVE ZERO TO NTE-COUNT
            OPEN INPUT NOTELOG-FILE
            IF WS-NOTELOG-STATUS = "00"
               PERFORM UNTIL WS-NOTELOG-STATUS = "10"
                   READ NOTELOG-FILE
                       AT END
                           MOVE "10" TO WS-NOTELOG-STATUS
                       NOT AT END
                           IF NTE-COUNT < 200
                              PERFORM 21A-KEEP-IF-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTELOG-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       21A-KEEP-IF-ACTIVE.
            MOVE "N" TO WS-APPLIED
            SET ALM-IDX TO 1
            PERFORM UNTIL ALM-IDX > ALM-COUNT
                    OR WS-APPLIED = "Y"
                IF TBL-ACK(ALM-IDX) = "N"
                   AND TBL-DATE(ALM-IDX) = ALN-ALM-DATE
                   AND TBL-TIME(ALM-IDX) = ALN-ALM-TIME
                   AND TBL-CODE(ALM-IDX) = ALN-ALM-CODE
                   MOVE "Y" TO WS-APPLIED
                ELSE
                   SET ALM-IDX UP BY 1
                END-IF
            END-PERFORM
            IF WS-APPLIED = "Y"
               ADD 1 TO NTE-COUNT
               SET NTE-IDX TO NTE-COUNT
               MOVE ALN-ALM-DATE  TO NTE-ALM-DATE(NTE-IDX)
               MOVE ALN-ALM-TIME  TO NTE-ALM-TIME(NTE-IDX)
               MOVE ALN-ALM-CODE  TO NTE-ALM-CODE(NTE-IDX)
               MOVE ALN-EVENT     TO NTE-EVENT(NTE-IDX)
               MOVE ALN-LEVEL     TO NTE-LEVEL(NTE-IDX)
               MOVE ALN-NTF-ID    TO NTE-NTF-ID(NTE-IDX)
               MOVE ALN-RECIPIENT TO NTE-RECIPIENT(NTE-IDX)
               MOVE ALN-DATE      TO NTE-DATE(NTE-IDX)
               MOVE ALN-TIME      TO NTE-TIME(NTE-IDX)
               MOVE ALN-NOTE      TO NTE-NOTE(NTE-IDX)
            END-IF
            .
      *----------------------------------------------------------------*
       30-ASK-AND-ACK.
                     IF TBL-ACK(ALM-IDX) = "Y"
                        DISPLAY "ALREADY ACKED"
                     ELSE
                        PERFORM 31-CHECK-ACK-ROLE
                     END-IF
            END-EVALUATE
            .
      *----------------------------------------------------------------*
       31-CHECK-ACK-ROLE.
      *-> A CRITICAL ALARM (NO WATER MOVED, HARDWARE UNREACHABLE) IS
      *-> A SUPERVISOR'S TO CLEAR; ANYTHING ELSE AN OPERATOR'S.  A
      *-> SESSION BELOW THAT ROLE IS ASKED FOR A SIGN-ON THAT HAS IT.
            IF TBL-SEVERITY(ALM-IDX) = "C"
               SET OPS-NEED-SUPERVISOR TO TRUE
            ELSE
               SET OPS-NEED-OPERATOR   TO TRUE
            END-IF
            IF ACK-OPR-RANK < OPS-NEED-RANK
               IF OPS-NEED-SUPERVISOR
                  DISPLAY "CRITICAL ALARM - SUPERVISOR SIGN-ON NEEDED"
               ELSE
                  DISPLAY "OPERATOR SIGN-ON NEEDED TO ACK"
               END-IF
               PERFORM 50-SIGN-ON
            END-IF
            IF ACK-OPR-RANK NOT < OPS-NEED-RANK
               PERFORM 32-ACK-ONE-ALARM
            END-IF
            .
      *----------------------------------------------------------------*
       32-ACK-ONE-ALARM.
            MOVE "Y" TO TBL-ACK(ALM-IDX)
            ACCEPT TBL-ACK-DATE(ALM-IDX) FROM DATE YYYYMMDD
            ACCEPT TBL-ACK-TIME(ALM-IDX) FROM TIME
            MOVE ACK-OPR-ID TO TBL-ACK-BY(ALM-IDX)
      *-> REMEMBERED BY KEY FOR THE SAVE-TIME MERGE
            IF AKL-COUNT < 100
               ADD 1 TO AKL-COUNT
               SET AKL-IDX TO AKL-COUNT
               MOVE TBL-DATE(ALM-IDX)     TO AKL-DATE(AKL-IDX)
               MOVE TBL-TIME(ALM-IDX)     TO AKL-TIME(AKL-IDX)
               MOVE TBL-CODE(ALM-IDX)     TO AKL-CODE(AKL-IDX)
               MOVE TBL-ACK-DATE(ALM-IDX) TO AKL-ACK-DATE(AKL-IDX)
               MOVE TBL-ACK-TIME(ALM-IDX) TO AKL-ACK-TIME(AKL-IDX)
               MOVE TBL-ACK-BY(ALM-IDX)   TO AKL-ACK-BY(AKL-IDX)
            END-IF
            MOVE "Y" TO WS-CHANGED
            DISPLAY "ACKNOWLEDGED"
            .
      *----------------------------------------------------------------*
       40-SAVE-ALARMS.
      *-> THE WATERING THREAD HAS KEPT APPENDING TO GARDEN.ALM WHILE
                   MOVE "Y"                   TO TBL-ACK(ALM-IDX)
                   MOVE AKL-ACK-DATE(AKL-IDX) TO TBL-ACK-DATE(ALM-IDX)
                   MOVE AKL-ACK-TIME(AKL-IDX) TO TBL-ACK-TIME(ALM-IDX)
                   MOVE AKL-ACK-BY(AKL-IDX)   TO TBL-ACK-BY(ALM-IDX)
                   MOVE "Y" TO WS-APPLIED
                ELSE
                   SET ALM-IDX UP BY 1
                   MOVE TBL-ACK(ALM-IDX)      TO ALM-ACK
                   MOVE TBL-ACK-DATE(ALM-IDX) TO ALM-ACK-DATE
                   MOVE TBL-ACK-TIME(ALM-IDX) TO ALM-ACK-TIME
                   MOVE TBL-ACK-BY(ALM-IDX)   TO ALM-ACK-BY
                   WRITE ALARM-REC
                   SET ALM-IDX UP BY 1
               END-PERFORM
               CLOSE ALARM-FILE
            END-IF
            .
      *----------------------------------------------------------------*
       50-SIGN-ON.
      *-> ASKS FOR AN ID AND PIN AND HAS OPRCHECK TEST THEM AGAINST
      *-> GARDEN.OPR FOR THE RANK IN OPS-NEED-RANK.  GRANTED, THAT
      *-> OPERATOR BECOMES THE SESSION'S; REFUSED, THE SESSION STAYS
      *-> AS IT WAS AND THE REASON IS SHOWN.
            MOVE SPACES TO OPS-ID
            MOVE SPACES TO OPS-PIN
            DISPLAY "OPERATOR ID:"
            ACCEPT OPS-ID
            DISPLAY "PIN:"
            ACCEPT OPS-PIN NO-ECHO
            CALL "OPRCHECK" USING OPR-SIGNON
            IF OPS-GRANTED
               MOVE OPS-ID   TO ACK-OPR-ID
               MOVE OPS-RANK TO ACK-OPR-RANK
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
       99-END.
      *-> GOBACK RETURNS TO COBOLGARDEN WHEN REACHED FROM ITS MENU
