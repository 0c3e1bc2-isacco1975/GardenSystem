      *   ALMREC.cpy                                                   *
      *   One record per raised alarm in GARDEN.ALM.  Written by       *
      *   CobolGarden.cbl (22-RAISE-ALARM: comm failures, retry        *
      *   exhaustion, budget cap, flow variances), by WaterRecon.cbl   *
      *   (reconciliation variances) and by DataCheck.cbl (breaks      *
      *   between the operational files); listed and acknowledged by   *
      *   AlarmAck.cbl.  An alarm stays active - on the console and in *
      *   GARDEN.STA - until an operator explicitly acks it; a later   *
      *   healthy cycle never clears it.                               *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  ALARM-REC.
           05  ALM-DATE              PIC 9(08).
               88  ALM-WARNING           VALUE "W".
               88  ALM-INFO              VALUE "I".
      *-> COMMFAIL, RETRYOUT, BUDGET, FLOWVAR, RECONVAR - SEE THE
      *-> 22-RAISE-ALARM CALL SITES; LOGHOLE, DOSEHOLE, ARCHDIFF,
      *-> JNLSTALE FROM DATACHECK
           05  ALM-CODE              PIC X(10).
           05  ALM-DETAIL            PIC X(30).
      *-> "N" UNTIL AN OPERATOR ACKS IT FROM ALARMACK
               88  ALM-ACKED             VALUE "Y".
           05  ALM-ACK-DATE          PIC 9(08).
           05  ALM-ACK-TIME          PIC 9(08).
      *-> THE SIGNED-ON OPERATOR WHO ACKED IT (SPACES UNTIL ACKED,
      *-> AND ON RECORDS ACKED BEFORE SIGN-ON EXISTED)
           05  ALM-ACK-BY            PIC X(08).
           05  FILLER                PIC X(01)           VALUE SPACES.
