      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   ALNREC.cpy                                                   *
      *   One record per notification event in GARDEN.ALN, the        *
      *   alarm notification log.  Keyed to its alarm by the same      *
      *   date/time/code that AlarmAck.cbl uses to find a GARDEN.ALM   *
      *   record.  Written by ALARMESC (AlarmEscalate.cbl) when it     *
      *   sends a notification to the gateway file GARDEN.NTF, when    *
      *   it folds an alarm into a notification already sent, and     *
      *   when the gateway's delivery receipt comes back in            *
      *   GARDEN.NTR.  Listed under each active alarm by AlarmAck.cbl  *
      *   so the operator can see who was told, and when.             *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  ALM-NOTE-REC.
           05  ALN-ALM-DATE          PIC 9(08).
           05  ALN-ALM-TIME          PIC 9(08).
           05  ALN-ALM-CODE          PIC X(10).
           05  ALN-ALM-SEV           PIC X(01).
      *-> S = SENT TO GARDEN.NTF, C = COVERED BY A NOTIFICATION
      *-> ALREADY SENT FOR THE SAME CODE (DE-DUPLICATED), D = GATEWAY
      *-> REPORTS IT DELIVERED, F = GATEWAY REPORTS IT FAILED
           05  ALN-EVENT             PIC X(01).
               88  ALN-SENT              VALUE "S".
               88  ALN-COVERED           VALUE "C".
               88  ALN-DELIVERED         VALUE "D".
               88  ALN-FAILED            VALUE "F".
      *-> ESCALATION LEVEL (1 = FIRST CALL-OUT, 2 = SUPERVISOR ...)
           05  ALN-LEVEL             PIC 9(01).
      *-> THE GARDEN.NTF LINE THE EVENT BELONGS TO
           05  ALN-NTF-ID            PIC 9(06).
           05  ALN-RECIPIENT         PIC X(08).
           05  ALN-DATE              PIC 9(08).
           05  ALN-TIME              PIC 9(08).
      *-> THE GATEWAY'S OWN WORD ON A RECEIPT (SPACES OTHERWISE)
           05  ALN-NOTE              PIC X(20).
           05  FILLER                PIC X(01)           VALUE SPACES.
