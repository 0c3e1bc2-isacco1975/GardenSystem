      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   DSMREC.cpy                                                   *
      *   One record per day and zone in the INDEXED daily summary     *
      *   file GARDEN.DSM, keyed on date+zone.  Kept up to date by     *
      *   DAYSUM (DaySummary.cbl) as CobolGarden.cbl writes each       *
      *   GARDEN.LOG record, and rebuilt from GARDEN.HIS + GARDEN.LOG  *
      *   by DAYREBLD (DaySumRebuild.cbl).  Read by CobolGarden.cbl    *
      *   (month budget, manual cap), WATERRPT, EQUIPRPT and           *
      *   SEASONCMP instead of rescanning the event files.             *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  DAYSUM-REC.
           05  DSM-KEY.
               10  DSM-DATE          PIC 9(08).
               10  DSM-ZONE          PIC 9(02).
      *-> CYCLES THAT RAN (STATUS "S"), BY TRIGGER.  ONLY A CYCLE'S
      *-> FIRST PASS COUNTS AS A CYCLE; A RECORD WITH NO TRIGGER
      *-> (BEFORE TRIGGERS WERE LOGGED) IS AN AUTOMATIC ONE.
           05  DSM-AUTO-CYCLES       PIC 9(05).
           05  DSM-MANUAL-CYCLES     PIC 9(05).
           05  DSM-RETRY-CYCLES      PIC 9(05).
      *-> LATER SOAK PASSES THAT RAN - NOT CYCLES, BUT EACH ONE IS
      *-> ANOTHER OPEN OF THE ZONE'S VALVE
           05  DSM-LATER-PASSES      PIC 9(05).
      *-> RETRY CYCLES ATTEMPTED (FIRST PASSES, WHATEVER CAME OF THEM)
           05  DSM-RETRY-TRIES       PIC 9(05).
      *-> WATER OPENS THAT FAILED ("F"), CYCLES HELD BY THE ABSENCE
      *-> CALENDAR ("H") AND CYCLES INTERRUPTED BY A CRASH ("I"),
      *-> EVERY PASS COUNTED - SAME CODES AS WLOG-STATUS
           05  DSM-FAILURES          PIC 9(05).
           05  DSM-HELD              PIC 9(05).
           05  DSM-INTERRUPTED       PIC 9(05).
      *-> SECONDS AND LITRES OF WATER THAT MOVED ON OPENS THAT RAN.
      *-> LITRES ARE THE PULSE METER'S WHEN THE RECORD CARRIES THEM,
      *-> OTHERWISE SECONDS TIMES THE ZONE'S FLOW RATE AS IT STOOD
      *-> WHEN THE RECORD WAS SUMMED (IMPLIED V99).
           05  DSM-WATER-SECS        PIC 9(07).
           05  DSM-LITRES            PIC 9(07)V99.
      *-> FERTIGATION INJECTOR SECONDS (TRIGGER "F" DOSES THAT RAN)
           05  DSM-FERT-SECS         PIC 9(07).
      *-> MANUAL AND REMOTE OPENS ACCEPTED (TRIGGER "M", ANY RESULT);
      *-> WHAT SETTINGS-MANUALCAP IS CHECKED AGAINST
           05  DSM-MANUAL-OPENS      PIC 9(05).
      *-> LITRES MOVED BY FLOW CALIBRATION TEST RUNS (TRIGGER "C")
      *-> THAT RAN - KEPT APART FROM DSM-LITRES, WHICH IS THE ZONE'S
      *-> WATERING.  RECORDS WRITTEN BEFORE CALIBRATION EXISTED CARRY
      *-> SPACES HERE AND READ AS ZERO.
           05  DSM-CAL-LITRES        PIC 9(05)V99.
           05  FILLER                PIC X(03)           VALUE SPACES.
