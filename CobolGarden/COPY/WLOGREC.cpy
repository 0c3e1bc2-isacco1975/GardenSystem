      *-> CONFIRMED AUTOMATIC CYCLE (GARDEN.FRT, see
      *-> 15G-CHECK-FERTIGATION).  AN "F" RECORD'S DURATION IS
      *-> INJECTOR SECONDS, NOT WATER: EVERY LITRE RECKONING MUST
      *-> SKIP IT.  C = FLOW CALIBRATION TEST RUN (KEY-PRESSED "5",
      *-> SEE 26-FLOW-CALIBRATION): REAL WATER THROUGH THE METER, SO
      *-> IT COUNTS IN THE METER RECONCILIATION AND AGAINST
      *-> GARDEN.RST, BUT IT IS NOT THE ZONE'S WATERING - NO CYCLE,
      *-> NO BUDGET, NO PLOT SHARE.
           05  WLOG-TRIGGER          PIC X(01).
               88  WLOG-AUTO             VALUE "A".
               88  WLOG-MANUAL           VALUE "M".
               88  WLOG-RETRY            VALUE "R".
               88  WLOG-FERT             VALUE "F".
               88  WLOG-CALIB            VALUE "C".
      *-> S = CONFIRMED SUCCESS, F = SERIAL/ARDUINO FAILURE (see
      *-> 15-OPEN-WATER), H = CYCLE HELD BY THE ABSENCE CALENDAR
      *-> (GARDEN.HOL, see 16B-LOG-SKIPPED-EVENT) - NO WATER MOVED
      *-> AND THE BUDGET TRACKING PREFER THIS FIGURE TO THE
      *-> THEORETICAL ZONE-FLOW ONE WHENEVER IT IS PRESENT.
           05  WLOG-ACT-LITRES       PIC 9(06)V99.
      *-> CYCLE-AND-SOAK LINK (GARDEN.ZON PASSSECS/SOAKMINS, SEE
      *-> 15I-SPLIT-INTO-PASSES IN CobolGarden.cbl).  A CYCLE SPLIT
      *-> INTO PASSES WRITES ONE RECORD PER PASS, AND EVERY ONE OF
      *-> THEM CARRIES THE START TIMESTAMP OF THE FIRST PASS (THE
      *-> PARENT CYCLE), ITS OWN PASS NUMBER AND THE NUMBER OF
      *-> PASSES PLANNED.  AN UNSPLIT CYCLE IS PASS 1 OF 1 WITH ITS
      *-> OWN START; A FERTIGATION DOSE CARRIES THE LINK OF THE PASS
      *-> IT RODE.  ONLY A FIRST PASS COUNTS AS A CYCLE - A LATER
      *-> PASS ADDS SECONDS AND LITRES TO IT.  RECORDS FROM BEFORE
      *-> THE SPLIT EXISTED CARRY SPACES HERE AND ARE WHOLE CYCLES.
           05  WLOG-CYCLE-TS         PIC 9(14).
           05  WLOG-PASS             PIC X(01).
               88  WLOG-LATER-PASS       VALUE "2" THRU "9".
           05  WLOG-PASSES           PIC X(01).
           05  FILLER                PIC X(01)           VALUE SPACES.
