      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   CALREC.cpy                                                   *
      *   One record per zone measured by the last flow calibration    *
      *   in GARDEN.CAL, written by CobolGarden.cbl (console key "5",  *
      *   26-FLOW-CALIBRATION) and read by GardenMaint.cbl, which      *
      *   lists the proposals and, when the supervisor accepts them,   *
      *   writes CAL-NEW-FLOW into GARDEN.ZON and empties the file.    *
      *   Every calibration replaces the whole file.                   *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  CALIBRATION-REC.
           05  CAL-ZONE              PIC 9(02).
           05  FILLER                PIC X(01).
      *-> HOW THE ZONE'S RUNS WENT: "-" = EVERY RUN MEASURED, "N" =
      *-> SOME RUN GOT NO FRESH GARDEN.FLW LINE (NOT MEASURED, THE
      *-> REST WENT ON), "F" = AN OPEN FAILED (COMMFAIL RAISED, THE
      *-> ZONE STOPPED THERE), "R" = GARDEN.RST REFUSED A RUN (THE
      *-> ZONE STOPPED THERE)
           05  CAL-RESULT            PIC X(01).
               88  CAL-ALL-MEASURED      VALUE "-".
               88  CAL-NO-METER          VALUE "N".
               88  CAL-OPEN-FAILED       VALUE "F".
               88  CAL-REFUSED           VALUE "R".
           05  FILLER                PIC X(01).
      *-> RUNS ASKED FOR (CALRUNS), RUNS MEASURED, SECONDS PER RUN
      *-> (CALSECS)
           05  CAL-RUNS-ASKED        PIC 9(01).
           05  FILLER                PIC X(01).
           05  CAL-RUNS-MEASURED     PIC 9(01).
           05  FILLER                PIC X(01).
           05  CAL-SECS              PIC 9(02).
           05  FILLER                PIC X(01).
      *-> MEASURED LITRES/SECOND OVER THE MEASURED RUNS - MEAN,
      *-> LOWEST AND HIGHEST (IMPLIED V9999); ZERO WHEN NO RUN WAS
      *-> MEASURED
           05  CAL-MEAN-FLOW         PIC 9(02)V9999.
           05  FILLER                PIC X(01).
           05  CAL-MIN-FLOW          PIC 9(02)V9999.
           05  FILLER                PIC X(01).
           05  CAL-MAX-FLOW          PIC 9(02)V9999.
           05  FILLER                PIC X(01).
      *-> THE ZONE-FLOW GARDEN.ZON HELD WHEN THE ZONE WAS MEASURED,
      *-> AND THE MEAN ROUNDED TO THE SAME UNITS - THE FIGURE
      *-> GARDENMNT WRITES WHEN THE PROPOSAL IS ACCEPTED (L/S X100)
           05  CAL-CONF-FLOW         PIC 9(04).
           05  FILLER                PIC X(01).
           05  CAL-NEW-FLOW          PIC 9(04).
           05  FILLER                PIC X(01).
           05  CAL-DATE              PIC 9(08).
           05  FILLER                PIC X(01).
           05  CAL-TIME              PIC 9(06).
           05  FILLER                PIC X(01).
      *-> THE SUPERVISOR SIGNED ON FOR THE CALIBRATION
           05  CAL-OPERATOR          PIC X(08).
