      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   RUNREC.cpy                                                   *
      *   One record per step of a batch stream in GARDEN.RUN, the     *
      *   run-control file kept by BATCHDRV (BatchDriver.cbl).  The    *
      *   file holds the latest run of each stream - the nightly and   *
      *   the month-end - and is rewritten after every step, so        *
      *   after a failure it says which steps are done and where a     *
      *   rerun of the same stream and period picks up.                *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  RUN-CONTROL-REC.
      *-> N = NIGHTLY, M = MONTH-END
           05  RUN-STREAM            PIC X(01).
               88  RUN-NIGHTLY           VALUE "N".
               88  RUN-MONTH-END         VALUE "M".
      *-> NIGHTLY: THE RUN DATE YYYYMMDD.  MONTH-END: THE MONTH BEING
      *-> CLOSED, YYYYMM FOLLOWED BY TWO SPACES.
           05  RUN-PERIOD            PIC X(08).
           05  RUN-STEP-NO           PIC 9(02).
           05  RUN-PROGRAM           PIC X(10).
      *-> P = PENDING, S = STARTED (A STEP LEFT IN S DIED UNDER ITS
      *-> PROGRAM), C = COMPLETE, F = FAILED (RETURN CODE OVER 4),
      *-> R = REFUSED (A PREREQUISITE WAS NOT MET, NOTHING RAN)
           05  RUN-STATE             PIC X(01).
               88  RUN-PENDING           VALUE "P".
               88  RUN-STARTED           VALUE "S".
               88  RUN-COMPLETE          VALUE "C".
               88  RUN-FAILED            VALUE "F".
               88  RUN-REFUSED           VALUE "R".
           05  RUN-START-DATE        PIC 9(08).
           05  RUN-START-TIME        PIC 9(08).
           05  RUN-END-DATE          PIC 9(08).
           05  RUN-END-TIME          PIC 9(08).
           05  RUN-RC                PIC 9(04).
      *-> WHY A STEP WAS REFUSED (SPACES OTHERWISE)
           05  RUN-NOTE              PIC X(24).
           05  FILLER                PIC X(01)           VALUE SPACES.
