      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   CFGSNAP.cpy                                                  *
      *   Request/answer passed to CFGSNAP (ConfigSnap.cbl), which     *
      *   takes a configuration generation (see GENREC.cpy).  Used by  *
      *   GardenMaint.cbl after every save, by CobolGarden.cbl at      *
      *   startup and reload, and by CFGGEN (ConfigGen.cbl).           *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  CFG-SNAP-REQUEST.
      *-> A = SNAPSHOT THE LIVE SET, C = ONLY IF IT DIFFERS FROM THE
      *-> LATEST LIVE GENERATION, R = SNAPSHOT THE LIVE SET JUST
      *-> RESTORED FROM CSN-BASE, P = COPY CSN-BASE (0 = THE LIVE
      *-> SET) INTO A NEW PROPOSAL
           05  CSN-MODE              PIC X(01).
               88  CSN-SNAP-ALWAYS       VALUE "A".
               88  CSN-SNAP-IF-CHANGED   VALUE "C".
               88  CSN-RECORD-ROLLBACK   VALUE "R".
               88  CSN-MAKE-PROPOSAL     VALUE "P".
           05  CSN-BASE              PIC 9(04).
           05  CSN-OPERATOR          PIC X(08).
           05  CSN-REASON            PIC X(30).
      *-> THE GENERATION TAKEN - OR, WHEN THE LIVE SET WAS UNCHANGED,
      *-> THE LATEST LIVE GENERATION IT MATCHES
           05  CSN-GEN-NO            PIC 9(04).
           05  CSN-RESULT            PIC X(01).
               88  CSN-TAKEN             VALUE "Y".
               88  CSN-UNCHANGED         VALUE "U".
               88  CSN-FAILED            VALUE "N".
           05  CSN-MESSAGE           PIC X(40).
