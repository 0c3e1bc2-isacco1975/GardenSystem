      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   GENREC.cpy                                                   *
      *   One record per configuration generation in GARDEN.GEN, the  *
      *   generation catalogue.  Each generation is a whole copy of    *
      *   GARDEN.ZON, GARDEN.SEA, GARDEN.HOL, GARDEN.SET and           *
      *   GARDEN.FRT, kept in its own file GARDEN.Gnnnn as one         *
      *   "TAG LINE" per configuration line (TAG = ZON, SEA, HOL,      *
      *   SET or FRT).  Taken by CFGSNAP (ConfigSnap.cbl) on every     *
      *   GardenMaint.cbl save, whenever CobolGarden.cbl finds the     *
      *   live set changed at startup or reload, and from CFGGEN       *
      *   (ConfigGen.cbl), which also lists, compares, plans and       *
      *   restores them.  The file is only ever appended to.          *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  CONFIG-GEN-REC.
           05  GEN-NO                PIC 9(04).
           05  FILLER                PIC X(01).
           05  GEN-DATE              PIC 9(08).
           05  FILLER                PIC X(01).
           05  GEN-TIME              PIC 9(06).
           05  FILLER                PIC X(01).
      *-> S = SNAPSHOT OF THE LIVE SET, R = THE LIVE SET JUST AFTER A
      *-> ROLLBACK RESTORED GENERATION GEN-BASE, P = PROPOSAL - NOT
      *-> LIVE, A COPY OF GEN-BASE (0000 = THE LIVE SET) TO BE EDITED,
      *-> PLANNED AND COMPARED BEFORE IT IS ROLLED OUT
           05  GEN-KIND              PIC X(01).
               88  GEN-SNAPSHOT          VALUE "S".
               88  GEN-ROLLBACK          VALUE "R".
               88  GEN-PROPOSAL          VALUE "P".
           05  FILLER                PIC X(01).
           05  GEN-BASE              PIC 9(04).
           05  FILLER                PIC X(01).
      *-> WHO: THE SIGNED-ON OPERATOR, OR "SYSTEM" WHEN COBOLGARDEN
      *-> FOUND THE SET CHANGED BY HAND
           05  GEN-OPERATOR          PIC X(08).
           05  FILLER                PIC X(01).
           05  GEN-REASON            PIC X(30).
