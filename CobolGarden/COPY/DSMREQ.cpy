      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   DSMREQ.cpy                                                   *
      *   Request/answer passed to DAYSUM (DaySummary.cbl), which      *
      *   adds one watering event to its day and zone in the daily     *
      *   summary file GARDEN.DSM (see DSMREC.cpy).  Used by           *
      *   CobolGarden.cbl after every GARDEN.LOG record and by         *
      *   DAYREBLD (DaySumRebuild.cbl).                                *
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  DAY-SUM-REQUEST.
      *-> A = ADD ONE EVENT (OPEN, ADD, CLOSE - THE CONTROLLER'S
      *-> MODE), B = BEGIN A REBUILD (GARDEN.DSM EMPTIED AND KEPT
      *-> OPEN), K = ADD ONE EVENT TO THE FILE KEPT OPEN, E = END THE
      *-> REBUILD (CLOSE)
           05  DSR-MODE              PIC X(01).
               88  DSR-ADD-ONE           VALUE "A".
               88  DSR-BEGIN-REBUILD     VALUE "B".
               88  DSR-ADD-KEPT-OPEN     VALUE "K".
               88  DSR-END-REBUILD       VALUE "E".
      *-> THE EVENT, LAID OUT AS A GARDEN.LOG RECORD (WLOGREC.cpy)
           05  DSR-EVENT             PIC X(60).
      *-> THE ZONE'S FLOW RATE (L/S) FOR AN EVENT WITHOUT METER LITRES
           05  DSR-ZONE-FLOW         PIC 9(02)V99.
           05  DSR-RESULT            PIC X(01).
               88  DSR-DONE              VALUE "Y".
               88  DSR-FAILED            VALUE "N".
      *-> GARDEN.DSM'S FILE STATUS WHEN DSR-FAILED
           05  DSR-FILE-STATUS       PIC X(02).
