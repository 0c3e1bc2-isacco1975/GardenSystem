           05  AUD-DATE              PIC 9(08).
           05  AUD-TIME              PIC 9(08).
      *-> STARTUP, SHUTDOWN, SETLOAD, ZONELOAD, RAINDELAY, MANUAL,
      *-> RELOAD, REMOTE, RESTRICT, SIGNON - SEE THE
      *-> 17-WRITE-AUDIT-EVENT CALL SITES.  NIGHTLY AND MONTHEND ARE
      *-> BATCHDRV'S STREAM SUMMARIES, UNDER OPERATOR "BATCH".
      *-> SNAPSHOT AND ROLLBACK ARE CONFIGURATION GENERATIONS TAKEN
      *-> AND RESTORED BY COBOLGARDEN AND CFGGEN; PROPOSAL IS A
      *-> GENERATION CFGGEN COPIED FOR EDITING, NOT PUT LIVE.
      *-> DAYSUM IS THE DAILY SUMMARY GARDEN.DSM REBUILT AT STARTUP,
      *-> OR NOT UPDATED FOR AN EVENT.  CALIBRATE IS A FLOW
      *-> CALIBRATION (CONSOLE KEY "5") STARTING, MEASURING A ZONE,
      *-> REFUSED OR ENDING.
           05  AUD-ACTION            PIC X(10).
           05  AUD-DETAIL            PIC X(30).
      *-> WHO: THE OPERATOR SIGNED ON AT THE CONSOLE, OR NAMED BY A
      *-> GARDEN.CMD CREDENTIAL; "SYSTEM" FOR WHAT THE CONTROLLER
      *-> DID ON ITS OWN.  RECORDS FROM BEFORE SIGN-ON EXISTED CARRY
      *-> SPACES HERE.
           05  AUD-OPERATOR          PIC X(08).
