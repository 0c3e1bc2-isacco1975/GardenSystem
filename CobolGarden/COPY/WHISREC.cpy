      *-> AS "N" (NO METER DATA) WITH ZERO LITRES.
           05  WHIS-FLOW-FLAG        PIC X(01).
           05  WHIS-ACT-LITRES       PIC 9(06)V99.
      *-> CYCLE-AND-SOAK LINK, AS WLOG-CYCLE-TS / WLOG-PASS /
      *-> WLOG-PASSES; EVENTS FROM BEFORE THE SPLIT EXISTED LOAD AS
      *-> PASS 1 OF 1 OF A CYCLE STARTING AT THEIR OWN DATE/TIME.
           05  WHIS-CYCLE-TS         PIC 9(14).
           05  WHIS-PASS             PIC X(01).
               88  WHIS-LATER-PASS       VALUE "2" THRU "9".
           05  WHIS-PASSES           PIC X(01).
           05  FILLER                PIC X(01)           VALUE SPACES.
