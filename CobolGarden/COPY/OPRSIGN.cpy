      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
      *   OPRSIGN.cpy                                                  *
      *   Sign-on request/answer passed to OPRCHECK (OperCheck.cbl),   *
      *   which checks an operator ID and PIN against GARDEN.OPR and   *
      *   the role the caller needs.  Used by CobolGarden.cbl (menu    *
      *   keys and the GARDEN.CMD credential), GardenMaint.cbl and     *
      *   AlarmAck.cbl.  GARDEN.OPR holds one "ID PIN ROLE" line per   *
      *   operator; ROLE is V (viewer), O (operator) or S (supervisor).*
      *++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++*
       01  OPR-SIGNON.
           05  OPS-ID                PIC X(08).
      *-> BLANKED BY OPRCHECK BEFORE IT RETURNS, GRANTED OR NOT
           05  OPS-PIN               PIC X(08).
      *-> THE LEAST ROLE THE CALLER'S ACTION NEEDS, AS A RANK
           05  OPS-NEED-RANK         PIC 9(01).
               88  OPS-NEED-VIEWER       VALUE 1.
               88  OPS-NEED-OPERATOR     VALUE 2.
               88  OPS-NEED-SUPERVISOR   VALUE 3.
      *-> THE OPERATOR'S OWN ROLE AND RANK WHEN THE ID AND PIN MATCH
           05  OPS-ROLE              PIC X(01).
           05  OPS-RANK              PIC 9(01).
           05  OPS-RESULT            PIC X(01).
               88  OPS-GRANTED           VALUE "Y".
               88  OPS-REFUSED           VALUE "N".
           05  OPS-REASON            PIC X(24).
