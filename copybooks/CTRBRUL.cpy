      *****************************************************************
      *  CTRBRUL.cpy
      *  Cross-foot balancing rule - one row per rule that a set of
      *  related counters must satisfy at end of day, e.g. orders
      *  received = orders accepted + orders rejected.  Maintained
      *  through the CTRBMNT transaction (with a CTRBRLA change
      *  audit, as CTRMNT does for CTRDEF) and evaluated by CTRBAL
      *  after the nightly run against the wrap-aware day totals.
      *
      *  The rule holds when
      *     BRUL-TARGET-CTR-ID total
      *        = sum of the '+' components - sum of the '-' components
      *  to within BRUL-TOLERANCE either way.  A rule out of balance
      *  by more than the tolerance opens a CTRCASE case under
      *  BRUL-RULE-ID, worked and closed through CTRCASEM.
      *
      *  BRUL-COMP-COUNT says how many of the ten component slots
      *  are in use; unused slots are blank.
      *****************************************************************
       01  CTR-BRUL-RECORD.
           05  BRUL-RULE-ID                PIC X(8).
           05  BRUL-DESCRIPTION            PIC X(30).
           05  BRUL-TARGET-CTR-ID          PIC X(8).
           05  BRUL-TOLERANCE              PIC 9(9).
           05  BRUL-COMP-COUNT             PIC 9(2).
           05  BRUL-COMPONENT              OCCURS 10 TIMES.
               10  BRUL-COMP-SIGN          PIC X(1).
                   88  BRUL-COMP-ADDS                VALUE '+'.
                   88  BRUL-COMP-SUBTRACTS           VALUE '-'.
               10  BRUL-COMP-CTR-ID        PIC X(8).
