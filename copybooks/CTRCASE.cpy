      *  Discrepancy case record - one row per reconciliation
      *  mismatch, keyed by counter and the business date the
      *  mismatch was found.  Opened (or updated, on a same-day
      *  rerun) by CTRRECON and CTRBAL, carried across daily runs
      *  until an operator closes it through CTRCASEM with a
      *  resolution code - so audit can see that every
      *  out-of-balance condition was investigated and how it was
      *  resolved.
      *
      *  CASE-STATUS   O = open, under investigation
      *                C = closed with CASE-RESOLUTION-CODE
      *  Closed cases stay in the file as the permanent record.
      *
      *  CASE-SOURCE   R (or blank) = CTRRECON mismatch against the
      *                    upstream CTREXP expected count; CASE-CTR-ID
      *                    is the counter
      *                B = CTRBAL cross-foot balancing rule out of
      *                    balance; CASE-CTR-ID is the CTRBRUL rule
      *                    ID, CASE-ACTUAL-VALUE the target counter's
      *                    total and CASE-EXPECTED-VALUE the net of
      *                    its components (zero when the net is
      *                    negative, 999999999 when it will not fit -
      *                    CASE-DIFFERENCE is always exact)
      *  Each program only opens and updates cases of its own source,
      *  so a rule and a counter sharing an ID never share a case.
      *****************************************************************
       01  CTR-CASE-RECORD.
           05  CASE-CTR-ID                 PIC X(8).
           05  CASE-RESOLUTION-CODE        PIC X(2).
           05  CASE-CLOSE-OPERATOR         PIC X(3).
           05  CASE-CLOSE-TIMESTAMP        PIC X(14).
           05  CASE-SOURCE                 PIC X(1).
               88  CASE-FROM-RECON                   VALUE 'R' ' '.
               88  CASE-FROM-BALANCE                 VALUE 'B'.
