      *****************************************************************
      *  CTRRSTP.cpy
      *  Restatement audit report line - every back-dated correction
      *  on the CTRRST log with its before and after day totals, the
      *  operator who made it and what became of the month aggregate
      *  and the warehouse restatement, printed by CTRRSTR.
      *****************************************************************
       01  CTR-RSTP-LINE                   PIC X(80).
