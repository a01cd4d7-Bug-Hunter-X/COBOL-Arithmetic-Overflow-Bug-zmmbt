      *  subtotal records restate detail totals and are excluded from
      *  both the count and the hash, which is the arithmetic sum of
      *  every XTRD-DAILY-TOTAL.
      *
      *  The same layouts carry the CTRXTRR restatement extract that
      *  CTREXTR writes when a prior business day has been restated
      *  through CTRRSTM: one complete header / detail / group /
      *  trailer set per restated date, each with its own control
      *  totals, so the warehouse can replace that day's earlier
      *  load outright.  A restatement set's header carries record
      *  type R instead of H; XTRH-BUSINESS-DATE is the restated
      *  date.
      *****************************************************************
       01  CTR-XTR-HEADER.
           05  XTRH-RECORD-TYPE            PIC X(1).
