      *****************************************************************
      *  CTROPRP.cpy
      *  Access-review report line - operator registry roles against
      *  the CTRACCL access log, built by CTROPRR for the quarterly
      *  entitlement review.
      *****************************************************************
       01  CTR-OPRP-LINE                   PIC X(80).
