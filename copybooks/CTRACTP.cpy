      *****************************************************************
      *  CTRACTP.cpy
      *  Counter activity statement line - one counter's business
      *  days from CTRHIST with every adjustment, overflow, released
      *  reject, definition change, alert, restatement and case
      *  behind each day's total, and the tie-out of the closing
      *  total to CTRHIST and the CTRXTR extract, printed by CTRACTS.
      *****************************************************************
       01  CTR-ACTP-LINE                   PIC X(80).
