      *****************************************************************
      *  CTRRST.cpy
      *  Restatement log record - one row per back-dated correction
      *  made through CTRRSTM.  Every adjustment CTRDRIVE posts goes
      *  to the current business date; a restatement instead
      *  corrects the day-final total of a PAST business date: the
      *  CTRHIST day-final row is marked superseded and a restated
      *  row written beside it, and the CTRHMON month aggregate is
      *  corrected too if CTRHROLL has already rolled that month up.
      *
      *  RST-TYPE-CODE   A = RST-QUANTITY added to the day's total
      *                  S = RST-QUANTITY subtracted from it
      *                  V = the day's total set to RST-QUANTITY
      *  RST-BEFORE-TOTAL / RST-AFTER-TOTAL are the wrap-aware
      *  day-final totals (HIST-ACTUAL-TOTAL) either side of it.
      *
      *  RST-HMON-STATUS N = month not rolled up yet - CTRHROLL will
      *                      pick up the restated row when it is
      *                  Y = CTRHMON month aggregate corrected
      *                  F = month rolled up, but the corrected
      *                      aggregate could not be published - it
      *                      still holds the old total
      *
      *  RST-EXTRACT-STATUS
      *                  P = pending - CTREXTR has not yet sent the
      *                      restated day to the warehouse
      *                  X = sent on the CTRXTRR restatement extract
      *                      at RST-EXTRACT-TIMESTAMP
      *                  N = the day's CTRHIST rows had been rolled
      *                      off before CTREXTR could send it
      *  CTRRSTR lists the log as the restatement audit report.
      *****************************************************************
       01  CTR-RST-RECORD.
           05  RST-TIMESTAMP               PIC X(14).
           05  RST-OPERATOR                PIC X(3).
           05  RST-PROC-DATE               PIC X(8).
           05  RST-CTR-ID                  PIC X(8).
           05  RST-TYPE-CODE               PIC X(1).
           05  RST-QUANTITY                PIC 9(9).
           05  RST-BEFORE-TOTAL            PIC 9(15).
           05  RST-AFTER-TOTAL             PIC 9(15).
           05  RST-HMON-STATUS             PIC X(1).
               88  RST-HMON-NOT-ROLLED               VALUE 'N'.
               88  RST-HMON-ADJUSTED                 VALUE 'Y'.
               88  RST-HMON-FAILED                   VALUE 'F'.
           05  RST-EXTRACT-STATUS          PIC X(1).
               88  RST-EXTRACT-PENDING               VALUE 'P'.
               88  RST-EXTRACTED                     VALUE 'X'.
               88  RST-NO-HISTORY                    VALUE 'N'.
           05  RST-EXTRACT-TIMESTAMP       PIC X(14).
           05  RST-REASON                  PIC X(30).
