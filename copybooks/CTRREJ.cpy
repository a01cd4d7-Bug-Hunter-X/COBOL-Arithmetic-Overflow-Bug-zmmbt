      *     06 = record received after the batch control trailer
      *     07 = source system not registered or not active in the
      *          CTRSRC sender registry
      *     08 = duplicate batch - the sender's batch sequence
      *          number is already in the CTRBREG received-batch
      *          register (a resent file, or the same batch twice in
      *          one feed); the header and every record of the batch
      *          are written already disposed, since a resend must
      *          never be released into the count
      *     09 = event time missing or out of window - a blank
      *          TRAN-EVENT-TIMESTAMP from a sender registered in
      *          CTRSRC as stamping its records, or a time that is
      *          not a real CCYYMMDDHHMMSS time or falls outside the
      *          business date's posting window
      *
      *  REJ-TRAN-DATA holds the transaction as far as the source
      *  ID; the event time rides in REJ-EVENT-TIMESTAMP at the end
      *  of the row, so CTRREPR releases the record with the time
      *  it was sent with.  Rows older than that field read as
      *  blank - no event time.
      *
      *  REJ-REJECT-DATE is the calendar date CTREDIT wrote the
      *  reject - the date the CTRARCH retention cut works from.
      *                        never count, or a control record
      *                        (e.g. a reason-07 batch header) that
      *                        CTREDIT wrote already disposed
      *                        because there is nothing to repair,
      *                        or a reason-08 duplicate batch
      *  A disposed row can never be resubmitted again; CTRARCH only
      *  ages off disposed rows, open rejects are live work.
      *****************************************************************
           05  REJ-DISPOSITION             PIC X(1).
           05  REJ-DISP-OPERATOR           PIC X(3).
           05  REJ-DISP-TIMESTAMP          PIC X(14).
           05  REJ-EVENT-TIMESTAMP         PIC X(14).
