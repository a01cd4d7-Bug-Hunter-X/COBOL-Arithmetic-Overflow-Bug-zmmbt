      *****************************************************************
      *  CTRBREG.cpy
      *  Received-batch register - one row per sender batch the
      *  front-end edit has dealt with, keyed by CTRSRC source and
      *  the batch sequence number the sender puts on its type-B
      *  header.  CTREDIT checks every incoming header against it:
      *  a batch already received is a retransmission and rejects
      *  whole (reason 08), and a sequence number that jumps past the
      *  sender's highest received batch leaves a gap recorded here
      *  as missing, for the morning report.
      *
      *  BREG-STATUS   R = received and released into the count
      *                M = missing - a later batch arrived first;
      *                    BREG-CREATE-DATE and BREG-RECORD-COUNT
      *                    are blank/zero, nothing is known about it
      *                    but its number.  Cleared when an R row for
      *                    the same source and sequence follows it.
      *                D = duplicate - rejected whole as a resend of
      *                    a batch already received
      *
      *  BREG-RECEIVED-DATE is the calendar date of the edit run.
      *  The file is append-only and is only added to once the clean
      *  transaction file has published - a run whose batch control
      *  fails records nothing, so the same batches are accepted when
      *  they are sent again.
      *****************************************************************
       01  CTR-BREG-RECORD.
           05  BREG-SOURCE-ID              PIC X(8).
           05  BREG-BATCH-SEQ              PIC 9(9).
           05  BREG-STATUS                 PIC X(1).
               88  BREG-RECEIVED                     VALUE 'R'.
               88  BREG-MISSING                      VALUE 'M'.
               88  BREG-DUPLICATE                    VALUE 'D'.
           05  BREG-CREATE-DATE            PIC X(8).
           05  BREG-RECORD-COUNT           PIC 9(9).
           05  BREG-RECEIVED-DATE          PIC X(8).
