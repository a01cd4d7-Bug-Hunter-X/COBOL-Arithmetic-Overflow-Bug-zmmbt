      *
      *  SRC-STATUS   A = active, authorized to send
      *               I = inactive - kept for history, sends reject
      *
      *  SRC-TIME-STAMPED   Y = the sender stamps every detail
      *                         record with its event time - a
      *                         record arriving without one rejects
      *                         with reason 09
      *                     blank = older format, event time
      *                         optional (rows older than the field
      *                         read as blank)
      *****************************************************************
       01  CTR-SRC-RECORD.
           05  SRC-SOURCE-ID               PIC X(8).
           05  SRC-NAME                    PIC X(20).
           05  SRC-STATUS                  PIC X(1).
           05  SRC-TIME-STAMPED            PIC X(1).
