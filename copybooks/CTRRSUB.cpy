      *
      *  RSUB-DISPOSITION mirrors REJ-DISPOSITION: R = released into
      *  CTRTRNRL, D = dropped.
      *
      *  The images stop at the source ID; the event time before and
      *  after the repair is carried in the two event-time fields at
      *  the end of the row.  Rows older than those fields read as
      *  blank.
      *****************************************************************
       01  CTR-RSUB-RECORD.
           05  RSUB-TIMESTAMP              PIC X(14).
           05  RSUB-DISPOSITION            PIC X(1).
           05  RSUB-ORIG-IMAGE             PIC X(26).
           05  RSUB-NEW-IMAGE              PIC X(26).
           05  RSUB-ORIG-EVENT-TIME        PIC X(14).
           05  RSUB-NEW-EVENT-TIME         PIC X(14).
