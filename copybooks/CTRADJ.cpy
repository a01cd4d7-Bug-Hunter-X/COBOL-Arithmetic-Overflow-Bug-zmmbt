      *
      *  ADJ-SOURCE-ID is the upstream system whose transaction made
      *  the adjustment - blank for the original single-source feed.
      *
      *  S and V adjustments are dual-controlled: ADJ-REQUESTER is
      *  the operator who released the record through CTRREPR (blank
      *  when it posted exactly as the sender transmitted it) and
      *  ADJ-APPROVER the second operator who approved it in CTRAPPR
      *  before CTRDRIVE posted it from the CTRPADJ queue.
      *****************************************************************
       01  CTR-ADJ-RECORD.
           05  ADJ-CTR-ID                  PIC X(8).
           05  ADJ-TIMESTAMP               PIC X(14).
           05  ADJ-RUN-ID                  PIC X(14).
           05  ADJ-SOURCE-ID               PIC X(8).
           05  ADJ-REQUESTER               PIC X(3).
           05  ADJ-APPROVER                PIC X(3).
