      *****************************************************************
      *  CTRHOUR.cpy
      *  Hourly counter history record - appended by CTRDRIVE beside
      *  CTRHIST at the end of every cycle that counts its whole
      *  CTRTRAN file, one row per tracked counter dated with the
      *  CTRCAL business date the cycle posted to.  Unlike CTRHIST
      *  each row holds only that cycle's own activity, so a
      *  business day's profile is the sum of all its cycles' rows.
      *
      *  HOUR-EVENT-COUNT(n) is the volume of counted events whose
      *  TRAN-EVENT-TIMESTAMP falls in hour n-1 of the day (00:00-
      *  00:59 in the first bucket) - one per legacy event, the
      *  quantity of a type-A add.  S and V adjustments and approved
      *  postings are corrections, not traffic, and are never
      *  profiled.  HOUR-UNTIMED-COUNT is the volume that carried no
      *  event time, or one outside the business date's posting
      *  window, so the profile always says how much it could not
      *  place.
      *
      *  A cycle left in flight (action-A abort, abend) writes no
      *  rows: the rerun that finishes the file profiles the whole of
      *  it, the records skipped on restart included.
      *****************************************************************
       01  CTR-HOUR-RECORD.
           05  HOUR-PROC-DATE              PIC X(8).
           05  HOUR-CYCLE-NUMBER           PIC 9(3).
           05  HOUR-CTR-ID                 PIC X(8).
           05  HOUR-EVENT-COUNT            PIC 9(9) OCCURS 24 TIMES.
           05  HOUR-UNTIMED-COUNT          PIC 9(9).
           05  HOUR-RUN-ID                 PIC X(14).
