      *                     R = counter retired
      *  Old values are zero/space on an add; new values are
      *  zero/space on a retirement.
      *
      *  DEFA-EFF-DATE is the business date the change takes effect
      *  on (the first date of the new version, or for a retirement
      *  the first date the counter is no longer defined).  It is
      *  blank on rows written before definitions were dated, which
      *  took effect as soon as CTRDEF was republished.
      *****************************************************************
       01  CTR-DEFA-RECORD.
           05  DEFA-TIMESTAMP              PIC X(14).
           05  DEFA-NEW-GROUP              PIC X(4).
           05  DEFA-OLD-ANOMALY            PIC X(1).
           05  DEFA-NEW-ANOMALY            PIC X(1).
           05  DEFA-EFF-DATE               PIC X(8).
