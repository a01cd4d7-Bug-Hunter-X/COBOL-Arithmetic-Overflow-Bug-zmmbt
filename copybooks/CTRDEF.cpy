      *     H = alert when the day's volume is abnormally HIGH
      *     B = alert on both
      *     N (or blank) = no anomaly check - the default
      *
      *  A counter may have several rows - one per version of its
      *  definition - each in force from DEF-EFF-FROM through
      *  DEF-EFF-TO, both business dates (YYYYMMDD) and both
      *  inclusive.  A blank DEF-EFF-FROM means in force since the
      *  beginning and a blank DEF-EFF-TO means open-ended, so a row
      *  with both blank (every row written before versions existed)
      *  is always in force.  CTRMNT keeps a counter's versions in
      *  date order and never lets two of them overlap, so at most
      *  one row per counter is in force on any business date; the
      *  batch programs use only the row in force for the business
      *  date they are processing.
      *
      *  CTRDEF is an indexed file keyed on DEF-KEY - the counter ID
      *  and the date its version comes into force - so a counter's
      *  versions sit together in date order (a blank DEF-EFF-FROM
      *  first) and the counters themselves in ID order.  A program
      *  that needs one counter STARTs at the counter ID and reads
      *  forward to the version in force instead of loading the file.
      *****************************************************************
       01  CTR-DEF-RECORD.
           05  DEF-KEY.
               10  DEF-CTR-ID              PIC X(8).
               10  DEF-EFF-FROM            PIC X(8).
           05  DEF-THRESHOLD               PIC 9(9).
           05  DEF-ACTION                  PIC X(1).
           05  DEF-GROUP-CODE              PIC X(4).
           05  DEF-ANOMALY                 PIC X(1).
           05  DEF-EFF-TO                  PIC X(8).
