      *****************************************************************
      *  CTRPROF.cpy
      *  Hourly volume profile report line - each counter's 24-hour
      *  profile for one business date against its trailing-average
      *  profile, hours with no activity marked, built by CTRHPRF
      *  from the CTRHOUR hourly history file.
      *****************************************************************
       01  CTR-PROF-LINE                   PIC X(80).
