      *  OVFL-COUNT * (THRESHOLD + 1) + the raw value, the same way
      *  CTRRECON rebuilds totals; for abort/warn counters it equals
      *  the raw final value.
      *
      *  HIST-ROW-STATUS   blank = the row as CTRDRIVE wrote it
      *                    S = superseded - a later restatement
      *                        replaced this day-final row; kept for
      *                        the audit trail, skipped by every
      *                        reader that totals or trends history
      *                    R = restated day-final row written by the
      *                        CTRRSTM back-dated correction right
      *                        after the row it supersedes, carrying
      *                        the same cycle number; HIST-RUN-ID is
      *                        the restatement's CTRRST timestamp
      *  Rows written before the field existed read as blank.
      *****************************************************************
       01  CTR-HIST-RECORD.
           05  HIST-PROC-DATE              PIC X(8).
           05  HIST-THRESHOLD              PIC 9(9).
           05  HIST-ACTION                 PIC X(1).
           05  HIST-RUN-ID                 PIC X(14).
           05  HIST-ROW-STATUS             PIC X(1).
               88  HIST-ROW-SUPERSEDED               VALUE 'S'.
               88  HIST-ROW-RESTATED                 VALUE 'R'.
