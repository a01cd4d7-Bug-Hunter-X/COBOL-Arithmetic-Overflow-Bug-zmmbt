               10  MA-DAYS                 PIC 9(5).
               10  MA-FROM-FILE-SW         PIC X.

       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.

      *    Per-counter current-day accumulator - because CTRHIST is
      *    appended in date order, only the day in progress needs to
       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  CD-CTR-ID               PIC X(8).
               10  CD-DATE                 PIC X(8).
               ADD 1 TO WS-KEPT-ROW-COUNT
           ELSE
               ADD 1 TO WS-ROLLED-ROW-COUNT
      *        A superseded row was replaced by the restated row
      *        written right after it; only that one is counted.
               IF NOT HIST-ROW-SUPERSEDED
                   PERFORM 2200-ACCUMULATE-ROLLUP-ROW
               END-IF
      *        Rolled rows inside the trailing window stay live too,
      *        so CTRANOM keeps a full window right after month-end;
      *        CTRTREND ignores dailies for aggregated months, so
