               FILE STATUS IS WS-TRND-STATUS.

           SELECT CTR-DEF-FILE ASSIGN TO CTRDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEF-KEY
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CTR-RCMD-FILE ASSIGN TO CTRRCMD
               10  MO-TRIPS                PIC 9(5).
               10  MO-DAYS                 PIC 9(5).

       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.

       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  CTR-ID                  PIC X(8).
               10  CTR-THRESHOLD           PIC 9(9).
                       AT END
                           MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                           IF DEF-EFF-FROM NOT > WS-TODAY-DATE
                                   AND (DEF-EFF-TO = SPACES
                                       OR DEF-EFF-TO
                                           NOT < WS-TODAY-DATE)
                               PERFORM 1510-TABLE-ONE-COUNTER
                           END-IF
                   END-READ
               END-PERFORM
                       "no threshold recommendations will be written"
           END-IF.

       1510-TABLE-ONE-COUNTER.
           IF WS-CTR-COUNT < WS-CTR-MAX-ENTRIES
               ADD 1 TO WS-CTR-COUNT
               MOVE DEF-CTR-ID
                   TO CTR-ID(WS-CTR-COUNT)
               MOVE DEF-THRESHOLD
                   TO CTR-THRESHOLD(WS-CTR-COUNT)
               MOVE 'Y'
                   TO CTR-DEFINED-SW(WS-CTR-COUNT)
           ELSE
               DISPLAY "CTRDEF has more counters than "
                       "WS-CTR-MAX-ENTRIES - "
                       "ignoring " DEF-CTR-ID
           END-IF.

       2600-LOAD-MONTH-AGGREGATES.
           OPEN INPUT CTR-HMON-FILE.
           IF WS-HMON-STATUS = "00"
       2200-TABLE-HISTORY-RECORD.
           IF HIST-PROC-DATE NOT < WS-START-DATE
                   AND HIST-PROC-DATE NOT > WS-END-DATE
                   AND NOT HIST-ROW-SUPERSEDED
               PERFORM 2250-CHECK-MONTH-AGGREGATED
               IF NOT WS-MONTH-AGGREGATED
                   PERFORM 2300-MERGE-HISTORY-ROW
      *  One table entry per counter per business day.  CTRHIST is
      *  appended in cycle order, so a later row for the same counter
      *  and date is a later cycle and simply replaces the earlier
      *  entry - what remains is the day's final position.  A row
      *  superseded by a back-dated restatement never gets here; the
      *  restated row after it stands in its place.
      *****************************************************************
       2300-MERGE-HISTORY-ROW.
           SET WS-ENTRY-FOUND-SW TO 'N'.
