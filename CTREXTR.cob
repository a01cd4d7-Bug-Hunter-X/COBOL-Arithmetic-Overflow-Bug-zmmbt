      *  Totals are reconstructed the same wrap-aware way CTRRECON's
      *  2500-RECONSTRUCT-ACTUAL-TOTALS does it, so a cascading
      *  (action R) counter exports its true daily total, not the
      *  wrapped raw value, using the CTRDEF version in force on the
      *  business date; CTRDEF and CTRCKPT are keyed by counter ID
      *  and each counter's checkpoint row is read directly.  The
      *  file is wrapped in header and trailer control records
      *  carrying the business date, detail record count, and a
      *  hash total; it is written complete to a temp name and
      *  renamed into place so the transfer job never picks up a
      *  partial extract.
      *
      *  After the day's extract, every business day restated since
      *  the last run through CTRRSTM (CTRRST rows still pending
      *  extract) is sent again on the separate CTRXTRR restatement
      *  extract: one complete set per restated date - an R-type
      *  header, every counter's day-final total for that date from
      *  CTRHIST (superseded rows skipped), the group subtotals and
      *  a trailer with that set's own count and hash - so the
      *  warehouse can replace the earlier load for the day.  Once
      *  CTRXTRR is published the CTRRST rows are marked extracted;
      *  a restated day whose dailies have since been rolled off is
      *  marked as such instead.  Only the pending dates are held in
      *  storage; the log itself is streamed through a temp name
      *  when the rows are marked, so it may grow without limit.
      *
      *  RETURN-CODE 4 flags an extract taken from an in-flight
      *  (abended) checkpoint - the numbers are not a completed
      *  day's totals and the warehouse should hold the load.
      *
      *  Runs under CTRSTPC step control as the sixth step of the
      *  nightly chain: it will not start for a business date until
      *  every step from CTREDIT through CTRBAL has completed cleanly
      *  for that date, is skipped once it has completed itself (until
      *  an operator marks it for rerun in CTRSTPM), and records its
      *  start, end and return code in CTRSTEP.  A refused start ends
      *  with RETURN-CODE 12.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-DEF-FILE ASSIGN TO CTRDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-KEY
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CTR-CKPT-FILE ASSIGN TO CTRCKPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-CTR-ID
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CTR-CYCLE-FILE ASSIGN TO CTRCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTR-STATUS.

           SELECT CTR-HIST-FILE ASSIGN TO CTRHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CTR-RST-FILE ASSIGN TO DYNAMIC WS-RST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.

           SELECT CTR-RSTOUT-FILE ASSIGN TO DYNAMIC WS-RSTOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-DEF-FILE
           RECORDING MODE IS F.
           COPY CTRXTR.

       FD  CTR-HIST-FILE
           RECORDING MODE IS F.
           COPY CTRHIST.

       FD  CTR-RST-FILE
           RECORDING MODE IS F.
           COPY CTRRST.

       FD  CTR-RSTOUT-FILE
           RECORDING MODE IS F.
       01  CTR-RSTOUT-RECORD               PIC X(119).

       WORKING-STORAGE SECTION.
       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.

       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  CTR-ID                  PIC X(8).
               10  CTR-RAW-VALUE           PIC 9(9).
               10  CTR-ACTION              PIC X(1).
               10  CTR-ACTUAL-VALUE        PIC 9(15).
               10  CTR-GROUP-CODE          PIC X(4).
               10  CTR-HIST-SW             PIC X.

      *    Business-area rollups for the type-G group subtotal
      *    records - one entry per distinct DEF-GROUP-CODE,
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-CYCLE-STATUS             PIC XX VALUE SPACES.
           05  WS-XTR-STATUS               PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.
           05  WS-RST-STATUS               PIC XX VALUE SPACES.
           05  WS-RSTOUT-STATUS            PIC XX VALUE SPACES.

       01  WS-XTR-FILENAME                 PIC X(20).
       01  WS-XTR-TMP-NAME                 PIC X(20) VALUE "CTRXTR.TMP".
       01  WS-XTR-REAL-NAME                PIC X(20) VALUE "CTRXTR".
       01  WS-XTR-RENAME-RESULT            PIC S9(9) COMP-5.
       01  WS-XTRR-TMP-NAME                PIC X(20) VALUE "CTRXTRR.TMP".
       01  WS-XTRR-REAL-NAME               PIC X(20) VALUE "CTRXTRR".
       01  WS-DELETE-RESULT                PIC S9(9) COMP-5.

       01  WS-RST-FILENAME                 PIC X(20).
       01  WS-RSTOUT-FILENAME              PIC X(20).
       01  WS-RST-TMP-NAME                 PIC X(20) VALUE "CTRRST.TMP".
       01  WS-RST-REAL-NAME                PIC X(20) VALUE "CTRRST".
       01  WS-RST-RENAME-RESULT            PIC S9(9) COMP-5.

      *    Distinct restated business dates awaiting extract, kept
      *    in date order; PD-RESULT is what happened to each one on
      *    this run (X = sent, N = no history left to send).
       01  WS-PEND-MAX-ENTRIES             PIC 9(4) VALUE 31.

       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT               PIC 9(4) VALUE 0.
           05  WS-PEND-ENTRY
                   OCCURS 1 TO 31 TIMES
                   DEPENDING ON WS-PEND-COUNT
                   INDEXED BY WS-PEND-IDX.
               10  PD-DATE                 PIC X(8).
               10  PD-RESULT               PIC X(1).

       01  WS-PEND-SUB                     PIC 9(4) VALUE 0.
       01  WS-PEND-INSERT-SUB              PIC 9(4) VALUE 0.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
       01  WS-LOOKUP-ID                    PIC X(8).
       01  WS-CTR-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-CTR-FOUND                         VALUE 'Y'.
       01  WS-DEF-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-DEF-FOUND                         VALUE 'Y'.
       01  WS-DEF-OPEN-SW                  PIC X VALUE 'N'.
           88  WS-DEF-OPENED                        VALUE 'Y'.
       01  WS-CKPT-IN-FLIGHT-SW            PIC X VALUE 'N'.
           88  WS-CKPT-IN-FLIGHT                    VALUE 'Y'.
       01  WS-RST-REREAD-FAIL-SW           PIC X VALUE 'N'.
           88  WS-RST-REREAD-FAILED                 VALUE 'Y'.
       01  WS-XTRR-PUBLISHED-SW            PIC X VALUE 'N'.
           88  WS-XTRR-PUBLISHED                    VALUE 'Y'.
       01  WS-HIST-EOF-SW                  PIC X VALUE 'N'.
           88  WS-HIST-EOF                          VALUE 'Y'.

       01  WS-EXTRACT-TOTALS.
           05  WS-DETAIL-COUNT             PIC 9(9) VALUE 0.
           05  WS-HASH-TOTAL               PIC 9(18) VALUE 0.

       01  WS-RESTATEMENT-TOTALS.
           05  WS-RSET-DETAIL-COUNT        PIC 9(9) VALUE 0.
           05  WS-RSET-HASH-TOTAL          PIC 9(18) VALUE 0.
           05  WS-RSET-DAY-ROWS            PIC 9(4) VALUE 0.
           05  WS-RSET-WRITTEN-COUNT       PIC 9(4) VALUE 0.
           05  WS-RSET-GONE-COUNT          PIC 9(4) VALUE 0.

       01  WS-STEP-RETURN-CODE             PIC 9(4) VALUE 0.

           COPY CTRSTPL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-BEGIN-STEP.
           IF STPL-GO
               PERFORM 1000-INITIALIZE
               PERFORM 1300-GET-BUSINESS-DATE
               PERFORM 1100-LOAD-COUNTER-DEFINITIONS
               PERFORM 1200-LOAD-CHECKPOINT
               PERFORM 2500-RECONSTRUCT-ACTUAL-TOTALS
               PERFORM 3000-WRITE-EXTRACT-FILE
               PERFORM 5000-WRITE-RESTATEMENT-EXTRACT
               PERFORM 9000-TERMINATE
               PERFORM 0900-END-STEP
           END-IF.
           STOP RUN.

      *****************************************************************
      *  Nightly-chain step control - see CTRSTPC.  The business date
      *  comes back in the parameter area and goes back unchanged on
      *  the end call.
      *****************************************************************
       0100-BEGIN-STEP.
           MOVE 'B' TO STPL-FUNCTION.
           MOVE "CTREXTR" TO STPL-STEP-NAME.
           MOVE SPACES TO STPL-BUSINESS-DATE.
           MOVE 0 TO STPL-RETURN-CODE.
           MOVE SPACES TO STPL-OPERATOR.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           EVALUATE TRUE
               WHEN STPL-SKIP
                   DISPLAY "CTREXTR: already complete for "
                           "business date " STPL-BUSINESS-DATE
                           " - nothing to do"
                   MOVE 0 TO RETURN-CODE
               WHEN STPL-REFUSED
                   DISPLAY "CTREXTR: NOT started for business date "
                           STPL-BUSINESS-DATE " - step control refused"
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    The CALL sets RETURN-CODE, so the step's own code is held
      *    across it and handed back to the scheduler unchanged.
       0900-END-STEP.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           MOVE 'E' TO STPL-FUNCTION.
           MOVE WS-STEP-RETURN-CODE TO STPL-RETURN-CODE.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           OPEN INPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               PERFORM UNTIL WS-DEF-STATUS NOT = "00"
                   READ CTR-DEF-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                           IF DEF-EFF-FROM NOT > WS-BUSINESS-DATE
                                   AND (DEF-EFF-TO = SPACES
                                       OR DEF-EFF-TO
                                           NOT < WS-BUSINESS-DATE)
                               PERFORM 1110-TABLE-ONE-COUNTER
                           END-IF
                   END-READ
               END-PERFORM
                       "thresholds unknown, exporting raw values"
           END-IF.

       1110-TABLE-ONE-COUNTER.
           IF WS-CTR-COUNT < WS-CTR-MAX-ENTRIES
               ADD 1 TO WS-CTR-COUNT
               MOVE DEF-CTR-ID
                   TO CTR-ID(WS-CTR-COUNT)
               MOVE DEF-THRESHOLD
                   TO CTR-THRESHOLD(WS-CTR-COUNT)
               IF DEF-ACTION = 'A' OR 'W' OR 'R'
                   MOVE DEF-ACTION
                       TO CTR-ACTION(WS-CTR-COUNT)
               ELSE
                   MOVE 'R'
                       TO CTR-ACTION(WS-CTR-COUNT)
               END-IF
               IF DEF-GROUP-CODE = SPACES
                   MOVE "OTHR"
                       TO CTR-GROUP-CODE(WS-CTR-COUNT)
               ELSE
                   MOVE DEF-GROUP-CODE
                       TO CTR-GROUP-CODE(WS-CTR-COUNT)
               END-IF
               MOVE 0 TO CTR-RAW-VALUE(WS-CTR-COUNT)
               MOVE 0 TO CTR-OVFL-COUNT(WS-CTR-COUNT)
               MOVE 0
                   TO CTR-ACTUAL-VALUE(WS-CTR-COUNT)
           ELSE
               DISPLAY "CTRDEF has more counters than "
                       "WS-CTR-MAX-ENTRIES - "
                       "ignoring " DEF-CTR-ID
           END-IF.

      *****************************************************************
      *  The *RESTART control record is read by its key first - an
      *  in-flight run status there means the checkpoint is from an
      *  abended run.  Each counter in force then has its own row
      *  read directly.
      *****************************************************************
       1200-LOAD-CHECKPOINT.
           OPEN INPUT CTR-CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               MOVE '*RESTART' TO CKPT-CTR-ID
               READ CTR-CKPT-FILE
                   KEY IS CKPT-CTR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CKPTC-RUN-STATUS = 'I'
                           SET WS-CKPT-IN-FLIGHT TO TRUE
                       END-IF
               END-READ
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   PERFORM 1210-READ-CHECKPOINT-ROW
               END-PERFORM
               PERFORM 1220-FIND-RETIRED-COUNTERS
               CLOSE CTR-CKPT-FILE
           ELSE
               DISPLAY "CTRCKPT checkpoint file not found - "
                       "nothing to extract"
           END-IF.

       1210-READ-CHECKPOINT-ROW.
           MOVE CTR-ID(WS-CTR-IDX) TO CKPT-CTR-ID.
           READ CTR-CKPT-FILE
               KEY IS CKPT-CTR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CKPT-CTR-VALUE TO CTR-RAW-VALUE(WS-CTR-IDX)
                   MOVE CKPT-CTR-OVFL-COUNT
                       TO CTR-OVFL-COUNT(WS-CTR-IDX)
           END-READ.

      *    A checkpoint row for a counter with no CTRDEF version in
      *    force is still exported, on its raw value.
       1220-FIND-RETIRED-COUNTERS.
           OPEN INPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               SET WS-DEF-OPEN-SW TO 'Y'
           END-IF.
           MOVE LOW-VALUES TO CKPT-CTR-ID.
           START CTR-CKPT-FILE KEY IS > CKPT-CTR-ID
               INVALID KEY
                   MOVE "23" TO WS-CKPT-STATUS
           END-START.
           PERFORM UNTIL WS-CKPT-STATUS NOT = "00"
               READ CTR-CKPT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CKPT-STATUS
                   NOT AT END
                       IF NOT CKPT-RESTART-CONTROL
                           MOVE CKPT-CTR-ID TO WS-LOOKUP-ID
                           PERFORM 1230-FIND-DEFINITION
                           IF NOT WS-DEF-FOUND
                               PERFORM 1250-TABLE-RETIRED-COUNTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DEF-OPENED
               CLOSE CTR-DEF-FILE
               SET WS-DEF-OPEN-SW TO 'N'
           END-IF.

      *    A counter's versions are keyed in date order, so the read
      *    starts at the counter ID and stops at the first version
      *    that starts after the business date.
       1230-FIND-DEFINITION.
           SET WS-DEF-FOUND-SW TO 'N'.
           IF WS-DEF-OPENED
               MOVE WS-LOOKUP-ID TO DEF-CTR-ID
               MOVE LOW-VALUES TO DEF-EFF-FROM
               START CTR-DEF-FILE KEY IS NOT < DEF-KEY
                   INVALID KEY
                       MOVE "23" TO WS-DEF-STATUS
               END-START
               PERFORM UNTIL WS-DEF-STATUS NOT = "00"
                       OR WS-DEF-FOUND
                   READ CTR-DEF-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                           PERFORM 1240-CHECK-DEFINITION-ROW
                   END-READ
               END-PERFORM
           END-IF.

       1240-CHECK-DEFINITION-ROW.
           EVALUATE TRUE
               WHEN DEF-CTR-ID NOT = WS-LOOKUP-ID
               WHEN DEF-EFF-FROM > WS-BUSINESS-DATE
                   MOVE "23" TO WS-DEF-STATUS
               WHEN DEF-EFF-TO = SPACES
               WHEN DEF-EFF-TO NOT < WS-BUSINESS-DATE
                   SET WS-DEF-FOUND-SW TO 'Y'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1250-TABLE-RETIRED-COUNTER.
           IF WS-CTR-COUNT < WS-CTR-MAX-ENTRIES
               ADD 1 TO WS-CTR-COUNT
               MOVE CKPT-CTR-ID TO CTR-ID(WS-CTR-COUNT)
               MOVE CKPT-CTR-VALUE TO CTR-RAW-VALUE(WS-CTR-COUNT)
               MOVE CKPT-CTR-OVFL-COUNT
                   TO CTR-OVFL-COUNT(WS-CTR-COUNT)
               MOVE 0 TO CTR-THRESHOLD(WS-CTR-COUNT)
               MOVE SPACE TO CTR-ACTION(WS-CTR-COUNT)
               MOVE 0 TO CTR-ACTUAL-VALUE(WS-CTR-COUNT)
               MOVE "OTHR" TO CTR-GROUP-CODE(WS-CTR-COUNT)
               DISPLAY "CTRCKPT has saved counter " CKPT-CTR-ID
                       " that is no longer in CTRDEF - "
                       "exporting its raw value"
           ELSE
               DISPLAY "CTRCKPT has more counters than "
                       "WS-CTR-MAX-ENTRIES - ignoring "
                       CKPT-CTR-ID
           END-IF.

       1300-GET-BUSINESS-DATE.
               WRITE CTR-XTR-GROUP
           END-PERFORM.

      *****************************************************************
      *  Restatement extract.  Only runs when CTRRST holds rows still
      *  pending extract; the day-final totals come from CTRHIST,
      *  not the checkpoint, so an in-flight checkpoint does not
      *  hold them back.  CTRXTRR is built in the same record areas
      *  as CTRXTR and published the same complete-then-rename way,
      *  and the log rows are only marked once it is in place.
      *****************************************************************
       5000-WRITE-RESTATEMENT-EXTRACT.
           PERFORM 5100-LOAD-RESTATEMENT-LOG.
           IF WS-PEND-COUNT = 0
               DISPLAY "CTREXTR: no restated days awaiting extract"
           ELSE
               PERFORM 5300-BUILD-RESTATEMENT-FILE
               IF WS-XTRR-PUBLISHED
                   PERFORM 5800-SAVE-RESTATEMENT-LOG
               END-IF
           END-IF.

       5100-LOAD-RESTATEMENT-LOG.
           MOVE WS-RST-REAL-NAME TO WS-RST-FILENAME.
           OPEN INPUT CTR-RST-FILE.
           IF WS-RST-STATUS = "00"
               PERFORM UNTIL WS-RST-STATUS NOT = "00"
                   READ CTR-RST-FILE
                       AT END
                           MOVE "10" TO WS-RST-STATUS
                       NOT AT END
                           IF RST-EXTRACT-PENDING
                               PERFORM 5200-NOTE-PENDING-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-RST-FILE
           END-IF.

      *    Each restated date goes on the extract once, however many
      *    of its counters were restated, and the sets go out in
      *    date order.
       5200-NOTE-PENDING-DATE.
           MOVE 0 TO WS-PEND-INSERT-SUB.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                       OR WS-PEND-INSERT-SUB > 0
               IF PD-DATE(WS-PEND-SUB) NOT < RST-PROC-DATE
                   MOVE WS-PEND-SUB TO WS-PEND-INSERT-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PEND-INSERT-SUB > 0
                       AND PD-DATE(WS-PEND-INSERT-SUB)
                           = RST-PROC-DATE
                   CONTINUE
               WHEN WS-PEND-COUNT NOT < WS-PEND-MAX-ENTRIES
                   DISPLAY "More restated days than "
                           "WS-PEND-MAX-ENTRIES - " RST-PROC-DATE
                           " waits for the next run"
               WHEN OTHER
                   IF WS-PEND-INSERT-SUB = 0
                       ADD 1 TO WS-PEND-COUNT
                       MOVE WS-PEND-COUNT TO WS-PEND-INSERT-SUB
                   ELSE
                       ADD 1 TO WS-PEND-COUNT
                       PERFORM VARYING WS-PEND-SUB FROM WS-PEND-COUNT
                               BY -1
                               UNTIL WS-PEND-SUB
                                   NOT > WS-PEND-INSERT-SUB
                           MOVE WS-PEND-ENTRY(WS-PEND-SUB - 1)
                               TO WS-PEND-ENTRY(WS-PEND-SUB)
                       END-PERFORM
                   END-IF
                   MOVE RST-PROC-DATE TO PD-DATE(WS-PEND-INSERT-SUB)
                   MOVE SPACE TO PD-RESULT(WS-PEND-INSERT-SUB)
           END-EVALUATE.

       5300-BUILD-RESTATEMENT-FILE.
           MOVE WS-XTRR-TMP-NAME TO WS-XTR-FILENAME.
           OPEN OUTPUT CTR-XTR-FILE.
           IF WS-XTR-STATUS NOT = "00"
               DISPLAY "CTRXTRR restatement extract could not be "
                       "opened for output - status " WS-XTR-STATUS
                       " - restated days NOT sent"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   PERFORM 5400-LOAD-RESTATED-DAY
                   IF WS-RSET-DAY-ROWS = 0
                       MOVE 'N' TO PD-RESULT(WS-PEND-IDX)
                       ADD 1 TO WS-RSET-GONE-COUNT
                       DISPLAY "No CTRHIST rows left for restated day "
                               PD-DATE(WS-PEND-IDX)
                               " - it cannot be sent"
                   ELSE
                       PERFORM 5500-WRITE-RESTATED-SET
                       MOVE 'X' TO PD-RESULT(WS-PEND-IDX)
                       ADD 1 TO WS-RSET-WRITTEN-COUNT
                   END-IF
               END-PERFORM
               CLOSE CTR-XTR-FILE
               PERFORM 5600-PUBLISH-RESTATEMENT-FILE
           END-IF.

      *****************************************************************
      *  The counter table is reused for the restated day: every
      *  counter with a live day-final row that date is flagged and
      *  given that row's total.  The day's own extract has already
      *  been written, so nothing is lost by overwriting it.
      *****************************************************************
       5400-LOAD-RESTATED-DAY.
           MOVE 0 TO WS-RSET-DAY-ROWS.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
               MOVE 'N' TO CTR-HIST-SW(WS-CTR-IDX)
               MOVE 0 TO CTR-ACTUAL-VALUE(WS-CTR-IDX)
           END-PERFORM.
           SET WS-HIST-EOF-SW TO 'N'.
           OPEN INPUT CTR-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "CTRHIST history file not available - status "
                       WS-HIST-STATUS
           ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ CTR-HIST-FILE
                       AT END
                           SET WS-HIST-EOF-SW TO 'Y'
                       NOT AT END
                           IF HIST-PROC-DATE = PD-DATE(WS-PEND-IDX)
                                   AND NOT HIST-ROW-SUPERSEDED
                               PERFORM 5410-TAKE-DAY-FINAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-HIST-FILE
           END-IF.

      *    A later cycle's row for the same counter simply replaces
      *    the earlier one - what remains is the day-final total.
       5410-TAKE-DAY-FINAL-ROW.
           MOVE HIST-CTR-ID TO WS-LOOKUP-ID.
           PERFORM 2100-FIND-COUNTER.
           IF NOT WS-CTR-FOUND
               IF WS-CTR-COUNT < WS-CTR-MAX-ENTRIES
                   ADD 1 TO WS-CTR-COUNT
                   SET WS-CTR-IDX TO WS-CTR-COUNT
                   MOVE HIST-CTR-ID TO CTR-ID(WS-CTR-IDX)
                   MOVE 0 TO CTR-RAW-VALUE(WS-CTR-IDX)
                   MOVE 0 TO CTR-OVFL-COUNT(WS-CTR-IDX)
                   MOVE 0 TO CTR-THRESHOLD(WS-CTR-IDX)
                   MOVE SPACE TO CTR-ACTION(WS-CTR-IDX)
                   MOVE "OTHR" TO CTR-GROUP-CODE(WS-CTR-IDX)
                   SET WS-CTR-FOUND-SW TO 'Y'
               ELSE
                   DISPLAY "CTRHIST has more counters than "
                           "WS-CTR-MAX-ENTRIES - ignoring "
                           HIST-CTR-ID " on " HIST-PROC-DATE
               END-IF
           END-IF.
           IF WS-CTR-FOUND
               IF CTR-HIST-SW(WS-CTR-IDX) NOT = 'Y'
                   ADD 1 TO WS-RSET-DAY-ROWS
               END-IF
               MOVE 'Y' TO CTR-HIST-SW(WS-CTR-IDX)
               MOVE HIST-ACTUAL-TOTAL TO CTR-ACTUAL-VALUE(WS-CTR-IDX)
           END-IF.

       5500-WRITE-RESTATED-SET.
           MOVE 0 TO WS-RSET-DETAIL-COUNT.
           MOVE 0 TO WS-RSET-HASH-TOTAL.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 'R' TO XTRH-RECORD-TYPE.
           MOVE PD-DATE(WS-PEND-IDX) TO XTRH-BUSINESS-DATE.
           MOVE WS-NOW-TIMESTAMP TO XTRH-EXTRACT-TIMESTAMP.
           MOVE "CTRBATCH" TO XTRH-SOURCE-SYSTEM.
           WRITE CTR-XTR-HEADER.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
               IF CTR-HIST-SW(WS-CTR-IDX) = 'Y'
                   MOVE 'D' TO XTRD-RECORD-TYPE
                   MOVE CTR-ID(WS-CTR-IDX) TO XTRD-CTR-ID
                   MOVE CTR-ACTUAL-VALUE(WS-CTR-IDX)
                       TO XTRD-DAILY-TOTAL
                   ADD 1 TO WS-RSET-DETAIL-COUNT
                   ADD CTR-ACTUAL-VALUE(WS-CTR-IDX)
                       TO WS-RSET-HASH-TOTAL
                   WRITE CTR-XTR-DETAIL
                   PERFORM 3100-ACCUMULATE-GROUP-TOTALS
               END-IF
           END-PERFORM.
           PERFORM 3200-WRITE-GROUP-RECORDS.
           MOVE 'T' TO XTRT-RECORD-TYPE.
           MOVE WS-RSET-DETAIL-COUNT TO XTRT-RECORD-COUNT.
           MOVE WS-RSET-HASH-TOTAL TO XTRT-HASH-TOTAL.
           WRITE CTR-XTR-TRAILER.
           DISPLAY "CTRXTRR: restated day " PD-DATE(WS-PEND-IDX)
                   " - " WS-RSET-DETAIL-COUNT " counters, hash total "
                   WS-RSET-HASH-TOTAL.

      *    A run where every pending day had been rolled off has
      *    nothing to send - the empty temp is dropped, but the log
      *    rows are still marked so they stop coming back.
       5600-PUBLISH-RESTATEMENT-FILE.
           IF WS-RSET-WRITTEN-COUNT = 0
               CALL "CBL_DELETE_FILE" USING WS-XTRR-TMP-NAME
                   RETURNING WS-DELETE-RESULT
               END-CALL
               SET WS-XTRR-PUBLISHED-SW TO 'Y'
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-XTRR-TMP-NAME
                       WS-XTRR-REAL-NAME
                   RETURNING WS-XTR-RENAME-RESULT
               END-CALL
               IF WS-XTR-RENAME-RESULT NOT = 0
                   DISPLAY "CTRXTRR restatement extract could not be "
                           "published - rename status "
                           WS-XTR-RENAME-RESULT
                           " - restated days NOT sent"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-XTRR-PUBLISHED-SW TO 'Y'
               END-IF
           END-IF.

      *****************************************************************
      *  The log is streamed to the temp name row by row - however
      *  long it has grown - and only pending rows for a date sent
      *  (or found rolled off) on this run change.  It is re-read
      *  here rather than at 5100, so rows CTRRSTM logs while the
      *  extract runs are carried over still pending.  If the log
      *  cannot be re-read or republished the restated days were
      *  still sent; left pending, they simply go again on the next
      *  run, which the warehouse's replace-the-day load takes in
      *  its stride.
      *****************************************************************
       5800-SAVE-RESTATEMENT-LOG.
           SET WS-RST-REREAD-FAIL-SW TO 'N'.
           MOVE WS-RST-TMP-NAME TO WS-RSTOUT-FILENAME.
           OPEN OUTPUT CTR-RSTOUT-FILE.
           IF WS-RSTOUT-STATUS = "00"
               MOVE WS-RST-REAL-NAME TO WS-RST-FILENAME
               OPEN INPUT CTR-RST-FILE
               IF WS-RST-STATUS = "00"
                   PERFORM UNTIL WS-RST-STATUS NOT = "00"
                       READ CTR-RST-FILE
                           AT END
                               MOVE "10" TO WS-RST-STATUS
                           NOT AT END
                               PERFORM 5810-MARK-RESTATEMENT
                       END-READ
                   END-PERFORM
                   CLOSE CTR-RST-FILE
               ELSE
                   SET WS-RST-REREAD-FAIL-SW TO 'Y'
                   DISPLAY "CTRRST could not be re-read - status "
                           WS-RST-STATUS
               END-IF
               CLOSE CTR-RSTOUT-FILE
               IF WS-RST-REREAD-FAILED
                   CALL "CBL_DELETE_FILE" USING WS-RST-TMP-NAME
                       RETURNING WS-DELETE-RESULT
                   END-CALL
                   DISPLAY "CTRRST left untouched - "
                           "restated days stay pending"
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-RST-TMP-NAME
                           WS-RST-REAL-NAME
                       RETURNING WS-RST-RENAME-RESULT
                   END-CALL
                   IF WS-RST-RENAME-RESULT NOT = 0
                       DISPLAY "CTRRST could not be published - "
                               "rename status " WS-RST-RENAME-RESULT
                               " - restated days stay pending"
                   END-IF
               END-IF
           ELSE
               DISPLAY "CTRRST could not be opened for output - "
                       "status " WS-RSTOUT-STATUS
                       " - restated days stay pending"
           END-IF.

       5810-MARK-RESTATEMENT.
           IF RST-EXTRACT-PENDING
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   IF PD-DATE(WS-PEND-IDX) = RST-PROC-DATE
                           AND PD-RESULT(WS-PEND-IDX) NOT = SPACE
                       MOVE PD-RESULT(WS-PEND-IDX)
                           TO RST-EXTRACT-STATUS
                       MOVE WS-NOW-TIMESTAMP TO RST-EXTRACT-TIMESTAMP
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CTR-RST-RECORD TO CTR-RSTOUT-RECORD.
           WRITE CTR-RSTOUT-RECORD.

       9000-TERMINATE.
           IF WS-CKPT-IN-FLIGHT
               DISPLAY "CTREXTR: checkpoint is from an abended run - "
