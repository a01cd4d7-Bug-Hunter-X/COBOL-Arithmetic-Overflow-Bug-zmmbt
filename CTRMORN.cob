      *  CTRCKPT control row and the CTRXTR extract, and prints one
      *  page to CTRDAY: the last run's end status and volumes, open
      *  and escalated alerts, open cases by age, the extract
      *  verdict, and a single overall RED/YELLOW/GREEN line.  The
      *  CTRBREG received-batch register adds any sender batch still
      *  missing from a sequence gap CTREDIT found - a count that
      *  may be short through no fault of the run.
      *
      *  RETURN-CODE matches the overall line so the scheduler can
      *  gate the downstream jobs on it:
      *     4 = YELLOW - proceed, but something needs an operator
      *     8 = RED    - hold day-start: abort, held extract, or an
      *                  escalated alert nobody has acknowledged
      *
      *  Runs under CTRSTPC step control as the eighth step of the
      *  nightly chain: it will not start for a business date until
      *  every step from CTREDIT through CTRALMG has completed cleanly
      *  for that date, is skipped once it has completed itself (until
      *  an operator marks it for rerun in CTRSTPM), and records its
      *  start, end and return code in CTRSTEP.  A refused start ends
      *  with RETURN-CODE 12.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT CTR-CKPT-FILE ASSIGN TO CTRCKPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKPT-CTR-ID
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CTR-XTR-FILE ASSIGN TO CTRXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTR-STATUS.

           SELECT CTR-BREG-FILE ASSIGN TO CTRBREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.

           SELECT CTR-DAY-FILE ASSIGN TO CTRDAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.
           RECORDING MODE IS F.
           COPY CTRXTR.

       FD  CTR-BREG-FILE
           RECORDING MODE IS F.
           COPY CTRBREG.

       FD  CTR-DAY-FILE
           RECORDING MODE IS F.
           COPY CTRDAY.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-XTR-STATUS               PIC XX VALUE SPACES.
           05  WS-DAY-STATUS               PIC XX VALUE SPACES.
           05  WS-BREG-STATUS              PIC XX VALUE SPACES.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-NOW-DAYS                 PIC S9(9) COMP.
           05  WS-DAYS-OUT                 PIC S9(5) VALUE 0.

      *    Sender batches still recorded missing - a received row
      *    for the same source and sequence closes a missing one,
      *    and the last open gap moves into the freed slot.
       01  WS-GAP-MAX-ENTRIES              PIC 9(4) VALUE 200.

       01  WS-GAP-TABLE.
           05  WS-GAP-COUNT                PIC 9(4) VALUE 0.
           05  WS-GAP-ENTRY
                   OCCURS 1 TO 200 TIMES DEPENDING ON WS-GAP-COUNT
                   INDEXED BY WS-GAP-IDX.
               10  GP-SOURCE-ID            PIC X(8).
               10  GP-BATCH-SEQ            PIC 9(9).
               10  GP-FOUND-DATE           PIC X(8).

       01  WS-GAP-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-GAP-FOUND                          VALUE 'Y'.
       01  WS-GAP-LIST-LIMIT               PIC 9(4) VALUE 10.

       01  WS-EXTRACT-STATE.
           05  WS-CKPT-IN-FLIGHT-SW        PIC X VALUE 'N'.
               88  WS-CKPT-IN-FLIGHT                 VALUE 'Y'.
                   VALUE "  OVER 7: ".
           05  WS-DAY-CASES-OVER-7         PIC Z(4)9.

       01  WS-DAY-GAP-LINE.
           05  FILLER                      PIC X(17)
                   VALUE "MISSING BATCHES: ".
           05  WS-DAY-GAP-COUNT            PIC Z(4)9.

       01  WS-DAY-GAP-DETAIL-LINE.
           05  FILLER                      PIC X(10)
                   VALUE "  SOURCE: ".
           05  WS-DAY-GAP-SOURCE           PIC X(8).
           05  FILLER                      PIC X(9)
                   VALUE "  BATCH: ".
           05  WS-DAY-GAP-SEQ              PIC Z(8)9.
           05  FILLER                      PIC X(13)
                   VALUE "  GAP FOUND: ".
           05  WS-DAY-GAP-DATE             PIC X(8).

       01  WS-DAY-XTR-LINE.
           05  FILLER                      PIC X(14)
                   VALUE "EXTRACT:      ".

       01  WS-DAY-BLANK-LINE               PIC X(80) VALUE SPACES.

       01  WS-STEP-RETURN-CODE             PIC 9(4) VALUE 0.

           COPY CTRSTPL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-BEGIN-STEP.
           IF STPL-GO
               PERFORM 1000-INITIALIZE
               PERFORM 2000-READ-RUN-LOG
               PERFORM 3000-COUNT-ALERTS
               PERFORM 4000-COUNT-OPEN-CASES
               PERFORM 4500-FIND-MISSING-BATCHES
               PERFORM 5000-CHECK-EXTRACT-OUTCOME
               PERFORM 6000-DECIDE-OVERALL-STATUS
               PERFORM 7000-WRITE-STATUS-REPORT
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
           MOVE "CTRMORN" TO STPL-STEP-NAME.
           MOVE SPACES TO STPL-BUSINESS-DATE.
           MOVE 0 TO STPL-RETURN-CODE.
           MOVE SPACES TO STPL-OPERATOR.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           EVALUATE TRUE
               WHEN STPL-SKIP
                   DISPLAY "CTRMORN: already complete for "
                           "business date " STPL-BUSINESS-DATE
                           " - nothing to do"
                   MOVE 0 TO RETURN-CODE
               WHEN STPL-REFUSED
                   DISPLAY "CTRMORN: NOT started for business date "
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
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
                   ADD 1 TO WS-CASE-AGE-OVER-7
           END-EVALUATE.

      *****************************************************************
      *  The register is append-only and a missing row is always
      *  written before the received row that fills it, so one pass
      *  in file order leaves exactly the gaps still open.
      *****************************************************************
       4500-FIND-MISSING-BATCHES.
           OPEN INPUT CTR-BREG-FILE.
           IF WS-BREG-STATUS = "00"
               PERFORM UNTIL WS-BREG-STATUS NOT = "00"
                   READ CTR-BREG-FILE
                       AT END
                           MOVE "10" TO WS-BREG-STATUS
                       NOT AT END
                           PERFORM 4510-APPLY-REGISTER-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-BREG-FILE
           END-IF.

       4510-APPLY-REGISTER-ROW.
           EVALUATE TRUE
               WHEN BREG-MISSING
                   IF WS-GAP-COUNT < WS-GAP-MAX-ENTRIES
                       ADD 1 TO WS-GAP-COUNT
                       MOVE BREG-SOURCE-ID TO GP-SOURCE-ID(WS-GAP-COUNT)
                       MOVE BREG-BATCH-SEQ TO GP-BATCH-SEQ(WS-GAP-COUNT)
                       MOVE BREG-RECEIVED-DATE
                           TO GP-FOUND-DATE(WS-GAP-COUNT)
                   END-IF
               WHEN BREG-RECEIVED
                   SET WS-GAP-FOUND-SW TO 'N'
                   SET WS-GAP-IDX TO 1
                   PERFORM UNTIL WS-GAP-IDX > WS-GAP-COUNT
                           OR WS-GAP-FOUND
                       IF GP-SOURCE-ID(WS-GAP-IDX) = BREG-SOURCE-ID
                               AND GP-BATCH-SEQ(WS-GAP-IDX)
                                   = BREG-BATCH-SEQ
                           SET WS-GAP-FOUND-SW TO 'Y'
                       ELSE
                           SET WS-GAP-IDX UP BY 1
                       END-IF
                   END-PERFORM
                   IF WS-GAP-FOUND
                       MOVE WS-GAP-ENTRY(WS-GAP-COUNT)
                           TO WS-GAP-ENTRY(WS-GAP-IDX)
                       SUBTRACT 1 FROM WS-GAP-COUNT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  The extract verdict is re-derived the way CTREXTR decides
      *  its own RETURN-CODE: an in-flight CTRCKPT control row means
       5000-CHECK-EXTRACT-OUTCOME.
           OPEN INPUT CTR-CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               MOVE '*RESTART' TO CKPT-CTR-ID
               READ CTR-CKPT-FILE
                   KEY IS CKPT-CTR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CKPTC-RUN-STATUS = 'I'
                           SET WS-CKPT-IN-FLIGHT-SW TO 'Y'
                       END-IF
               END-READ
               CLOSE CTR-CKPT-FILE
           END-IF.
           OPEN INPUT CTR-XTR-FILE.
                   MOVE "RED   " TO WS-OVERALL-STATUS
                   MOVE "ESCALATED ALERT AWAITING ACKNOWLEDGMENT"
                       TO WS-OVERALL-REASON
               WHEN WS-GAP-COUNT > 0
                   MOVE "YELLOW" TO WS-OVERALL-STATUS
                   MOVE "SENDER BATCH MISSING - SEE MISSING BATCHES"
                       TO WS-OVERALL-REASON
               WHEN WS-OPEN-ALERT-COUNT > 0
                   MOVE "YELLOW" TO WS-OVERALL-STATUS
                   MOVE "OPEN ALERTS NEED ACKNOWLEDGMENT"
           MOVE WS-CASE-AGE-OVER-7 TO WS-DAY-CASES-OVER-7.
           MOVE WS-DAY-CASE-LINE TO CTR-DAY-LINE.
           WRITE CTR-DAY-LINE.
           MOVE WS-GAP-COUNT TO WS-DAY-GAP-COUNT.
           MOVE WS-DAY-GAP-LINE TO CTR-DAY-LINE.
           WRITE CTR-DAY-LINE.
           PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                   UNTIL WS-GAP-IDX > WS-GAP-COUNT
                       OR WS-GAP-IDX > WS-GAP-LIST-LIMIT
               MOVE GP-SOURCE-ID(WS-GAP-IDX) TO WS-DAY-GAP-SOURCE
               MOVE GP-BATCH-SEQ(WS-GAP-IDX) TO WS-DAY-GAP-SEQ
               MOVE GP-FOUND-DATE(WS-GAP-IDX) TO WS-DAY-GAP-DATE
               MOVE WS-DAY-GAP-DETAIL-LINE TO CTR-DAY-LINE
               WRITE CTR-DAY-LINE
           END-PERFORM.

       9000-TERMINATE.
           DISPLAY "CTRMORN: " WS-OVERALL-STATUS " - "
