      *  back down every time it crosses DEF-THRESHOLD, so the total
      *  has to be reconstructed from CTRDEF (for the threshold and
      *  action) as CTR-OVFL-COUNT * (THRESHOLD + 1) + the raw value.
      *  The CTRDEF version used is the one in force on the CTRCYCLE
      *  business date - the one CTRDRIVE counted that day under.
      *  CTRDEF and CTRCKPT are keyed by counter ID: each counter's
      *  checkpoint row, and the definition behind a row whose
      *  counter has gone out of force, are read directly.
      *  Abort/warn counters never wrap, so their raw value already
      *  is the true total.
      *
      *  Runs under CTRSTPC step control as the fourth step of the
      *  nightly chain: it will not start for a business date until
      *  every step from CTREDIT through CTRANOM has completed cleanly
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

           SELECT CTR-EXP-FILE ASSIGN TO CTREXP
           COPY CTRCASE.

       WORKING-STORAGE SECTION.
       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.

       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  CTR-ID                  PIC X(8).
               10  CTR-RAW-VALUE           PIC 9(9).
       01  WS-LOOKUP-ID                    PIC X(8).
       01  WS-CTR-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-CTR-FOUND                         VALUE 'Y'.
       01  WS-DEF-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-DEF-FOUND                         VALUE 'Y'.
       01  WS-DEF-OPEN-SW                  PIC X VALUE 'N'.
           88  WS-DEF-OPENED                        VALUE 'Y'.

       01  WS-DISCREPANCY-COUNT            PIC 9(5) VALUE 0.
       01  WS-DIFFERENCE                   PIC S9(15) VALUE 0.
               10  CT-RESOLUTION-CODE      PIC X(2).
               10  CT-CLOSE-OPERATOR       PIC X(3).
               10  CT-CLOSE-TIMESTAMP      PIC X(14).
               10  CT-SOURCE               PIC X(1).

       01  WS-CASE-WORK-FIELDS.
           05  WS-TODAY-DATE               PIC X(8).
               "TOTAL DISCREPANCIES FOUND: ".
           05  WS-DISC-TOTAL               PIC Z(4)9.

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
               PERFORM 2000-LOAD-EXPECTED-COUNTS
               PERFORM 2500-RECONSTRUCT-ACTUAL-TOTALS
               PERFORM 3000-BUILD-DISCREPANCY-REPORT
      *    An in-flight checkpoint is an abended, half-finished run -
      *    every still-counting counter would look short and open a
      *    spurious case an operator would have to close by hand.
      *    The report above still shows the mismatches, but no cases
      *    are opened, and the condition is flagged to the scheduler
      *    the same way CTREXTR flags it.
               IF WS-CKPT-IN-FLIGHT
                   DISPLAY "CTRRECON: checkpoint is from an abended "
                           "run - totals are NOT a completed day, no "
                           "discrepancy cases opened or updated"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 4000-UPDATE-DISCREPANCY-CASES
               END-IF
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
           MOVE "CTRRECON" TO STPL-STEP-NAME.
           MOVE SPACES TO STPL-BUSINESS-DATE.
           MOVE 0 TO STPL-RETURN-CODE.
           MOVE SPACES TO STPL-OPERATOR.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           EVALUATE TRUE
               WHEN STPL-SKIP
                   DISPLAY "CTRRECON: already complete for "
                           "business date " STPL-BUSINESS-DATE
                           " - nothing to do"
                   MOVE 0 TO RETURN-CODE
               WHEN STPL-REFUSED
                   DISPLAY "CTRRECON: NOT started for business date "
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
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-RUN-ID.
           OPEN INPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               PERFORM UNTIL WS-DEF-STATUS NOT = "00"
                   READ CTR-DEF-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                           IF DEF-EFF-FROM NOT > WS-TODAY-DATE
                                   AND (DEF-EFF-TO = SPACES
                                       OR DEF-EFF-TO
                                           NOT < WS-TODAY-DATE)
                               PERFORM 1110-TABLE-ONE-COUNTER
                           END-IF
                   END-READ
               END-PERFORM
                       "thresholds unknown, comparing raw values"
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
               MOVE 0 TO CTR-RAW-VALUE(WS-CTR-COUNT)
               MOVE 0 TO CTR-OVFL-COUNT(WS-CTR-COUNT)
               MOVE 0
                   TO CTR-EXPECTED-VALUE(WS-CTR-COUNT)
               MOVE 'N'
                   TO CTR-MATCHED-SW(WS-CTR-COUNT)
           ELSE
               DISPLAY "CTRDEF has more counters than "
                       "WS-CTR-MAX-ENTRIES - "
                       "ignoring " DEF-CTR-ID
           END-IF.

      *****************************************************************
      *  The *RESTART control record CTRDRIVE uses for commit-point
      *  restarts is read by its key - it is not a counter.  Its run
      *  status is kept: an in-flight checkpoint means the totals are
      *  from an abended, half-finished run.  Each counter in force
      *  then has its own row read directly.
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
                       MOVE CKPTC-RUN-STATUS TO WS-CKPT-RUN-STATE
               END-READ
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   PERFORM 1210-READ-CHECKPOINT-ROW
               END-PERFORM
               PERFORM 1220-FIND-RETIRED-COUNTERS
               CLOSE CTR-CKPT-FILE
           ELSE
               DISPLAY "CTRCKPT checkpoint file not found - "
                       "nothing to reconcile"
           END-IF.

       1210-READ-CHECKPOINT-ROW.
           MOVE CTR-ID(WS-CTR-IDX) TO CKPT-CTR-ID.
           READ CTR-CKPT-FILE
               KEY IS CKPT-CTR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CKPT-CTR-VALUE
                       TO CTR-RAW-VALUE(WS-CTR-IDX)
                   MOVE CKPT-CTR-OVFL-COUNT
                       TO CTR-OVFL-COUNT(WS-CTR-IDX)
           END-READ.

      *    A checkpoint row for a counter with no CTRDEF version in
      *    force is still reconciled, on its raw value.
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
               WHEN DEF-EFF-FROM > WS-TODAY-DATE
                   MOVE "23" TO WS-DEF-STATUS
               WHEN DEF-EFF-TO = SPACES
               WHEN DEF-EFF-TO NOT < WS-TODAY-DATE
                   SET WS-DEF-FOUND-SW TO 'Y'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1250-TABLE-RETIRED-COUNTER.
           IF WS-CTR-COUNT < WS-CTR-MAX-ENTRIES
               ADD 1 TO WS-CTR-COUNT
               MOVE CKPT-CTR-ID
                   TO CTR-ID(WS-CTR-COUNT)
               MOVE CKPT-CTR-VALUE
                   TO CTR-RAW-VALUE(WS-CTR-COUNT)
               MOVE CKPT-CTR-OVFL-COUNT
                   TO CTR-OVFL-COUNT(WS-CTR-COUNT)
               MOVE 0
                   TO CTR-THRESHOLD(WS-CTR-COUNT)
               MOVE SPACE
                   TO CTR-ACTION(WS-CTR-COUNT)
               MOVE 0
                   TO CTR-EXPECTED-VALUE(WS-CTR-COUNT)
               MOVE 'N'
                   TO CTR-MATCHED-SW(WS-CTR-COUNT)
               DISPLAY "CTRCKPT has saved counter "
                       CKPT-CTR-ID
                       " that is no longer in "
                       "CTRDEF - threshold "
                       "unknown, comparing raw "
                       "value"
           ELSE
               DISPLAY "CTRCKPT has more counters "
                       "than WS-CTR-MAX-ENTRIES - "
                       "ignoring " CKPT-CTR-ID
           END-IF.

       2000-LOAD-EXPECTED-COUNTS.
                   TO CT-CLOSE-OPERATOR(WS-CASE-IDX)
               MOVE CASE-CLOSE-TIMESTAMP
                   TO CT-CLOSE-TIMESTAMP(WS-CASE-IDX)
               MOVE CASE-SOURCE TO CT-SOURCE(WS-CASE-IDX)
           ELSE
               ADD 1 TO WS-DROPPED-CASE-COUNT
               DISPLAY "CTRCASE has more cases than "
                   OR WS-CASE-FOUND
               IF CT-CTR-ID(WS-CASE-IDX) = CTR-ID(WS-CTR-IDX)
                       AND CT-PROC-DATE(WS-CASE-IDX) = WS-TODAY-DATE
                       AND CT-SOURCE(WS-CASE-IDX) NOT = 'B'
                   SET WS-CASE-FOUND-SW TO 'Y'
               ELSE
                   SET WS-CASE-IDX UP BY 1
                   MOVE SPACES TO CT-RESOLUTION-CODE(WS-CASE-IDX)
                   MOVE SPACES TO CT-CLOSE-OPERATOR(WS-CASE-IDX)
                   MOVE SPACES TO CT-CLOSE-TIMESTAMP(WS-CASE-IDX)
                   MOVE 'R' TO CT-SOURCE(WS-CASE-IDX)
                   ADD 1 TO WS-NEW-CASE-COUNT
               WHEN OTHER
                   DISPLAY "Case table full - discrepancy for "
                       TO CASE-CLOSE-OPERATOR
                   MOVE CT-CLOSE-TIMESTAMP(WS-CASE-IDX)
                       TO CASE-CLOSE-TIMESTAMP
                   MOVE CT-SOURCE(WS-CASE-IDX) TO CASE-SOURCE
                   WRITE CTR-CASE-RECORD
               END-PERFORM
               CLOSE CTR-CASE-FILE
