      *       initials and a disposition code;
      *    4. rewrites CTRALST and empties the drained queue, so the
      *       full open/acked/escalated state survives across runs.
      *
      *  A CTRPARM run-mode file of CHAIN makes the run the seventh
      *  step of the nightly chain: steps 1 and 4 only, with no
      *  console prompts, under CTRSTPC step control - it will not
      *  start for a business date until every step from CTREDIT
      *  through CTREXTR has completed cleanly for that date, is
      *  skipped once it has completed itself (until an operator
      *  marks it for rerun in CTRSTPM), and records its start, end
      *  and return code in CTRSTEP.  A refused start ends with
      *  RETURN-CODE 12.  Any other run is the operator's: all four
      *  steps, never step-controlled, so alerts can be escalated
      *  and acknowledged at any time of day.
      *
      *  Each acknowledgment is a sign-on through CTROPRC: the
      *  initials keyed must belong to an active operator on the
      *  CTROPR registry holding the alert acknowledge role, or the
      *  alert is left as it was and the refusal is logged.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALST-STATUS.

           SELECT CTR-PARM-FILE ASSIGN TO CTRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-ALRT-FILE
           RECORDING MODE IS F.
           COPY CTRALST.

       FD  CTR-PARM-FILE
           RECORDING MODE IS F.
           COPY CTRPARM.

       WORKING-STORAGE SECTION.
       01  WS-ALERT-MAX-ENTRIES            PIC 9(4) VALUE 200.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-ALRT-STATUS              PIC XX VALUE SPACES.
           05  WS-ALST-STATUS              PIC XX VALUE SPACES.
           05  WS-PARM-STATUS              PIC XX VALUE SPACES.

       01  WS-ALST-FILENAME                PIC X(20).
       01  WS-ALST-TMP-NAME                PIC X(20) VALUE "CTRALST.TMP".
               88  WS-ALERT-FOUND                    VALUE 'Y'.
           05  WS-EXIT-SW                  PIC X VALUE 'N'.
               88  WS-EXIT-REQUESTED                 VALUE 'Y'.
           05  WS-CHAIN-MODE-SW            PIC X VALUE 'N'.
               88  WS-CHAIN-MODE                     VALUE 'Y'.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-OPEN-LIST-ENTRY          OCCURS 200 TIMES.
               10  OL-ALERT-SUB            PIC 9(4).

       01  WS-STEP-RETURN-CODE             PIC 9(4) VALUE 0.

           COPY CTRSTPL.

           COPY CTROPRL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1050-CHECK-RUN-MODE.
           IF WS-CHAIN-MODE
               PERFORM 0100-BEGIN-STEP
               IF STPL-GO
                   PERFORM 1000-INITIALIZE
                   PERFORM 2000-MERGE-ALERT-QUEUE
                   PERFORM 9000-TERMINATE
                   PERFORM 0900-END-STEP
               END-IF
           ELSE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-MERGE-ALERT-QUEUE
               PERFORM 3000-ESCALATE-STALE-ALERTS
               PERFORM 4000-ACKNOWLEDGE-ALERTS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

      *****************************************************************
      *  Nightly-chain step control - see CTRSTPC.  Only a CHAIN run
      *  is a step of the chain; the business date comes back in the
      *  parameter area and goes back unchanged on the end call.
      *****************************************************************
       0100-BEGIN-STEP.
           MOVE 'B' TO STPL-FUNCTION.
           MOVE "CTRALMG" TO STPL-STEP-NAME.
           MOVE SPACES TO STPL-BUSINESS-DATE.
           MOVE 0 TO STPL-RETURN-CODE.
           MOVE SPACES TO STPL-OPERATOR.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           EVALUATE TRUE
               WHEN STPL-SKIP
                   DISPLAY "CTRALMG: already complete for "
                           "business date " STPL-BUSINESS-DATE
                           " - nothing to do"
                   MOVE 0 TO RETURN-CODE
               WHEN STPL-REFUSED
                   DISPLAY "CTRALMG: NOT started for business date "
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
           PERFORM 1100-LOAD-ALERT-STATE.

      *    No CTRPARM file, or any mode but CHAIN, is an operator run.
       1050-CHECK-RUN-MODE.
           OPEN INPUT CTR-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ CTR-PARM-FILE
                   AT END
                       MOVE "10" TO WS-PARM-STATUS
               END-READ
               IF WS-PARM-STATUS = "00" AND PARM-CHAIN-STEP
                   SET WS-CHAIN-MODE-SW TO 'Y'
                   DISPLAY "CTRALMG: nightly chain run - queue merge "
                           "only, no escalation or acknowledgment"
               END-IF
               CLOSE CTR-PARM-FILE
           END-IF.

       1100-LOAD-ALERT-STATE.
           MOVE WS-ALST-REAL-NAME TO WS-ALST-FILENAME.
           OPEN INPUT CTR-ALST-FILE.
               DISPLAY "Initials and disposition are both required - "
                       "alert left as is"
           ELSE
               MOVE 'S' TO OPRL-FUNCTION
               MOVE "CTRALMG" TO OPRL-PROGRAM
               MOVE WS-ACK-INITIALS TO OPRL-OPERATOR
               MOVE 'A' TO OPRL-ROLE
               MOVE AT-CTR-ID(WS-ALERT-IDX) TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-GRANTED
                   PERFORM 4310-MARK-ACKNOWLEDGED
               ELSE
                   DISPLAY "Not authorized - alert left as is"
               END-IF
           END-IF.

       4310-MARK-ACKNOWLEDGED.
           SET AT-ALERT-ACKED(WS-ALERT-IDX) TO TRUE.
           MOVE WS-ACK-INITIALS TO AT-ACK-OPERATOR(WS-ALERT-IDX).
           MOVE WS-ACK-DISPOSITION TO AT-DISPOSITION(WS-ALERT-IDX).
           MOVE WS-NOW-TIMESTAMP TO AT-ACK-TIMESTAMP(WS-ALERT-IDX).
           DISPLAY "Acknowledged " AT-CTR-ID(WS-ALERT-IDX)
                   " run " AT-RUN-ID(WS-ALERT-IDX) " by "
                   WS-ACK-INITIALS.
           PERFORM 4100-DISPLAY-OPEN-ALERTS.

       9000-TERMINATE.
           PERFORM 9100-SAVE-ALERT-STATE.
           PERFORM 9200-DRAIN-ALERT-QUEUE.
