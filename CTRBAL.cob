       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRBAL.
      *****************************************************************
      *  Cross-foot balancing batch job.
      *
      *  Runs after CTRDRIVE (bugSolution.cob) has finished for the
      *  day, beside CTRRECON.  CTRRECON checks each counter against
      *  the upstream CTREXP expected count, which cannot see a
      *  miscount that came in on the same broken feed; this job
      *  checks the counters against each other instead.  Every
      *  CTRBRUL balancing rule (maintained through CTRBMNT) says a
      *  target counter's day total must equal the sum of its '+'
      *  component counters less the sum of its '-' components,
      *  within a tolerance - orders received = orders accepted +
      *  orders rejected, and so on.
      *
      *  Day totals are the wrap-aware totals, reconstructed from
      *  each named counter's keyed CTRCKPT row and CTRDEF version
      *  exactly as CTRRECON's
      *  2500-RECONSTRUCT-ACTUAL-TOTALS does: a cascading (action R)
      *  counter's total is CTR-OVFL-COUNT * (THRESHOLD + 1) + the
      *  raw value; abort/warn counters never wrap.  A counter a
      *  rule names but the checkpoint does not carry counts as
      *  zero and is flagged on the report.
      *
      *  Every rule out of balance by more than its tolerance is
      *  printed on the CTRBALR cross-foot exception report and
      *  opens (or refreshes, on a same-day rerun) a CTRCASE case of
      *  source B keyed by rule ID and business date, worked and
      *  closed through CTRCASEM like any CTRRECON discrepancy.  As
      *  in CTRRECON, an in-flight checkpoint still gets the report
      *  but opens no cases, and ends with RETURN-CODE 4.
      *
      *  Runs under CTRSTPC step control as the fifth step of the
      *  nightly chain: it will not start for a business date until
      *  every step from CTREDIT through CTRRECON has completed
      *  cleanly for that date, is skipped once it has completed
      *  itself (until an operator marks it for rerun in CTRSTPM),
      *  and records its start, end and return code in CTRSTEP.  A
      *  refused start ends with RETURN-CODE 12.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKPT-CTR-ID
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CTR-CYCLE-FILE ASSIGN TO CTRCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT CTR-BRUL-FILE ASSIGN TO CTRBRUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRUL-STATUS.

           SELECT CTR-BALR-FILE ASSIGN TO CTRBALR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALR-STATUS.

           SELECT CTR-CASE-FILE ASSIGN TO DYNAMIC WS-CASE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-DEF-FILE
           RECORDING MODE IS F.
           COPY CTRDEF.

       FD  CTR-CKPT-FILE
           RECORDING MODE IS F.
           COPY CTRCKPT.

       FD  CTR-CYCLE-FILE
           RECORDING MODE IS F.
           COPY CTRCYCLE.

       FD  CTR-BRUL-FILE
           RECORDING MODE IS F.
           COPY CTRBRUL.

       FD  CTR-BALR-FILE
           RECORDING MODE IS F.
           COPY CTRBALR.

       FD  CTR-CASE-FILE
           RECORDING MODE IS F.
           COPY CTRCASE.

       WORKING-STORAGE SECTION.
      *    The counter a rule names, as read from CTRCKPT and the
      *    CTRDEF version in force on the business date.
       01  WS-CTR-WORK-FIELDS.
           05  CTR-RAW-VALUE               PIC 9(9).
           05  CTR-OVFL-COUNT              PIC 9(5).
           05  CTR-THRESHOLD               PIC 9(9).
           05  CTR-ACTION                  PIC X(1).
           05  CTR-ACTUAL-VALUE            PIC 9(15).

       01  WS-FILE-STATUS-FIELDS.
           05  WS-DEF-STATUS               PIC XX VALUE SPACES.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-CYCLE-STATUS             PIC XX VALUE SPACES.
           05  WS-BRUL-STATUS              PIC XX VALUE SPACES.
           05  WS-BALR-STATUS              PIC XX VALUE SPACES.
           05  WS-CASE-STATUS              PIC XX VALUE SPACES.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-RUN-ID                   PIC X(14).

       01  WS-LOOKUP-ID                    PIC X(8).
       01  WS-CTR-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-CTR-FOUND                         VALUE 'Y'.
       01  WS-DEF-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-DEF-FOUND                         VALUE 'Y'.
       01  WS-DEF-OPEN-SW                  PIC X VALUE 'N'.
           88  WS-DEF-OPENED                        VALUE 'Y'.
       01  WS-CKPT-OPEN-SW                 PIC X VALUE 'N'.
           88  WS-CKPT-OPENED                       VALUE 'Y'.

      *    One rule's evaluation.
       01  WS-RULE-WORK-FIELDS.
           05  WS-TARGET-TOTAL             PIC 9(15) VALUE 0.
           05  WS-COMP-NET                 PIC S9(16) VALUE 0.
           05  WS-COMP-TOTAL               PIC 9(15) VALUE 0.
           05  WS-DIFFERENCE               PIC S9(16) VALUE 0.
           05  WS-ABS-DIFFERENCE           PIC 9(16) VALUE 0.
           05  WS-COMP-SUB                 PIC 9(2) VALUE 0.
           05  WS-UNCOUNTED-SW             PIC X VALUE 'N'.
               88  WS-RULE-HAS-UNCOUNTED             VALUE 'Y'.

       01  WS-RULE-COUNTS.
           05  WS-RULES-CHECKED            PIC 9(5) VALUE 0.
           05  WS-RULES-OUT                PIC 9(5) VALUE 0.

      *    Rules found out of balance, carried to the case update.
       01  WS-EXC-MAX-ENTRIES              PIC 9(4) VALUE 100.

       01  WS-EXC-TABLE.
           05  WS-EXC-COUNT                PIC 9(4) VALUE 0.
           05  WS-EXC-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-EXC-COUNT
                   INDEXED BY WS-EXC-IDX.
               10  EX-RULE-ID              PIC X(8).
               10  EX-TARGET-TOTAL         PIC 9(15).
               10  EX-COMP-NET             PIC S9(16).
               10  EX-DIFFERENCE           PIC S9(16).

       01  WS-CASE-MAX-ENTRIES             PIC 9(4) VALUE 500.

       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT               PIC 9(4) VALUE 0.
           05  WS-CASE-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CASE-COUNT
                   INDEXED BY WS-CASE-IDX.
               10  CT-CTR-ID               PIC X(8).
               10  CT-PROC-DATE            PIC X(8).
               10  CT-STATUS               PIC X(1).
               10  CT-OPEN-TIMESTAMP       PIC X(14).
               10  CT-LAST-SEEN-DATE       PIC X(8).
               10  CT-ACTUAL-VALUE         PIC 9(15).
               10  CT-EXPECTED-VALUE       PIC 9(9).
               10  CT-DIFFERENCE           PIC S9(15).
               10  CT-RESOLUTION-CODE      PIC X(2).
               10  CT-CLOSE-OPERATOR       PIC X(3).
               10  CT-CLOSE-TIMESTAMP      PIC X(14).
               10  CT-SOURCE               PIC X(1).

       01  WS-CASE-WORK-FIELDS.
           05  WS-TODAY-DATE               PIC X(8).
           05  WS-CASE-FOUND-SW            PIC X VALUE 'N'.
               88  WS-CASE-FOUND                     VALUE 'Y'.
           05  WS-NEW-CASE-COUNT           PIC 9(5) VALUE 0.
           05  WS-UPDATED-CASE-COUNT       PIC 9(5) VALUE 0.
           05  WS-DROPPED-CASE-COUNT       PIC 9(5) VALUE 0.
           05  WS-CKPT-RUN-STATE           PIC X(1) VALUE SPACE.
               88  WS-CKPT-IN-FLIGHT                 VALUE 'I'.
           05  WS-CASE-EXPECTED            PIC 9(9) VALUE 0.
           05  WS-EXPECTED-CAP             PIC 9(9) VALUE 999999999.

       01  WS-CASE-FILENAME                PIC X(20).
       01  WS-CASE-TMP-NAME                PIC X(20) VALUE "CTRCASE.TMP".
       01  WS-CASE-REAL-NAME               PIC X(20) VALUE "CTRCASE".
       01  WS-CASE-RENAME-RESULT           PIC S9(9) COMP-5.

       01  WS-BALR-HEADER-LINE.
           05  FILLER                      PIC X(29)
                   VALUE "CROSS-FOOT EXCEPTION REPORT  ".
           05  FILLER                      PIC X(6) VALUE "DATE: ".
           05  WS-BALR-DATE                PIC X(8).
           05  FILLER                      PIC X(10)
                   VALUE "  RUN ID: ".
           05  WS-BALR-RUN-ID              PIC X(14).

       01  WS-BALR-COLUMN-HEADER.
           05  FILLER                      PIC X(40) VALUE
               "RULE-ID   TARGET       TARGET-TOTAL    C".
           05  FILLER                      PIC X(40) VALUE
               "OMPONENT-NET       DIFFERENCE TOLERANCE".

       01  WS-BALR-DETAIL-LINE.
           05  WS-BALR-RULE-ID             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BALR-TARGET-ID           PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BALR-TARGET-TOTAL        PIC Z(14)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BALR-COMP-NET            PIC -(14)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BALR-DIFFERENCE          PIC -(14)9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-BALR-TOLERANCE           PIC Z(8)9.

       01  WS-BALR-NOTE-LINE.
           05  FILLER                      PIC X(20)
                   VALUE "          rule names".
           05  FILLER                      PIC X(37)
                   VALUE " a counter CTRCKPT does not carry - ".
           05  FILLER                      PIC X(23)
                   VALUE "counted as zero".

       01  WS-BALR-FOOTER-LINE.
           05  FILLER                      PIC X(15)
                   VALUE "RULES CHECKED: ".
           05  WS-BALR-CHECKED             PIC Z(4)9.
           05  FILLER                      PIC X(19)
                   VALUE "  OUT OF BALANCE: ".
           05  WS-BALR-OUT                 PIC Z(4)9.

       01  WS-STEP-RETURN-CODE             PIC 9(4) VALUE 0.

           COPY CTRSTPL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-BEGIN-STEP.
           IF STPL-GO
               PERFORM 1000-INITIALIZE
               PERFORM 1300-GET-BUSINESS-DATE
               PERFORM 1100-OPEN-COUNTER-DEFINITIONS
               PERFORM 1200-OPEN-CHECKPOINT
               PERFORM 3000-EVALUATE-RULES
      *    An in-flight checkpoint is an abended, half-finished run
      *    whose totals would throw every rule out of balance - the
      *    report still shows them, but no cases are opened, the
      *    same way CTRRECON treats it.
               IF WS-CKPT-IN-FLIGHT
                   DISPLAY "CTRBAL: checkpoint is from an abended "
                           "run - totals are NOT a completed day, no "
                           "balancing cases opened or updated"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 4000-UPDATE-BALANCE-CASES
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
           MOVE "CTRBAL" TO STPL-STEP-NAME.
           MOVE SPACES TO STPL-BUSINESS-DATE.
           MOVE 0 TO STPL-RETURN-CODE.
           MOVE SPACES TO STPL-OPERATOR.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           EVALUATE TRUE
               WHEN STPL-SKIP
                   DISPLAY "CTRBAL: already complete for "
                           "business date " STPL-BUSINESS-DATE
                           " - nothing to do"
                   MOVE 0 TO RETURN-CODE
               WHEN STPL-REFUSED
                   DISPLAY "CTRBAL: NOT started for business date "
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
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.

      *****************************************************************
      *  Balancing cases are keyed by the business date the run
      *  posted to, which CTRDRIVE leaves in CTRCYCLE - the same date
      *  CTRRECON keys its cases by.
      *****************************************************************
       1300-GET-BUSINESS-DATE.
           OPEN INPUT CTR-CYCLE-FILE.
           IF WS-CYCLE-STATUS = "00"
               READ CTR-CYCLE-FILE
                   AT END
                       MOVE "10" TO WS-CYCLE-STATUS
               END-READ
               IF WS-CYCLE-STATUS = "00"
                   MOVE CYCLE-PROC-DATE TO WS-TODAY-DATE
               END-IF
               CLOSE CTR-CYCLE-FILE
           ELSE
               DISPLAY "CTRCYCLE cycle-control file not available - "
                       "using today's date as the business date"
           END-IF.

      *****************************************************************
      *  CTRDEF and CTRCKPT are keyed by counter ID and stay open
      *  while the rules are checked - each counter a rule names is
      *  read directly, so the rules can name any of the counters.
      *****************************************************************
       1100-OPEN-COUNTER-DEFINITIONS.
           OPEN INPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               SET WS-DEF-OPEN-SW TO 'Y'
           ELSE
               DISPLAY "CTRDEF counter-definition file not found - "
                       "thresholds unknown, using raw values"
           END-IF.

      *    The *RESTART control record CTRDRIVE uses for commit-point
      *    restarts is not a counter - only its run status is kept.
       1200-OPEN-CHECKPOINT.
           OPEN INPUT CTR-CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               SET WS-CKPT-OPEN-SW TO 'Y'
               MOVE '*RESTART' TO CKPT-CTR-ID
               READ CTR-CKPT-FILE
                   KEY IS CKPT-CTR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CKPTC-RUN-STATUS TO WS-CKPT-RUN-STATE
               END-READ
           ELSE
               DISPLAY "CTRCKPT checkpoint file not found - "
                       "every counter counts as zero"
           END-IF.

      *    A counter's versions are keyed in date order, so the read
      *    starts at the counter ID and stops at the first version
      *    that starts after the business date.
       2100-FIND-DEFINITION.
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
                           PERFORM 2110-CHECK-DEFINITION-ROW
                   END-READ
               END-PERFORM
           END-IF.

       2110-CHECK-DEFINITION-ROW.
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

      *****************************************************************
      *  The same reconstruction CTRRECON uses, so the two jobs can
      *  never disagree about what a counter's day total was.
      *****************************************************************
       2500-RECONSTRUCT-ACTUAL-TOTAL.
           IF CTR-ACTION = 'R'
               COMPUTE CTR-ACTUAL-VALUE =
                   CTR-OVFL-COUNT * (CTR-THRESHOLD + 1)
                   + CTR-RAW-VALUE
           ELSE
               MOVE CTR-RAW-VALUE TO CTR-ACTUAL-VALUE
           END-IF.

       3000-EVALUATE-RULES.
           OPEN OUTPUT CTR-BALR-FILE.
           IF WS-BALR-STATUS NOT = "00"
               DISPLAY "CTRBALR exception report file could not be "
                       "opened for output - status " WS-BALR-STATUS
                       " - exceptions will be DISPLAYed only"
           ELSE
               MOVE WS-TODAY-DATE TO WS-BALR-DATE
               MOVE WS-RUN-ID TO WS-BALR-RUN-ID
               MOVE WS-BALR-HEADER-LINE TO CTR-BALR-LINE
               WRITE CTR-BALR-LINE
               MOVE WS-BALR-COLUMN-HEADER TO CTR-BALR-LINE
               WRITE CTR-BALR-LINE
           END-IF.
           OPEN INPUT CTR-BRUL-FILE.
           IF WS-BRUL-STATUS = "00"
               PERFORM UNTIL WS-BRUL-STATUS NOT = "00"
                   READ CTR-BRUL-FILE
                       AT END
                           MOVE "10" TO WS-BRUL-STATUS
                       NOT AT END
                           PERFORM 3100-EVALUATE-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE CTR-BRUL-FILE
           ELSE
               DISPLAY "CTRBRUL balancing-rule file not found - "
                       "no rules to check"
           END-IF.
           DISPLAY "CTRBAL: " WS-RULES-CHECKED " rules checked, "
                   WS-RULES-OUT " out of balance".
           IF WS-BALR-STATUS = "00"
               MOVE WS-RULES-CHECKED TO WS-BALR-CHECKED
               MOVE WS-RULES-OUT TO WS-BALR-OUT
               MOVE WS-BALR-FOOTER-LINE TO CTR-BALR-LINE
               WRITE CTR-BALR-LINE
               CLOSE CTR-BALR-FILE
           END-IF.

       3100-EVALUATE-ONE-RULE.
           ADD 1 TO WS-RULES-CHECKED.
           SET WS-UNCOUNTED-SW TO 'N'.
           MOVE BRUL-TARGET-CTR-ID TO WS-LOOKUP-ID.
           PERFORM 3200-GET-COUNTER-TOTAL.
           MOVE WS-COMP-TOTAL TO WS-TARGET-TOTAL.
           MOVE 0 TO WS-COMP-NET.
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > BRUL-COMP-COUNT
                       OR WS-COMP-SUB > 10
               MOVE BRUL-COMP-CTR-ID(WS-COMP-SUB) TO WS-LOOKUP-ID
               PERFORM 3200-GET-COUNTER-TOTAL
               IF BRUL-COMP-SUBTRACTS(WS-COMP-SUB)
                   SUBTRACT WS-COMP-TOTAL FROM WS-COMP-NET
               ELSE
                   ADD WS-COMP-TOTAL TO WS-COMP-NET
               END-IF
           END-PERFORM.
           COMPUTE WS-DIFFERENCE = WS-TARGET-TOTAL - WS-COMP-NET.
           IF WS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.
           IF WS-ABS-DIFFERENCE > BRUL-TOLERANCE
               PERFORM 3300-REPORT-OUT-OF-BALANCE
           END-IF.

      *    A counter the checkpoint does not carry counts as zero;
      *    one no longer in CTRDEF counts at its raw value.
       3200-GET-COUNTER-TOTAL.
           MOVE 0 TO WS-COMP-TOTAL.
           PERFORM 3210-READ-CHECKPOINT-ROW.
           IF WS-CTR-FOUND
               PERFORM 2100-FIND-DEFINITION
               IF WS-DEF-FOUND
                   MOVE DEF-THRESHOLD TO CTR-THRESHOLD
                   IF DEF-ACTION = 'A' OR 'W' OR 'R'
                       MOVE DEF-ACTION TO CTR-ACTION
                   ELSE
                       MOVE 'R' TO CTR-ACTION
                   END-IF
               ELSE
                   MOVE 0 TO CTR-THRESHOLD
                   MOVE SPACE TO CTR-ACTION
               END-IF
               PERFORM 2500-RECONSTRUCT-ACTUAL-TOTAL
               MOVE CTR-ACTUAL-VALUE TO WS-COMP-TOTAL
           ELSE
               SET WS-UNCOUNTED-SW TO 'Y'
           END-IF.

       3210-READ-CHECKPOINT-ROW.
           SET WS-CTR-FOUND-SW TO 'N'.
           IF WS-CKPT-OPENED
               MOVE WS-LOOKUP-ID TO CKPT-CTR-ID
               READ CTR-CKPT-FILE
                   KEY IS CKPT-CTR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CKPT-RESTART-CONTROL
                           SET WS-CTR-FOUND-SW TO 'Y'
                           MOVE CKPT-CTR-VALUE TO CTR-RAW-VALUE
                           MOVE CKPT-CTR-OVFL-COUNT TO CTR-OVFL-COUNT
                       END-IF
               END-READ
           END-IF.

       3300-REPORT-OUT-OF-BALANCE.
           ADD 1 TO WS-RULES-OUT.
           MOVE BRUL-RULE-ID TO WS-BALR-RULE-ID.
           MOVE BRUL-TARGET-CTR-ID TO WS-BALR-TARGET-ID.
           MOVE WS-TARGET-TOTAL TO WS-BALR-TARGET-TOTAL.
           MOVE WS-COMP-NET TO WS-BALR-COMP-NET.
           MOVE WS-DIFFERENCE TO WS-BALR-DIFFERENCE.
           MOVE BRUL-TOLERANCE TO WS-BALR-TOLERANCE.
           DISPLAY "Out of balance: " BRUL-RULE-ID
                   " target " BRUL-TARGET-CTR-ID
                   "=" WS-TARGET-TOTAL
                   " components=" WS-COMP-NET.
           IF WS-BALR-STATUS = "00"
               MOVE WS-BALR-DETAIL-LINE TO CTR-BALR-LINE
               WRITE CTR-BALR-LINE
               IF WS-RULE-HAS-UNCOUNTED
                   MOVE WS-BALR-NOTE-LINE TO CTR-BALR-LINE
                   WRITE CTR-BALR-LINE
               END-IF
           END-IF.
           IF WS-EXC-COUNT < WS-EXC-MAX-ENTRIES
               ADD 1 TO WS-EXC-COUNT
               SET WS-EXC-IDX TO WS-EXC-COUNT
               MOVE BRUL-RULE-ID TO EX-RULE-ID(WS-EXC-IDX)
               MOVE WS-TARGET-TOTAL TO EX-TARGET-TOTAL(WS-EXC-IDX)
               MOVE WS-COMP-NET TO EX-COMP-NET(WS-EXC-IDX)
               MOVE WS-DIFFERENCE TO EX-DIFFERENCE(WS-EXC-IDX)
           ELSE
               DISPLAY "Exception table full - rule " BRUL-RULE-ID
                       " could not be tracked as a case"
           END-IF.

      *****************************************************************
      *  Every rule out of balance opens (or refreshes) a source-B
      *  case keyed by rule ID and business date.  As in CTRRECON,
      *  closed cases are never reopened, and only this job's own
      *  cases are matched - a CTRRECON case for a counter that
      *  happens to share the rule's ID is left alone.
      *****************************************************************
       4000-UPDATE-BALANCE-CASES.
           PERFORM 4100-LOAD-CASES.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               PERFORM 4200-OPEN-OR-UPDATE-CASE
           END-PERFORM.
           IF WS-EXC-COUNT > 0
               PERFORM 4900-SAVE-CASES
           END-IF.

       4100-LOAD-CASES.
           MOVE WS-CASE-REAL-NAME TO WS-CASE-FILENAME.
           OPEN INPUT CTR-CASE-FILE.
           IF WS-CASE-STATUS = "00"
               PERFORM UNTIL WS-CASE-STATUS NOT = "00"
                   READ CTR-CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-STATUS
                       NOT AT END
                           PERFORM 4110-TABLE-CASE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CTR-CASE-FILE
           ELSE
               DISPLAY "CTRCASE case file not found - "
                       "starting with an empty case file"
           END-IF.

       4110-TABLE-CASE-RECORD.
           IF WS-CASE-COUNT < WS-CASE-MAX-ENTRIES
               ADD 1 TO WS-CASE-COUNT
               SET WS-CASE-IDX TO WS-CASE-COUNT
               MOVE CASE-CTR-ID TO CT-CTR-ID(WS-CASE-IDX)
               MOVE CASE-PROC-DATE TO CT-PROC-DATE(WS-CASE-IDX)
               MOVE CASE-STATUS TO CT-STATUS(WS-CASE-IDX)
               MOVE CASE-OPEN-TIMESTAMP
                   TO CT-OPEN-TIMESTAMP(WS-CASE-IDX)
               MOVE CASE-LAST-SEEN-DATE
                   TO CT-LAST-SEEN-DATE(WS-CASE-IDX)
               MOVE CASE-ACTUAL-VALUE TO CT-ACTUAL-VALUE(WS-CASE-IDX)
               MOVE CASE-EXPECTED-VALUE
                   TO CT-EXPECTED-VALUE(WS-CASE-IDX)
               MOVE CASE-DIFFERENCE TO CT-DIFFERENCE(WS-CASE-IDX)
               MOVE CASE-RESOLUTION-CODE
                   TO CT-RESOLUTION-CODE(WS-CASE-IDX)
               MOVE CASE-CLOSE-OPERATOR
                   TO CT-CLOSE-OPERATOR(WS-CASE-IDX)
               MOVE CASE-CLOSE-TIMESTAMP
                   TO CT-CLOSE-TIMESTAMP(WS-CASE-IDX)
               MOVE CASE-SOURCE TO CT-SOURCE(WS-CASE-IDX)
           ELSE
               ADD 1 TO WS-DROPPED-CASE-COUNT
               DISPLAY "CTRCASE has more cases than "
                       "WS-CASE-MAX-ENTRIES - ignoring "
                       CASE-CTR-ID " " CASE-PROC-DATE
           END-IF.

      *    The case's expected value is the net of the components;
      *    the field cannot hold a negative or over-nine-digit net,
      *    so those are shown as zero or the cap - the difference is
      *    always carried exactly.
       4200-OPEN-OR-UPDATE-CASE.
           EVALUATE TRUE
               WHEN EX-COMP-NET(WS-EXC-IDX) < 0
                   MOVE 0 TO WS-CASE-EXPECTED
               WHEN EX-COMP-NET(WS-EXC-IDX) > WS-EXPECTED-CAP
                   MOVE WS-EXPECTED-CAP TO WS-CASE-EXPECTED
               WHEN OTHER
                   MOVE EX-COMP-NET(WS-EXC-IDX) TO WS-CASE-EXPECTED
           END-EVALUATE.
           SET WS-CASE-FOUND-SW TO 'N'.
           SET WS-CASE-IDX TO 1.
           PERFORM UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   OR WS-CASE-FOUND
               IF CT-CTR-ID(WS-CASE-IDX) = EX-RULE-ID(WS-EXC-IDX)
                       AND CT-PROC-DATE(WS-CASE-IDX) = WS-TODAY-DATE
                       AND CT-SOURCE(WS-CASE-IDX) = 'B'
                   SET WS-CASE-FOUND-SW TO 'Y'
               ELSE
                   SET WS-CASE-IDX UP BY 1
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CASE-FOUND AND CT-STATUS(WS-CASE-IDX) = 'C'
      *        Closed is closed - today's imbalance was already
      *        resolved by an operator; leave the record alone.
                   CONTINUE
               WHEN WS-CASE-FOUND
                   MOVE EX-TARGET-TOTAL(WS-EXC-IDX)
                       TO CT-ACTUAL-VALUE(WS-CASE-IDX)
                   MOVE WS-CASE-EXPECTED
                       TO CT-EXPECTED-VALUE(WS-CASE-IDX)
                   MOVE EX-DIFFERENCE(WS-EXC-IDX)
                       TO CT-DIFFERENCE(WS-CASE-IDX)
                   MOVE WS-TODAY-DATE
                       TO CT-LAST-SEEN-DATE(WS-CASE-IDX)
                   ADD 1 TO WS-UPDATED-CASE-COUNT
               WHEN WS-CASE-COUNT < WS-CASE-MAX-ENTRIES
                   ADD 1 TO WS-CASE-COUNT
                   SET WS-CASE-IDX TO WS-CASE-COUNT
                   MOVE EX-RULE-ID(WS-EXC-IDX)
                       TO CT-CTR-ID(WS-CASE-IDX)
                   MOVE WS-TODAY-DATE TO CT-PROC-DATE(WS-CASE-IDX)
                   MOVE 'O' TO CT-STATUS(WS-CASE-IDX)
                   MOVE WS-RUN-ID TO CT-OPEN-TIMESTAMP(WS-CASE-IDX)
                   MOVE WS-TODAY-DATE
                       TO CT-LAST-SEEN-DATE(WS-CASE-IDX)
                   MOVE EX-TARGET-TOTAL(WS-EXC-IDX)
                       TO CT-ACTUAL-VALUE(WS-CASE-IDX)
                   MOVE WS-CASE-EXPECTED
                       TO CT-EXPECTED-VALUE(WS-CASE-IDX)
                   MOVE EX-DIFFERENCE(WS-EXC-IDX)
                       TO CT-DIFFERENCE(WS-CASE-IDX)
                   MOVE SPACES TO CT-RESOLUTION-CODE(WS-CASE-IDX)
                   MOVE SPACES TO CT-CLOSE-OPERATOR(WS-CASE-IDX)
                   MOVE SPACES TO CT-CLOSE-TIMESTAMP(WS-CASE-IDX)
                   MOVE 'B' TO CT-SOURCE(WS-CASE-IDX)
                   ADD 1 TO WS-NEW-CASE-COUNT
               WHEN OTHER
                   DISPLAY "Case table full - imbalance for rule "
                           EX-RULE-ID(WS-EXC-IDX)
                           " could not be tracked as a case"
           END-EVALUATE.

      *****************************************************************
      *  Never rewrite the case file while rows would not survive
      *  the round trip - a full table must not destroy the
      *  permanent case history on disk.
      *****************************************************************
       4900-SAVE-CASES.
           IF WS-DROPPED-CASE-COUNT > 0
               DISPLAY "CTRCASE left untouched - "
                       WS-DROPPED-CASE-COUNT " rows did not fit the "
                       "case table and must not be lost"
           ELSE
               PERFORM 4910-REWRITE-CASE-FILE
           END-IF.

      *****************************************************************
      *  Published complete-then-rename, the same way CTRRECON
      *  publishes it.
      *****************************************************************
       4910-REWRITE-CASE-FILE.
           MOVE WS-CASE-TMP-NAME TO WS-CASE-FILENAME.
           OPEN OUTPUT CTR-CASE-FILE.
           IF WS-CASE-STATUS = "00"
               PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                       UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   MOVE CT-CTR-ID(WS-CASE-IDX) TO CASE-CTR-ID
                   MOVE CT-PROC-DATE(WS-CASE-IDX) TO CASE-PROC-DATE
                   MOVE CT-STATUS(WS-CASE-IDX) TO CASE-STATUS
                   MOVE CT-OPEN-TIMESTAMP(WS-CASE-IDX)
                       TO CASE-OPEN-TIMESTAMP
                   MOVE CT-LAST-SEEN-DATE(WS-CASE-IDX)
                       TO CASE-LAST-SEEN-DATE
                   MOVE CT-ACTUAL-VALUE(WS-CASE-IDX)
                       TO CASE-ACTUAL-VALUE
                   MOVE CT-EXPECTED-VALUE(WS-CASE-IDX)
                       TO CASE-EXPECTED-VALUE
                   MOVE CT-DIFFERENCE(WS-CASE-IDX) TO CASE-DIFFERENCE
                   MOVE CT-RESOLUTION-CODE(WS-CASE-IDX)
                       TO CASE-RESOLUTION-CODE
                   MOVE CT-CLOSE-OPERATOR(WS-CASE-IDX)
                       TO CASE-CLOSE-OPERATOR
                   MOVE CT-CLOSE-TIMESTAMP(WS-CASE-IDX)
                       TO CASE-CLOSE-TIMESTAMP
                   MOVE CT-SOURCE(WS-CASE-IDX) TO CASE-SOURCE
                   WRITE CTR-CASE-RECORD
               END-PERFORM
               CLOSE CTR-CASE-FILE
               CALL "CBL_RENAME_FILE" USING WS-CASE-TMP-NAME
                       WS-CASE-REAL-NAME
                   RETURNING WS-CASE-RENAME-RESULT
               END-CALL
               IF WS-CASE-RENAME-RESULT NOT = 0
                   DISPLAY "CTRCASE case file could not be "
                           "published - rename status "
                           WS-CASE-RENAME-RESULT
                           " - cases were NOT saved"
               ELSE
                   DISPLAY "CTRCASE: " WS-NEW-CASE-COUNT
                           " balancing cases opened, "
                           WS-UPDATED-CASE-COUNT " updated"
               END-IF
           ELSE
               DISPLAY "CTRCASE case file could not be opened for "
                       "output - status " WS-CASE-STATUS
                       " - cases were NOT saved"
           END-IF.

       9000-TERMINATE.
           IF WS-DEF-OPENED
               CLOSE CTR-DEF-FILE
           END-IF.
           IF WS-CKPT-OPENED
               CLOSE CTR-CKPT-FILE
           END-IF.
           IF WS-RULES-OUT > 0
               DISPLAY "CTRBAL: see CTRBALR - work the cases through "
                       "CTRCASEM"
           END-IF.
