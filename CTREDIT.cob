      *  Front-end transaction edit.
      *
      *  Runs before CTRDRIVE (bugSolution.cob).  Validates every
      *  record of the raw CTRTRNIN feed against the keyed CTRDEF
      *  definitions and the CTRSRC sender registry, splits the input
      *  into a clean transaction file and a CTRTRNRJ reject file
      *  with a reason code per record, and checks the batch control
      *  registered and active reject with reason 07; detail records
      *  inside a B/E batch are stamped with the batch's source ID
      *  before release, so CTRDRIVE and the audit files always know
      *  who sent what.  Each sequenced B header is also checked
      *  against the CTRBREG received-batch register: a batch the
      *  sender has already delivered - a resent file, or the same
      *  batch twice in one feed - rejects whole with reason 08, and
      *  a jump in the sender's sequence records the skipped batches
      *  as missing for CTRMORN to report.  The register is only
      *  added to once the clean file publishes, alongside the
      *  re-rejects below.  A transmitted record's TRAN-ENTERED-BY is
      *  always cleared; only the CTRREPR releases folded in below
      *  keep the releasing operator's initials, which the dual
      *  control on S/V adjustments depends on.
      *
      *  A detail record's event time, when it carries one, must be a
      *  real CCYYMMDDHHMMSS time inside the business date's posting
      *  window - the business date and the WS-EVENT-WINDOW-DAYS - 1
      *  calendar days before it, so weekend and holiday activity
      *  posting forward to the next business date still passes.
      *  Anything else rejects with reason 09, as does a record with
      *  no event time from a sender the CTRSRC registry says stamps
      *  its records.  Feeds in the older formats, with no event
      *  time, pass exactly as before.
      *
      *  The CTRTRNRJ reject file is append-only across runs - the
      *  CTRREPR repair transaction is what closes rejects out.
      *  batch control check fails, nothing is released for CTRDRIVE
      *  to read.  RETURN-CODE: 0 = clean, 4 = released with record
      *  rejects, 8 = batch control failed, nothing released.
      *
      *  Runs under CTRSTPC step control as the first step of the
      *  nightly chain: it records its start, end and return code in
      *  CTRSTEP under the business date CTRDRIVE is about to run, and
      *  is skipped once it has completed for that date (until an
      *  operator marks it for rerun in CTRSTPM).  A refused start ends
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

           SELECT CTR-TRNIN-FILE ASSIGN TO CTRTRNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT CTR-BREG-FILE ASSIGN TO CTRBREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-DEF-FILE

       FD  CTR-CLEAN-FILE
           RECORDING MODE IS F.
       01  CTR-CLEAN-RECORD                PIC X(43).

       FD  CTR-REJ-FILE
           RECORDING MODE IS F.

       FD  CTR-RESUB-FILE
           RECORDING MODE IS F.
       01  CTR-RESUB-RECORD                PIC X(43).

       FD  CTR-BREG-FILE
           RECORDING MODE IS F.
           COPY CTRBREG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-DEF-STATUS               PIC XX VALUE SPACES.
           05  WS-TRNIN-STATUS             PIC XX VALUE SPACES.
           05  WS-REJ-STATUS               PIC XX VALUE SPACES.
           05  WS-SRC-STATUS               PIC XX VALUE SPACES.
           05  WS-RESUB-STATUS             PIC XX VALUE SPACES.
           05  WS-BREG-STATUS              PIC XX VALUE SPACES.

       01  WS-CLEAN-FILENAME               PIC X(20).
       01  WS-CLEAN-TMP-NAME               PIC X(20) VALUE "CTRTRAN.TMP".
               88  WS-TRNIN-EOF                      VALUE 'Y'.
           05  WS-CTR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-CTR-FOUND                      VALUE 'Y'.
           05  WS-DEF-OPEN-SW              PIC X VALUE 'N'.
               88  WS-DEF-OPENED                     VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW          PIC X VALUE 'N'.
               88  WS-TRAILER-SEEN                   VALUE 'Y'.
           05  WS-BATCH-FAIL-SW            PIC X VALUE 'N'.
               88  WS-BATCH-FAILED                   VALUE 'Y'.
           05  WS-EVENT-TIME-OK-SW         PIC X VALUE 'Y'.
               88  WS-EVENT-TIME-OK                  VALUE 'Y'.

      *    The authorized-sender registry, with per-source clean and
      *    reject counts so the end-of-run summary can say which
                   INDEXED BY WS-SRC-IDX.
               10  SRC-ID                  PIC X(8).
               10  SRC-ACTIVE-SW           PIC X.
               10  SRC-STAMPED-SW          PIC X.
               10  SRC-CLEAN-COUNT         PIC 9(9).
               10  SRC-REJ-COUNT           PIC 9(9).
               10  SRC-HIGH-SEQ            PIC 9(9).

      *****************************************************************
      *  Batch sequence checking.  SRC-HIGH-SEQ above is the
      *  sender's highest batch received (zero = no history yet, so
      *  the first sequenced batch is taken as the starting point).
      *  The gap table holds the batches still recorded missing - a
      *  number at or below the high-water mark that is NOT an open
      *  gap has been received before.  Register rows made by this
      *  run wait in the new-row table until the clean file
      *  publishes.
      *****************************************************************
       01  WS-GAP-MAX-ENTRIES              PIC 9(4) VALUE 200.

       01  WS-GAP-TABLE.
           05  WS-GAP-COUNT                PIC 9(4) VALUE 0.
           05  WS-GAP-ENTRY
                   OCCURS 1 TO 200 TIMES DEPENDING ON WS-GAP-COUNT
                   INDEXED BY WS-GAP-IDX.
               10  GP-SOURCE-ID            PIC X(8).
               10  GP-BATCH-SEQ            PIC 9(9).

       01  WS-NBR-MAX-ENTRIES              PIC 9(4) VALUE 500.

       01  WS-NEW-BREG-TABLE.
           05  WS-NBR-COUNT                PIC 9(4) VALUE 0.
           05  WS-NBR-ENTRY
                   OCCURS 1 TO 500 TIMES DEPENDING ON WS-NBR-COUNT.
               10  NB-SOURCE-ID            PIC X(8).
               10  NB-BATCH-SEQ            PIC 9(9).
               10  NB-STATUS               PIC X(1).
               10  NB-CREATE-DATE          PIC X(8).
               10  NB-RECORD-COUNT         PIC 9(9).

       01  WS-NBR-SUB                      PIC 9(4) VALUE 0.

       01  WS-BATCH-SEQ-FIELDS.
           05  WS-HDR-BATCH-SEQ            PIC 9(9) VALUE 0.
           05  WS-HDR-CREATE-DATE          PIC X(8) VALUE SPACES.
           05  WS-MISSING-SEQ              PIC 9(9) VALUE 0.
           05  WS-BATCH-NBR-SUB            PIC 9(4) VALUE 0.
           05  WS-NBR-NEW-STATUS           PIC X(1) VALUE SPACE.
           05  WS-GAPS-FOUND               PIC 9(9) VALUE 0.
           05  WS-DUP-BATCHES              PIC 9(9) VALUE 0.
           05  WS-GAP-FOUND-SW             PIC X VALUE 'N'.
               88  WS-GAP-FOUND                      VALUE 'Y'.
           05  WS-SRC-FOUND-SW             PIC X VALUE 'N'.
               88  WS-SRC-FOUND                      VALUE 'Y'.
           05  WS-DUP-BATCH-SW             PIC X VALUE 'N'.
               88  WS-DUP-BATCH                      VALUE 'Y'.

       01  WS-SOURCE-WORK-FIELDS.
           05  WS-CURRENT-SOURCE           PIC X(8) VALUE SPACES.
           05  WS-BATCH-READ-COUNT         PIC 9(9) VALUE 0.
           05  WS-SOURCE-OK-SW             PIC X VALUE 'Y'.
               88  WS-SOURCE-OK                      VALUE 'Y'.
           05  WS-SOURCE-STAMPED-SW        PIC X VALUE 'N'.
               88  WS-SOURCE-STAMPED                 VALUE 'Y'.
           05  WS-IN-SOURCE-BATCH-SW       PIC X VALUE 'N'.
               88  WS-IN-SOURCE-BATCH                VALUE 'Y'.

       01  WS-LOOKUP-ID                    PIC X(8).
       01  WS-REASON-CODE                  PIC X(2) VALUE SPACES.

      *    The posting window an event time must fall in, counted in
      *    calendar days ending on the business date: four covers a
      *    weekend plus a Monday holiday posting to the Tuesday.
       01  WS-EVENT-WINDOW-DAYS            PIC 9(2) VALUE 4.

       01  WS-EVENT-TIME-WORK-FIELDS.
           05  WS-BUSINESS-DATE-NUM        PIC 9(8).
           05  WS-BUSINESS-INT             PIC S9(9) COMP.
           05  WS-WINDOW-FROM-INT          PIC S9(9) COMP.
           05  WS-EVENT-DATE-NUM           PIC 9(8).
           05  WS-EVENT-CHECK-NUM          PIC 9(8).
           05  WS-EVENT-DATE-INT           PIC S9(9) COMP.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-TODAY-DATE               PIC X(8).
                   DEPENDING ON WS-RRJ-COUNT.
               10  RRJ-REASON-CODE         PIC X(2).
               10  RRJ-IMAGE               PIC X(26).
               10  RRJ-EVENT-TIMESTAMP     PIC X(14).

       01  WS-RRJ-SUB                      PIC 9(4) VALUE 0.
       01  WS-REJ-PRESET-DISP              PIC X(1) VALUE SPACE.
           05  WS-RESUB-SEEN-SW            PIC X VALUE 'N'.
               88  WS-RESUB-SEEN                     VALUE 'Y'.

       01  WS-STEP-RETURN-CODE             PIC 9(4) VALUE 0.

           COPY CTRSTPL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-BEGIN-STEP.
           IF STPL-GO
               PERFORM 1000-INITIALIZE
               PERFORM 2000-EDIT-TRANSACTION
                   UNTIL WS-TRNIN-EOF
               PERFORM 3000-CHECK-BATCH-CONTROL
               PERFORM 4000-PROCESS-RESUBMISSIONS
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
           MOVE "CTREDIT" TO STPL-STEP-NAME.
           MOVE SPACES TO STPL-BUSINESS-DATE.
           MOVE 0 TO STPL-RETURN-CODE.
           MOVE SPACES TO STPL-OPERATOR.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           EVALUATE TRUE
               WHEN STPL-SKIP
                   DISPLAY "CTREDIT: already complete for "
                           "business date " STPL-BUSINESS-DATE
                           " - nothing to do"
                   MOVE 0 TO RETURN-CODE
               WHEN STPL-REFUSED
                   DISPLAY "CTREDIT: NOT started for business date "
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
           MOVE STPL-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).
           COMPUTE WS-WINDOW-FROM-INT =
               WS-BUSINESS-INT - WS-EVENT-WINDOW-DAYS + 1.
           PERFORM 1100-OPEN-COUNTER-DEFINITIONS.
           PERFORM 1150-LOAD-SOURCE-REGISTRY.
           PERFORM 1160-LOAD-BATCH-REGISTER.
           OPEN INPUT CTR-TRNIN-FILE.
           IF WS-TRNIN-STATUS NOT = "00"
               DISPLAY "CTRTRNIN raw transaction file not available - "
                       "status " WS-REJ-STATUS
           END-IF.

      *    CTRDEF stays open for the run - each record's counter is
      *    read directly by key as it is edited.
       1100-OPEN-COUNTER-DEFINITIONS.
           OPEN INPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               SET WS-DEF-OPEN-SW TO 'Y'
           ELSE
               DISPLAY "CTRDEF counter-definition file not found - "
                       "no counters known, every record will reject"
           END-IF.

       1150-LOAD-SOURCE-REGISTRY.
                                   MOVE 'N'
                                       TO SRC-ACTIVE-SW(WS-SRC-IDX)
                               END-IF
                               IF SRC-TIME-STAMPED = 'Y'
                                   MOVE 'Y'
                                       TO SRC-STAMPED-SW(WS-SRC-IDX)
                               ELSE
                                   MOVE 'N'
                                       TO SRC-STAMPED-SW(WS-SRC-IDX)
                               END-IF
                               MOVE 0 TO SRC-CLEAN-COUNT(WS-SRC-IDX)
                               MOVE 0 TO SRC-REJ-COUNT(WS-SRC-IDX)
                               MOVE 0 TO SRC-HIGH-SEQ(WS-SRC-IDX)
                           ELSE
                               DISPLAY "CTRSRC has more senders than "
                                       "WS-SRC-MAX-ENTRIES - "
                       "reason 07"
           END-IF.

      *****************************************************************
      *  Rebuilds each sender's high-water mark and the open gaps
      *  from the append-only register.  A missing row is always
      *  written before the received row that later fills it, so
      *  one pass in file order leaves exactly the gaps still open.
      *****************************************************************
       1160-LOAD-BATCH-REGISTER.
           OPEN INPUT CTR-BREG-FILE.
           IF WS-BREG-STATUS = "00"
               PERFORM UNTIL WS-BREG-STATUS NOT = "00"
                   READ CTR-BREG-FILE
                       AT END
                           MOVE "10" TO WS-BREG-STATUS
                       NOT AT END
                           PERFORM 1170-APPLY-REGISTER-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-BREG-FILE
           ELSE
               DISPLAY "CTRBREG received-batch register not found - "
                       "every sender starts from its next batch"
           END-IF.

       1170-APPLY-REGISTER-ROW.
           SET WS-SRC-FOUND-SW TO 'N'.
           SET WS-SRC-IDX TO 1.
           PERFORM UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   OR WS-SRC-FOUND
               IF SRC-ID(WS-SRC-IDX) = BREG-SOURCE-ID
                   SET WS-SRC-FOUND-SW TO 'Y'
               ELSE
                   SET WS-SRC-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-SRC-FOUND
               EVALUATE TRUE
                   WHEN BREG-RECEIVED
                       IF BREG-BATCH-SEQ > SRC-HIGH-SEQ(WS-SRC-IDX)
                           MOVE BREG-BATCH-SEQ
                               TO SRC-HIGH-SEQ(WS-SRC-IDX)
                       END-IF
                       MOVE BREG-SOURCE-ID TO WS-EFFECTIVE-SOURCE
                       MOVE BREG-BATCH-SEQ TO WS-HDR-BATCH-SEQ
                       PERFORM 1180-FIND-GAP
                       IF WS-GAP-FOUND
                           PERFORM 1190-CLOSE-GAP
                       END-IF
                   WHEN BREG-MISSING
                       IF WS-GAP-COUNT < WS-GAP-MAX-ENTRIES
                           ADD 1 TO WS-GAP-COUNT
                           MOVE BREG-SOURCE-ID
                               TO GP-SOURCE-ID(WS-GAP-COUNT)
                           MOVE BREG-BATCH-SEQ
                               TO GP-BATCH-SEQ(WS-GAP-COUNT)
                       ELSE
                           DISPLAY "CTRBREG has more open gaps than "
                                   "WS-GAP-MAX-ENTRIES - batch "
                                   BREG-BATCH-SEQ " of "
                                   BREG-SOURCE-ID " would now "
                                   "reject as a duplicate"
                       END-IF
               END-EVALUATE
           END-IF.
           MOVE SPACES TO WS-EFFECTIVE-SOURCE.

       1180-FIND-GAP.
           SET WS-GAP-FOUND-SW TO 'N'.
           SET WS-GAP-IDX TO 1.
           PERFORM UNTIL WS-GAP-IDX > WS-GAP-COUNT
                   OR WS-GAP-FOUND
               IF GP-SOURCE-ID(WS-GAP-IDX) = WS-EFFECTIVE-SOURCE
                       AND GP-BATCH-SEQ(WS-GAP-IDX) = WS-HDR-BATCH-SEQ
                   SET WS-GAP-FOUND-SW TO 'Y'
               ELSE
                   SET WS-GAP-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    The last open gap moves into the freed slot.
       1190-CLOSE-GAP.
           MOVE WS-GAP-ENTRY(WS-GAP-COUNT) TO WS-GAP-ENTRY(WS-GAP-IDX).
           SUBTRACT 1 FROM WS-GAP-COUNT.

      *****************************************************************
      *  A counter is known when it has a CTRDEF version in force on
      *  the business date.  Its versions are keyed in date order,
      *  so the read starts at the counter ID and stops at the first
      *  version that starts after the business date.
      *****************************************************************
       1210-FIND-COUNTER.
           SET WS-CTR-FOUND-SW TO 'N'.
           IF WS-DEF-OPENED
               MOVE WS-LOOKUP-ID TO DEF-CTR-ID
               MOVE LOW-VALUES TO DEF-EFF-FROM
               START CTR-DEF-FILE KEY IS NOT < DEF-KEY
                   INVALID KEY
                       MOVE "23" TO WS-DEF-STATUS
               END-START
               PERFORM UNTIL WS-DEF-STATUS NOT = "00"
                       OR WS-CTR-FOUND
                   READ CTR-DEF-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                           PERFORM 1220-CHECK-DEFINITION-ROW
                   END-READ
               END-PERFORM
           END-IF.

       1220-CHECK-DEFINITION-ROW.
           EVALUATE TRUE
               WHEN DEF-CTR-ID NOT = WS-LOOKUP-ID
               WHEN DEF-EFF-FROM > STPL-BUSINESS-DATE
                   MOVE "23" TO WS-DEF-STATUS
               WHEN DEF-EFF-TO = SPACES
               WHEN DEF-EFF-TO NOT < STPL-BUSINESS-DATE
                   SET WS-CTR-FOUND-SW TO 'Y'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TRAN-TYPE-CODE = 'T' AND NOT WS-TRAILER-SEEN
                       ADD 1 TO WS-CLEAN-COUNT
      *                The released record always carries its source,
      *                even when the sender left it blank and only
      *                the batch header named them.  A transmitted
      *                record never carries an operator - only a
      *                CTRREPR release can vouch for one.
                       MOVE WS-EFFECTIVE-SOURCE TO TRAN-SOURCE-ID
                       MOVE SPACES TO TRAN-ENTERED-BY
                       MOVE CTR-TRAN-RECORD TO CTR-CLEAN-RECORD
                       IF WS-CLEAN-STATUS = "00"
                           WRITE CTR-CLEAN-RECORD
                       IF WS-REASON-CODE NOT = "06"
                           ADD 1 TO WS-RECORDS-READ
                       END-IF
                       IF WS-REASON-CODE = "08"
                           MOVE 'D' TO WS-REJ-PRESET-DISP
                       END-IF
                       PERFORM 2300-WRITE-REJECT
                       PERFORM 2700-COUNT-SOURCE-RESULT
                   END-IF
               MOVE TRAN-SOURCE-ID TO WS-EFFECTIVE-SOURCE
           END-IF.
           PERFORM 2600-CHECK-SOURCE-REGISTERED.
           PERFORM 2150-CHECK-EVENT-TIME.
           EVALUATE TRUE
      *        A resubmission legitimately arrives after the
      *        transmitted batch's trailer - only transmitted
                   MOVE "06" TO WS-REASON-CODE
               WHEN NOT WS-SOURCE-OK
                   MOVE "07" TO WS-REASON-CODE
               WHEN WS-DUP-BATCH AND NOT WS-RESUB-MODE
                   MOVE "08" TO WS-REASON-CODE
               WHEN NOT WS-CTR-FOUND
                   MOVE "01" TO WS-REASON-CODE
               WHEN TRAN-TYPE-CODE NOT = SPACE AND 'A' AND 'S'
               WHEN (TRAN-TYPE-CODE = 'A' OR 'S' OR 'V')
                       AND TRAN-QUANTITY IS NOT NUMERIC
                   MOVE "03" TO WS-REASON-CODE
               WHEN NOT WS-EVENT-TIME-OK
                   MOVE "09" TO WS-REASON-CODE
           END-EVALUATE.

      *****************************************************************
      *  A blank event time is the older feed format and passes,
      *  unless the sender is registered as stamping its records.  A
      *  time that is present must be a real date and time, and a
      *  transmitted record's must fall in the business date's
      *  posting window.  A CTRREPR release is exempt from the
      *  missing and window tests: it was rejected on an earlier
      *  business date, and the operator may release it with no time
      *  at all - but a time keyed in repair must still be real.
      *  The date is proved real by turning it into a day number and
      *  back again, which only a real calendar date survives.
      *****************************************************************
       2150-CHECK-EVENT-TIME.
           SET WS-EVENT-TIME-OK-SW TO 'Y'.
           EVALUATE TRUE
               WHEN TRAN-EVENT-TIMESTAMP = SPACES
                   IF WS-SOURCE-STAMPED AND NOT WS-RESUB-MODE
                       SET WS-EVENT-TIME-OK-SW TO 'N'
                   END-IF
               WHEN TRAN-EVENT-TIMESTAMP IS NOT NUMERIC
               WHEN TRAN-EVENT-HOUR > "23"
               WHEN TRAN-EVENT-MINUTE > "59"
               WHEN TRAN-EVENT-SECOND > "59"
                   SET WS-EVENT-TIME-OK-SW TO 'N'
               WHEN OTHER
                   MOVE TRAN-EVENT-DATE TO WS-EVENT-DATE-NUM
                   COMPUTE WS-EVENT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-NUM)
                   COMPUTE WS-EVENT-CHECK-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-EVENT-DATE-INT)
                   EVALUATE TRUE
                       WHEN WS-EVENT-DATE-INT = 0
                       WHEN WS-EVENT-CHECK-NUM NOT = WS-EVENT-DATE-NUM
                           SET WS-EVENT-TIME-OK-SW TO 'N'
                       WHEN WS-RESUB-MODE
                           CONTINUE
                       WHEN WS-EVENT-DATE-INT > WS-BUSINESS-INT
                       WHEN WS-EVENT-DATE-INT < WS-WINDOW-FROM-INT
                           SET WS-EVENT-TIME-OK-SW TO 'N'
                   END-EVALUATE
           END-EVALUATE.

       2200-PROCESS-TRAILER.
       2300-WRITE-REJECT.
           MOVE WS-REASON-CODE TO REJ-REASON-CODE.
           MOVE CTR-TRAN-RECORD TO REJ-TRAN-DATA.
           MOVE TRAN-EVENT-TIMESTAMP TO REJ-EVENT-TIMESTAMP.
           MOVE WS-TODAY-DATE TO REJ-REJECT-DATE.
           MOVE WS-REJ-PRESET-DISP TO REJ-DISPOSITION.
           IF WS-REJ-PRESET-DISP = SPACE
      *****************************************************************
       2400-PROCESS-SOURCE-HEADER.
           SET WS-IN-SOURCE-BATCH-SW TO 'Y'.
           SET WS-DUP-BATCH-SW TO 'N'.
           MOVE 0 TO WS-BATCH-NBR-SUB.
           MOVE 0 TO WS-BATCH-READ-COUNT.
           MOVE TRAN-SOURCE-ID TO WS-CURRENT-SOURCE.
           MOVE TRAN-SOURCE-ID TO WS-EFFECTIVE-SOURCE.
               MOVE 'D' TO WS-REJ-PRESET-DISP
               PERFORM 2300-WRITE-REJECT
               PERFORM 2700-COUNT-SOURCE-RESULT
           ELSE
               IF WS-EFFECTIVE-SOURCE NOT = SPACES
                   PERFORM 2450-CHECK-BATCH-SEQUENCE
               END-IF
           END-IF.

      *****************************************************************
      *  The header's sequence number against the sender's history:
      *     an open gap      - the late batch fills it, accepted
      *     at or below the  - received before: the whole batch
      *     high-water mark    rejects 08, header and details all
      *                    written already disposed
      *     beyond it        - accepted; every number skipped over
      *                    is recorded missing
      *  The first sequenced batch from a sender with no history is
      *  simply taken as the starting point.  WS-SRC-IDX is left on
      *  the sender by 2600.
      *****************************************************************
       2450-CHECK-BATCH-SEQUENCE.
           IF TRAN-QUANTITY IS NOT NUMERIC OR TRAN-QUANTITY = 0
               DISPLAY "CTRTRNIN source " WS-CURRENT-SOURCE
                       " batch header carries no sequence number - "
                       "duplicate check skipped"
           ELSE
               MOVE TRAN-QUANTITY TO WS-HDR-BATCH-SEQ
               MOVE TRAN-CTR-ID TO WS-HDR-CREATE-DATE
               PERFORM 1180-FIND-GAP
               EVALUATE TRUE
                   WHEN WS-GAP-FOUND
                       PERFORM 1190-CLOSE-GAP
                       DISPLAY "CTRTRNIN source " WS-CURRENT-SOURCE
                               " batch " WS-HDR-BATCH-SEQ
                               " arrived late - fills a recorded gap"
                       MOVE 'R' TO WS-NBR-NEW-STATUS
                       PERFORM 2460-BUFFER-REGISTER-ROW
                       MOVE WS-NBR-COUNT TO WS-BATCH-NBR-SUB
                   WHEN WS-HDR-BATCH-SEQ
                           NOT > SRC-HIGH-SEQ(WS-SRC-IDX)
                       SET WS-DUP-BATCH-SW TO 'Y'
                       ADD 1 TO WS-DUP-BATCHES
                       DISPLAY "CTRTRNIN source " WS-CURRENT-SOURCE
                               " batch " WS-HDR-BATCH-SEQ
                               " created " WS-HDR-CREATE-DATE
                               " has already been received - "
                               "duplicate batch rejected whole"
                       MOVE 'D' TO WS-NBR-NEW-STATUS
                       PERFORM 2460-BUFFER-REGISTER-ROW
                       MOVE "08" TO WS-REASON-CODE
                       MOVE 'D' TO WS-REJ-PRESET-DISP
                       PERFORM 2300-WRITE-REJECT
                       PERFORM 2700-COUNT-SOURCE-RESULT
                   WHEN OTHER
                       IF SRC-HIGH-SEQ(WS-SRC-IDX) > 0
                           COMPUTE WS-MISSING-SEQ =
                               SRC-HIGH-SEQ(WS-SRC-IDX) + 1
                           PERFORM 2470-RECORD-MISSING-BATCH
                               UNTIL WS-MISSING-SEQ
                                   NOT < WS-HDR-BATCH-SEQ
                       END-IF
                       MOVE WS-HDR-BATCH-SEQ
                           TO SRC-HIGH-SEQ(WS-SRC-IDX)
                       MOVE 'R' TO WS-NBR-NEW-STATUS
                       PERFORM 2460-BUFFER-REGISTER-ROW
                       MOVE WS-NBR-COUNT TO WS-BATCH-NBR-SUB
               END-EVALUATE
           END-IF.

       2460-BUFFER-REGISTER-ROW.
           IF WS-NBR-COUNT < WS-NBR-MAX-ENTRIES
               ADD 1 TO WS-NBR-COUNT
               MOVE WS-CURRENT-SOURCE TO NB-SOURCE-ID(WS-NBR-COUNT)
               MOVE WS-HDR-BATCH-SEQ TO NB-BATCH-SEQ(WS-NBR-COUNT)
               MOVE WS-NBR-NEW-STATUS TO NB-STATUS(WS-NBR-COUNT)
               MOVE WS-HDR-CREATE-DATE TO NB-CREATE-DATE(WS-NBR-COUNT)
               MOVE 0 TO NB-RECORD-COUNT(WS-NBR-COUNT)
           ELSE
               DISPLAY "CTRBREG new-row table is full - batch "
                       WS-HDR-BATCH-SEQ " of " WS-CURRENT-SOURCE
                       " will not be registered"
           END-IF.

       2470-RECORD-MISSING-BATCH.
           ADD 1 TO WS-GAPS-FOUND.
           DISPLAY "CTRTRNIN source " WS-CURRENT-SOURCE " batch "
                   WS-MISSING-SEQ " never arrived - sequence gap "
                   "recorded for the morning report".
           IF WS-GAP-COUNT < WS-GAP-MAX-ENTRIES
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-CURRENT-SOURCE TO GP-SOURCE-ID(WS-GAP-COUNT)
               MOVE WS-MISSING-SEQ TO GP-BATCH-SEQ(WS-GAP-COUNT)
           END-IF.
           IF WS-NBR-COUNT < WS-NBR-MAX-ENTRIES
               ADD 1 TO WS-NBR-COUNT
               MOVE WS-CURRENT-SOURCE TO NB-SOURCE-ID(WS-NBR-COUNT)
               MOVE WS-MISSING-SEQ TO NB-BATCH-SEQ(WS-NBR-COUNT)
               MOVE 'M' TO NB-STATUS(WS-NBR-COUNT)
               MOVE SPACES TO NB-CREATE-DATE(WS-NBR-COUNT)
               MOVE 0 TO NB-RECORD-COUNT(WS-NBR-COUNT)
           END-IF.
           ADD 1 TO WS-MISSING-SEQ.

      *****************************************************************
      *  A type-E trailer closes the sender's portion and carries the
      *  count of records they sent between B and E - a mismatch
                           "batch cannot be verified"
                   SET WS-BATCH-FAILED TO TRUE
               END-IF
               IF WS-BATCH-NBR-SUB > 0
                   MOVE WS-BATCH-READ-COUNT
                       TO NB-RECORD-COUNT(WS-BATCH-NBR-SUB)
               END-IF
           END-IF.
           SET WS-IN-SOURCE-BATCH-SW TO 'N'.
           SET WS-DUP-BATCH-SW TO 'N'.
           MOVE 0 TO WS-BATCH-NBR-SUB.
           MOVE SPACES TO WS-CURRENT-SOURCE.

      *****************************************************************
      *  for the per-source counting.
      *****************************************************************
       2600-CHECK-SOURCE-REGISTERED.
           SET WS-SOURCE-STAMPED-SW TO 'N'.
           IF WS-EFFECTIVE-SOURCE = SPACES
               SET WS-SOURCE-OK-SW TO 'Y'
           ELSE
                   IF SRC-ID(WS-SRC-IDX) = WS-EFFECTIVE-SOURCE
                           AND SRC-ACTIVE-SW(WS-SRC-IDX) = 'Y'
                       SET WS-SOURCE-OK-SW TO 'Y'
                       MOVE SRC-STAMPED-SW(WS-SRC-IDX)
                           TO WS-SOURCE-STAMPED-SW
                   ELSE
                       SET WS-SRC-IDX UP BY 1
                   END-IF
               SET WS-RESUB-MODE-SW TO 'Y'
               MOVE SPACES TO WS-CURRENT-SOURCE
               SET WS-IN-SOURCE-BATCH-SW TO 'N'
               SET WS-DUP-BATCH-SW TO 'N'
               PERFORM UNTIL WS-RESUB-EOF
                   READ CTR-RESUB-FILE
                       AT END
               ADD 1 TO WS-RRJ-COUNT
               MOVE WS-REASON-CODE TO RRJ-REASON-CODE(WS-RRJ-COUNT)
               MOVE CTR-TRAN-RECORD TO RRJ-IMAGE(WS-RRJ-COUNT)
               MOVE TRAN-EVENT-TIMESTAMP
                   TO RRJ-EVENT-TIMESTAMP(WS-RRJ-COUNT)
           ELSE
               PERFORM 2300-WRITE-REJECT
           END-IF.
       9000-TERMINATE.
           PERFORM 9100-DISPLAY-SOURCE-SUMMARY.
           CLOSE CTR-TRNIN-FILE.
           IF WS-DEF-OPENED
               CLOSE CTR-DEF-FILE
           END-IF.
           IF WS-CLEAN-STATUS = "00"
               CLOSE CTR-CLEAN-FILE
           END-IF.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 9200-WRITE-RESUB-REJECTS
                   PERFORM 9300-WRITE-BATCH-REGISTER
                   PERFORM 4200-DRAIN-RESUB-FILE
                   DISPLAY "CTREDIT: " WS-CLEAN-COUNT " clean, "
                           WS-REJECT-COUNT " rejected of "
                   UNTIL WS-RRJ-SUB > WS-RRJ-COUNT
               MOVE RRJ-REASON-CODE(WS-RRJ-SUB) TO REJ-REASON-CODE
               MOVE RRJ-IMAGE(WS-RRJ-SUB) TO REJ-TRAN-DATA
               MOVE RRJ-EVENT-TIMESTAMP(WS-RRJ-SUB)
                   TO REJ-EVENT-TIMESTAMP
               MOVE WS-TODAY-DATE TO REJ-REJECT-DATE
               MOVE SPACE TO REJ-DISPOSITION
               MOVE SPACES TO REJ-DISP-OPERATOR
                   WRITE CTR-REJ-RECORD
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Appended only after the clean file is in place - a feed
      *  that never published must be accepted in full when it is
      *  sent again, so none of its batches may be on the register.
      *****************************************************************
       9300-WRITE-BATCH-REGISTER.
           IF WS-NBR-COUNT > 0
               OPEN EXTEND CTR-BREG-FILE
               IF WS-BREG-STATUS = "35"
                   OPEN OUTPUT CTR-BREG-FILE
               END-IF
               IF WS-BREG-STATUS = "00"
                   PERFORM VARYING WS-NBR-SUB FROM 1 BY 1
                           UNTIL WS-NBR-SUB > WS-NBR-COUNT
                       MOVE NB-SOURCE-ID(WS-NBR-SUB) TO BREG-SOURCE-ID
                       MOVE NB-BATCH-SEQ(WS-NBR-SUB) TO BREG-BATCH-SEQ
                       MOVE NB-STATUS(WS-NBR-SUB) TO BREG-STATUS
                       MOVE NB-CREATE-DATE(WS-NBR-SUB)
                           TO BREG-CREATE-DATE
                       MOVE NB-RECORD-COUNT(WS-NBR-SUB)
                           TO BREG-RECORD-COUNT
                       MOVE WS-TODAY-DATE TO BREG-RECEIVED-DATE
                       WRITE CTR-BREG-RECORD
                   END-PERFORM
                   CLOSE CTR-BREG-FILE
               ELSE
                   DISPLAY "CTRBREG received-batch register could not "
                           "be opened - status " WS-BREG-STATUS
                           " - today's batches are NOT registered and "
                           "a resend would not be caught"
               END-IF
           END-IF.
           IF WS-DUP-BATCHES > 0 OR WS-GAPS-FOUND > 0
               DISPLAY "CTREDIT: " WS-DUP-BATCHES
                       " duplicate batches rejected, " WS-GAPS-FOUND
                       " missing batches recorded"
           END-IF.
