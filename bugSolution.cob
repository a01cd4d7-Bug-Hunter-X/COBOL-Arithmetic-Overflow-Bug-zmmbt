      *  behaviour); this is now the production counter driver.  The
      *  counters it tracks are driven entirely from the CTRDEF
      *  control file - adding or retiring a tracked counter is a
      *  control-file edit, not a code change.  CTRDEF can hold
      *  dated versions of a counter; only the version in force on
      *  the business date being run is loaded.  CTRDEF, CTRCKPT and
      *  the CTRLIVE snapshot are indexed files keyed by counter ID:
      *  the counters come off CTRDEF in ID order and each one's
      *  checkpoint row is read directly.
      *
      *  A CTRPARM run-mode file of SIMULATE turns the run into a
      *  what-if projection: same processing, nothing committed, the
      *  projected results and would-have-fired threshold events go
      *  to the CTRSIM report.
      *
      *  Subtract (S) and set (V) adjustments are dual-controlled:
      *  they are never applied as they arrive, but held in the
      *  CTRPADJ pending-adjustment queue for a second operator to
      *  approve in CTRAPPR.  Each run first posts the items approved
      *  since the last cycle (both operators' initials go on the
      *  CTRADJ row) and expires items left unapproved too long; the
      *  queue is saved ahead of the checkpoint at every commit
      *  point, keyed by business date, cycle and transaction
      *  position, so a rerun never holds or posts an item twice.
      *
      *  Each counted event is also placed in its counter's hourly
      *  bucket by the event time the sender stamped on it, and a
      *  cycle that counts its whole CTRTRAN file appends the
      *  cycle's 24-hour profile per counter to the CTRHOUR hourly
      *  history beside CTRHIST, for the CTRHPRF profile report.
      *  Events with no event time, or one outside the business
      *  date's posting window, are counted as untimed.
      *
      *  Runs under CTRSTPC step control as the second step of the
      *  nightly chain: it will not start for a business date until
      *  CTREDIT has completed cleanly for that date, is skipped once
      *  it has completed itself (until an operator marks it for
      *  rerun in CTRSTPM - which is also how a further cycle is run
      *  on the same business date), and records its start, end and
      *  return code in CTRSTEP.  The business date it posts to is
      *  the one CTREDIT completed, handed back by step control, not
      *  the calendar date it happens to start on.  RETURN-CODE is
      *  8 when the run leaves the checkpoint in flight, 12 when
      *  step control refuses the start.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-DEF-FILE ASSIGN TO CTRDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-KEY
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CTR-TRAN-FILE ASSIGN TO CTRTRAN
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CTR-CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-CTR-ID
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CTR-EXC-FILE ASSIGN TO CTREXC
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CTR-LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVE-CTR-ID
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT CTR-ALRT-FILE ASSIGN TO CTRALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CTR-HOUR-FILE ASSIGN TO CTRHOUR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUR-STATUS.

           SELECT CTR-RLOG-FILE ASSIGN TO CTRRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.

           SELECT CTR-PADJ-FILE ASSIGN TO DYNAMIC WS-PADJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADJ-STATUS.

           SELECT CTR-PADJOUT-FILE ASSIGN TO DYNAMIC WS-PADJOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADJOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-DEF-FILE
           RECORDING MODE IS F.
           COPY CTRHIST.

       FD  CTR-HOUR-FILE
           RECORDING MODE IS F.
           COPY CTRHOUR.

       FD  CTR-RLOG-FILE
           RECORDING MODE IS F.
           COPY CTRRLOG.
           RECORDING MODE IS F.
           COPY CTRSIM.

       FD  CTR-PADJ-FILE
           RECORDING MODE IS F.
           COPY CTRPADJ.

       FD  CTR-PADJOUT-FILE
           RECORDING MODE IS F.
       01  CTR-PADJOUT-RECORD              PIC X(97).

       WORKING-STORAGE SECTION.
      *    The run's working set - every counter in force, in counter
      *    ID order as CTRDEF's key delivers them, so a transaction's
      *    counter is found by a binary SEARCH ALL rather than a scan.
       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.

       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   ASCENDING KEY IS CTR-ID
                   INDEXED BY WS-CTR-IDX.
               10  CTR-ID                  PIC X(8).
               10  CTR-VALUE               PIC 9(9).
                   88  CTR-ACTION-WARN               VALUE 'W'.
                   88  CTR-ACTION-RESET              VALUE 'R'.
               10  CTR-GROUP-CODE          PIC X(4).
               10  CTR-HOUR-COUNT          PIC 9(9) OCCURS 24 TIMES.
               10  CTR-UNTIMED-COUNT       PIC 9(9).

      *    Business-area rollups for the summary report - one entry
      *    per distinct DEF-GROUP-CODE, accumulated while the detail
           05  WS-ALRT-STATUS              PIC XX VALUE SPACES.
           05  WS-CYCLE-STATUS             PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.
           05  WS-HOUR-STATUS              PIC XX VALUE SPACES.
           05  WS-RLOG-STATUS              PIC XX VALUE SPACES.
           05  WS-CAL-STATUS               PIC XX VALUE SPACES.
           05  WS-PARM-STATUS              PIC XX VALUE SPACES.
           05  WS-SIM-STATUS               PIC XX VALUE SPACES.
           05  WS-PADJ-STATUS              PIC XX VALUE SPACES.
           05  WS-PADJOUT-STATUS           PIC XX VALUE SPACES.

       01  WS-LIVE-FILENAME                PIC X(20).
       01  WS-LIVE-TMP-NAME                PIC X(20) VALUE "CTRLIVE.TMP".

       01  WS-LOOKUP-ID                    PIC X(8).

      *    The hourly profile only places events stamped inside the
      *    business date's posting window - the same
      *    WS-EVENT-WINDOW-DAYS calendar days ending on the business
      *    date that CTREDIT holds transmitted records to.
       01  WS-EVENT-WINDOW-DAYS            PIC 9(2) VALUE 4.

       01  WS-PROFILE-WORK-FIELDS.
           05  WS-PROFILE-FROM-DATE        PIC X(8).
           05  WS-PROFILE-DATE-NUM         PIC 9(8).
           05  WS-PROFILE-FROM-INT         PIC S9(9) COMP.
           05  WS-PROFILE-QUANTITY         PIC 9(9).
           05  WS-EVENT-HOUR-NUM           PIC 9(2).
           05  WS-HOUR-SUB                 PIC 9(2).

       01  WS-RUN-STATISTICS.
           05  WS-RUN-READ-COUNT           PIC 9(9) VALUE 0.
           05  WS-RUN-APPLIED-COUNT        PIC 9(9) VALUE 0.
           05  WS-RUN-UNKNOWN-COUNT        PIC 9(9) VALUE 0.
           05  WS-RUN-HELD-COUNT           PIC 9(9) VALUE 0.
           05  WS-RUN-POSTED-COUNT         PIC 9(9) VALUE 0.

      *    The adjustment being written to CTRADJ - filled from the
      *    pending-queue entry being posted.
       01  WS-ADJ-WORK-FIELDS.
           05  WS-ADJ-TYPE-CODE            PIC X(1).
           05  WS-ADJ-QUANTITY             PIC 9(9).
           05  WS-ADJ-SOURCE-ID            PIC X(8).
           05  WS-ADJ-REQUESTER            PIC X(3).
           05  WS-ADJ-APPROVER             PIC X(3).

      *****************************************************************
      *  Open (pending and approved) entries of the CTRPADJ queue,
      *  plus whatever this run holds or decides.  Decided rows are
      *  never tabled - they are streamed through unchanged when the
      *  queue is republished, so the table only has to hold the
      *  live work however long the decision history grows.
      *****************************************************************
       01  WS-PADJ-MAX-ENTRIES             PIC 9(4) VALUE 500.

       01  WS-PADJ-TABLE.
           05  WS-PADJ-COUNT               PIC 9(4) VALUE 0.
           05  WS-PADJ-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PADJ-COUNT
                   INDEXED BY WS-PADJ-IDX.
               10  PA-PROC-DATE            PIC X(8).
               10  PA-CYCLE-NUMBER         PIC 9(3).
               10  PA-TRAN-SEQ             PIC 9(9).
               10  PA-CTR-ID               PIC X(8).
               10  PA-TYPE-CODE            PIC X(1).
               10  PA-QUANTITY             PIC 9(9).
               10  PA-SOURCE-ID            PIC X(8).
               10  PA-REQUESTER            PIC X(3).
               10  PA-QUEUE-RUN-ID         PIC X(14).
               10  PA-STATUS               PIC X(1).
               10  PA-APPROVER             PIC X(3).
               10  PA-DECISION-TIMESTAMP   PIC X(14).
               10  PA-REASON-CODE          PIC X(2).
               10  PA-POST-RUN-ID          PIC X(14).

       01  WS-PADJ-FILENAME                PIC X(20).
       01  WS-PADJOUT-FILENAME             PIC X(20).
       01  WS-PADJ-TMP-NAME                PIC X(20) VALUE "CTRPADJ.TMP".
       01  WS-PADJ-REAL-NAME               PIC X(20) VALUE "CTRPADJ".
       01  WS-PADJ-RENAME-RESULT           PIC S9(9) COMP-5.

      *    An item nobody has approved within WS-PADJ-EXPIRY-DAYS
      *    calendar days of the business date it was held on expires
      *    - a correction that old no longer describes the count it
      *    was meant for.
       01  WS-PADJ-EXPIRY-DAYS             PIC 9(3) VALUE 5.

       01  WS-PADJ-WORK-FIELDS.
           05  WS-PADJ-KEY-DATE            PIC X(8).
           05  WS-PADJ-KEY-CYCLE           PIC 9(3).
           05  WS-PADJ-KEY-SEQ             PIC 9(9).
           05  WS-PADJ-DATE-NUM            PIC 9(8).
           05  WS-PADJ-HELD-INT            PIC S9(9) COMP.
           05  WS-PADJ-BUSINESS-INT        PIC S9(9) COMP.
           05  WS-PADJ-CHANGED-SW          PIC X VALUE 'N'.
               88  WS-PADJ-CHANGED                   VALUE 'Y'.
           05  WS-PADJ-FOUND-SW            PIC X VALUE 'N'.
               88  WS-PADJ-FOUND                     VALUE 'Y'.
           05  WS-PADJ-CARRY-FAIL-SW       PIC X VALUE 'N'.
               88  WS-PADJ-CARRY-FAILED              VALUE 'Y'.

      *    Non-zero file statuses noted as they happen, so the run
      *    log can say which files failed instead of relying on a
       01  WS-RPT-OVFL-TOTAL-ACCUM        PIC 9(7) VALUE 0.
       01  WS-RPT-RUN-OVFL-DELTA          PIC 9(5) VALUE 0.

       01  WS-STEP-RETURN-CODE             PIC 9(4) VALUE 0.

           COPY CTRSTPL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-BEGIN-STEP.
           IF STPL-GO
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-TRANSACTION
                   UNTIL WS-TRAN-EOF
               PERFORM 9000-TERMINATE
               PERFORM 0900-END-STEP
           END-IF.
           STOP RUN.

      *****************************************************************
      *  Nightly-chain step control - see CTRSTPC.  The run mode is
      *  settled first.  A chain run takes its business date from
      *  step control - the date that night's CTREDIT completed - so
      *  a chain that crosses midnight still posts to the date it
      *  was edited for, and the step is checked and recorded under
      *  the same date the run will post to.  A simulation commits
      *  nothing and is not a step of the chain: it is neither
      *  checked nor recorded, and works its date out from the
      *  calendar.
      *****************************************************************
       0100-BEGIN-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-RUN-ID.
           PERFORM 1050-CHECK-RUN-MODE.
           IF WS-SIMULATION-MODE
               PERFORM 1230-LOAD-CALENDAR
               PERFORM 1240-SET-BUSINESS-DATE
               MOVE 'G' TO STPL-RESULT
           ELSE
               MOVE 'B' TO STPL-FUNCTION
               MOVE "CTRDRIVE" TO STPL-STEP-NAME
               MOVE SPACES TO STPL-BUSINESS-DATE
               MOVE 0 TO STPL-RETURN-CODE
               MOVE SPACES TO STPL-OPERATOR
               CALL "CTRSTPC" USING CTR-STEP-LINKAGE
               END-CALL
               MOVE STPL-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
               IF WS-BUSINESS-DATE NOT = WS-TODAY-DATE
                   DISPLAY "CTRDRIVE: calendar date " WS-TODAY-DATE
                           " - activity posts to business date "
                           WS-BUSINESS-DATE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN STPL-SKIP
                   DISPLAY "CTRDRIVE: already complete for "
                           "business date " STPL-BUSINESS-DATE
                           " - nothing to do"
                   MOVE 0 TO RETURN-CODE
               WHEN STPL-REFUSED
                   DISPLAY "CTRDRIVE: NOT started for business date "
                           STPL-BUSINESS-DATE " - step control refused"
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *****************************************************************
      *  A run that leaves CTRCKPT in flight (action-A abort, or
      *  CTRTRAN never opened) has not finished the day's counting,
      *  so it ends with RETURN-CODE 8 and the steps after it will
      *  not run on its half-built totals.
      *****************************************************************
       0900-END-STEP.
           IF WS-CKPT-RUN-STATUS = 'I' OR WS-TRAN-FILE-NEVER-OPENED
               MOVE 8 TO WS-STEP-RETURN-CODE
           ELSE
               MOVE 0 TO WS-STEP-RETURN-CODE
           END-IF.
           IF NOT WS-SIMULATION-MODE
               MOVE 'E' TO STPL-FUNCTION
               MOVE WS-STEP-RETURN-CODE TO STPL-RETURN-CODE
               CALL "CTRSTPC" USING CTR-STEP-LINKAGE
               END-CALL
           END-IF.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-COUNTER-DEFINITIONS.
           PERFORM 1200-LOAD-CHECKPOINT.
           PERFORM 1250-CHECK-CYCLE-BOUNDARY.
           PERFORM 1260-CHECK-RESTART-POSITION.
           PERFORM 1300-CAPTURE-START-VALUES.
           PERFORM 1320-SET-PROFILE-WINDOW.
           PERFORM 1270-LOAD-PENDING-ADJUSTMENTS.
           OPEN INPUT CTR-TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "CTRTRAN transaction file not available - "
           IF NOT WS-SIMULATION-MODE
               PERFORM 1400-OPEN-EVENT-FILES
           END-IF.
           PERFORM 1600-POST-APPROVED-ADJUSTMENTS.

       1050-CHECK-RUN-MODE.
           OPEN INPUT CTR-PARM-FILE.
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
                       "no counters loaded"
           END-IF.

       1110-TABLE-ONE-COUNTER.
           IF WS-CTR-COUNT < WS-CTR-MAX-ENTRIES
               ADD 1 TO WS-CTR-COUNT
               MOVE DEF-CTR-ID
                   TO CTR-ID(WS-CTR-COUNT)
               MOVE DEF-THRESHOLD
                   TO CTR-THRESHOLD(WS-CTR-COUNT)
               MOVE 0 TO CTR-VALUE(WS-CTR-COUNT)
               MOVE 0
                   TO CTR-START-VALUE(WS-CTR-COUNT)
               MOVE 0 TO CTR-OVFL-COUNT(WS-CTR-COUNT)
               MOVE 0
                   TO CTR-OVERFLOW-FLAG(WS-CTR-COUNT)
               PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                       UNTIL WS-HOUR-SUB > 24
                   MOVE 0 TO CTR-HOUR-COUNT(WS-CTR-COUNT WS-HOUR-SUB)
               END-PERFORM
               MOVE 0 TO CTR-UNTIMED-COUNT(WS-CTR-COUNT)
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
           ELSE
               DISPLAY "CTRDEF has more counters than "
                       "WS-CTR-MAX-ENTRIES - "
                       "ignoring " DEF-CTR-ID
           END-IF.

      *****************************************************************
      *  The *RESTART row and each tracked counter's row are read
      *  directly by key.  A counter with no row yet (new since the
      *  last run) starts at zero; a row for a counter no longer in
      *  force is simply never read, and drops out of the next
      *  checkpoint as it always has.
      *****************************************************************
       1200-LOAD-CHECKPOINT.
           MOVE WS-CKPT-REAL-NAME TO WS-CKPT-FILENAME.
           OPEN INPUT CTR-CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               MOVE '*RESTART' TO CKPT-CTR-ID
               READ CTR-CKPT-FILE
                   KEY IS CKPT-CTR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CKPTC-PROC-DATE TO WS-RST-PROC-DATE
                       MOVE CKPTC-TRANS-APPLIED
                           TO WS-RST-TRANS-APPLIED
                       MOVE CKPTC-RUN-STATUS TO WS-RST-STATUS
               END-READ
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   PERFORM 1220-LOAD-CHECKPOINT-ROW
               END-PERFORM
               CLOSE CTR-CKPT-FILE
           ELSE
           END-IF.

       1220-LOAD-CHECKPOINT-ROW.
           MOVE CTR-ID(WS-CTR-IDX) TO CKPT-CTR-ID.
           READ CTR-CKPT-FILE
               KEY IS CKPT-CTR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CKPT-CTR-VALUE
                       TO CTR-VALUE(WS-CTR-IDX)
                   MOVE CKPT-CTR-OVFL-COUNT
                       TO CTR-OVFL-COUNT(WS-CTR-IDX)
                   MOVE CKPT-CTR-OVFL-FLAG
                       TO CTR-OVERFLOW-FLAG(WS-CTR-IDX)
           END-READ.

       1230-LOAD-CALENDAR.
           OPEN INPUT CTR-CAL-FILE.
      *  all accumulates to the same business date the upstream feed
      *  posts it to.  Day-of-week falls out of the date-to-integer
      *  day number (day 1 is a Monday), no separate calendar
      *  arithmetic needed.  Only a simulation sets its own date this
      *  way; CTRSTPC applies the same rule for the chain.
      *****************************************************************
       1240-SET-BUSINESS-DATE.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
               END-IF
           END-IF.

      *****************************************************************
      *  Only the open rows of the queue are tabled.  A pending item
      *  older than the expiry window is expired here, before anybody
      *  could approve it into a count it no longer belongs to.
      *****************************************************************
       1270-LOAD-PENDING-ADJUSTMENTS.
           MOVE WS-BUSINESS-DATE TO WS-PADJ-DATE-NUM.
           COMPUTE WS-PADJ-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-PADJ-DATE-NUM).
           MOVE WS-PADJ-REAL-NAME TO WS-PADJ-FILENAME.
           OPEN INPUT CTR-PADJ-FILE.
           IF WS-PADJ-STATUS = "00"
               PERFORM UNTIL WS-PADJ-STATUS NOT = "00"
                   READ CTR-PADJ-FILE
                       AT END
                           MOVE "10" TO WS-PADJ-STATUS
                       NOT AT END
                           IF PADJ-PENDING OR PADJ-APPROVED
                               PERFORM 1280-TABLE-PENDING-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-PADJ-FILE
           ELSE
               DISPLAY "CTRPADJ pending-adjustment queue not found - "
                       "no adjustments awaiting approval or posting"
           END-IF.

       1280-TABLE-PENDING-ROW.
           IF WS-PADJ-COUNT < WS-PADJ-MAX-ENTRIES
               ADD 1 TO WS-PADJ-COUNT
               SET WS-PADJ-IDX TO WS-PADJ-COUNT
               MOVE PADJ-PROC-DATE TO PA-PROC-DATE(WS-PADJ-IDX)
               MOVE PADJ-CYCLE-NUMBER TO PA-CYCLE-NUMBER(WS-PADJ-IDX)
               MOVE PADJ-TRAN-SEQ TO PA-TRAN-SEQ(WS-PADJ-IDX)
               MOVE PADJ-CTR-ID TO PA-CTR-ID(WS-PADJ-IDX)
               MOVE PADJ-TYPE-CODE TO PA-TYPE-CODE(WS-PADJ-IDX)
               MOVE PADJ-QUANTITY TO PA-QUANTITY(WS-PADJ-IDX)
               MOVE PADJ-SOURCE-ID TO PA-SOURCE-ID(WS-PADJ-IDX)
               MOVE PADJ-REQUESTER TO PA-REQUESTER(WS-PADJ-IDX)
               MOVE PADJ-QUEUE-RUN-ID TO PA-QUEUE-RUN-ID(WS-PADJ-IDX)
               MOVE PADJ-STATUS TO PA-STATUS(WS-PADJ-IDX)
               MOVE PADJ-APPROVER TO PA-APPROVER(WS-PADJ-IDX)
               MOVE PADJ-DECISION-TIMESTAMP
                   TO PA-DECISION-TIMESTAMP(WS-PADJ-IDX)
               MOVE PADJ-REASON-CODE TO PA-REASON-CODE(WS-PADJ-IDX)
               MOVE PADJ-POST-RUN-ID TO PA-POST-RUN-ID(WS-PADJ-IDX)
               IF PADJ-PENDING
                   MOVE PADJ-PROC-DATE TO WS-PADJ-DATE-NUM
                   COMPUTE WS-PADJ-HELD-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PADJ-DATE-NUM)
                   IF WS-PADJ-BUSINESS-INT - WS-PADJ-HELD-INT
                           > WS-PADJ-EXPIRY-DAYS
                       MOVE 'X' TO PA-STATUS(WS-PADJ-IDX)
                       MOVE "EX" TO PA-REASON-CODE(WS-PADJ-IDX)
                       MOVE WS-RUN-ID
                           TO PA-DECISION-TIMESTAMP(WS-PADJ-IDX)
                       SET WS-PADJ-CHANGED TO TRUE
                       DISPLAY "CTRPADJ: type-" PADJ-TYPE-CODE
                               " adjustment for " PADJ-CTR-ID
                               " held " PADJ-PROC-DATE
                               " was never approved - expired"
                   END-IF
               END-IF
           ELSE
      *        Left on file untouched - it is streamed through at the
      *        next save and will be reached once the table drains.
               DISPLAY "CTRPADJ has more open items than "
                       "WS-PADJ-MAX-ENTRIES - " PADJ-CTR-ID " "
                       PADJ-PROC-DATE " left for a later run"
           END-IF.

       1290-FIND-PENDING-KEY.
           SET WS-PADJ-FOUND-SW TO 'N'.
           SET WS-PADJ-IDX TO 1.
           PERFORM UNTIL WS-PADJ-IDX > WS-PADJ-COUNT
                   OR WS-PADJ-FOUND
               IF PA-PROC-DATE(WS-PADJ-IDX) = WS-PADJ-KEY-DATE
                       AND PA-CYCLE-NUMBER(WS-PADJ-IDX)
                           = WS-PADJ-KEY-CYCLE
                       AND PA-TRAN-SEQ(WS-PADJ-IDX) = WS-PADJ-KEY-SEQ
                   SET WS-PADJ-FOUND-SW TO 'Y'
               ELSE
                   SET WS-PADJ-IDX UP BY 1
               END-IF
           END-PERFORM.

      *****************************************************************
      *  The records skipped were counted by the run that went down,
      *  but a run left in flight writes no hourly rows - so they are
      *  still placed in the hourly profile on the way past, and the
      *  cycle's profile covers the whole file.
      *****************************************************************
       1500-SKIP-APPLIED-TRANS.
           PERFORM UNTIL WS-TRANS-PROCESSED >= WS-RESTART-SKIP-COUNT
                   OR WS-TRAN-EOF
               ADD 1 TO WS-TRANS-PROCESSED
               PERFORM 1510-PROFILE-SKIPPED-TRAN
               PERFORM 2900-READ-TRANSACTION
           END-PERFORM.
           IF WS-TRANS-PROCESSED < WS-RESTART-SKIP-COUNT
                       "file is shorter than the abended run saw"
           END-IF.

       1510-PROFILE-SKIPPED-TRAN.
           IF TRAN-TYPE-CODE = 'T' OR 'B' OR 'E'
               CONTINUE
           ELSE
               MOVE TRAN-CTR-ID TO WS-LOOKUP-ID
               PERFORM 1210-FIND-COUNTER
               IF WS-CTR-FOUND
                   PERFORM 2200-PROFILE-TRANSACTION
               END-IF
           END-IF.

      *****************************************************************
      *  Adjustments approved since the last cycle post before the
      *  first transaction is read, and the result is committed at
      *  once - queue first, then checkpoint, as at every commit
      *  point - so a rerun finds them already marked done and can
      *  never post them a second time.  A simulation projects the
      *  postings but, as always, commits nothing.
      *****************************************************************
       1600-POST-APPROVED-ADJUSTMENTS.
           PERFORM VARYING WS-PADJ-IDX FROM 1 BY 1
                   UNTIL WS-PADJ-IDX > WS-PADJ-COUNT
               IF PA-STATUS(WS-PADJ-IDX) = 'A'
                   PERFORM 1610-POST-ONE-ADJUSTMENT
               END-IF
           END-PERFORM.
           IF WS-RUN-POSTED-COUNT > 0
               DISPLAY "CTRDRIVE: " WS-RUN-POSTED-COUNT
                       " approved adjustments posted"
               IF NOT WS-SIMULATION-MODE
                   PERFORM 8000-TAKE-COMMIT-POINT
               END-IF
           END-IF.
      *    An approved set can carry an action-A counter over its
      *    threshold - the run stops before reading anything else.
           IF WS-ABORT-REQUESTED
               SET WS-TRAN-EOF-SW TO 'Y'
           END-IF.

       1610-POST-ONE-ADJUSTMENT.
           MOVE PA-CTR-ID(WS-PADJ-IDX) TO WS-LOOKUP-ID.
           PERFORM 1210-FIND-COUNTER.
           IF NOT WS-CTR-FOUND
               MOVE 'R' TO PA-STATUS(WS-PADJ-IDX)
               MOVE "NC" TO PA-REASON-CODE(WS-PADJ-IDX)
               SET WS-PADJ-CHANGED TO TRUE
               DISPLAY "CTRPADJ: approved adjustment for "
                       PA-CTR-ID(WS-PADJ-IDX) " cannot post - counter "
                       "no longer in CTRDEF, rejected NC"
           ELSE
               MOVE CTR-VALUE(WS-CTR-IDX) TO WS-EVT-OLD-VALUE
               MOVE PA-SOURCE-ID(WS-PADJ-IDX) TO WS-EVT-SOURCE-ID
               IF PA-TYPE-CODE(WS-PADJ-IDX) = 'S'
                   IF PA-QUANTITY(WS-PADJ-IDX) > CTR-VALUE(WS-CTR-IDX)
                       DISPLAY "Warning: subtract of "
                               PA-QUANTITY(WS-PADJ-IDX) " exceeds "
                               PA-CTR-ID(WS-PADJ-IDX)
                               " current value - counter floored at "
                               "zero"
                       MOVE 0 TO CTR-VALUE(WS-CTR-IDX)
                   ELSE
                       SUBTRACT PA-QUANTITY(WS-PADJ-IDX)
                           FROM CTR-VALUE(WS-CTR-IDX)
                   END-IF
               ELSE
                   MOVE PA-QUANTITY(WS-PADJ-IDX)
                       TO CTR-VALUE(WS-CTR-IDX)
               END-IF
               ADD 1 TO WS-RUN-POSTED-COUNT
               MOVE PA-TYPE-CODE(WS-PADJ-IDX) TO WS-ADJ-TYPE-CODE
               MOVE PA-QUANTITY(WS-PADJ-IDX) TO WS-ADJ-QUANTITY
               MOVE PA-SOURCE-ID(WS-PADJ-IDX) TO WS-ADJ-SOURCE-ID
               MOVE PA-REQUESTER(WS-PADJ-IDX) TO WS-ADJ-REQUESTER
               MOVE PA-APPROVER(WS-PADJ-IDX) TO WS-ADJ-APPROVER
               PERFORM 2850-LOG-ADJUSTMENT
               MOVE 'D' TO PA-STATUS(WS-PADJ-IDX)
               MOVE WS-RUN-ID TO PA-POST-RUN-ID(WS-PADJ-IDX)
               SET WS-PADJ-CHANGED TO TRUE
               IF CTR-VALUE(WS-CTR-IDX) > CTR-THRESHOLD(WS-CTR-IDX)
                   PERFORM 2500-HANDLE-THRESHOLD-EXCEEDED
                   PERFORM UNTIL CTR-VALUE(WS-CTR-IDX)
                               NOT > CTR-THRESHOLD(WS-CTR-IDX)
                           OR NOT CTR-ACTION-RESET(WS-CTR-IDX)
                       PERFORM 2500-HANDLE-THRESHOLD-EXCEEDED
                   END-PERFORM
               END-IF
           END-IF.

       1300-CAPTURE-START-VALUES.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   TO CTR-START-OVFL-COUNT(WS-CTR-IDX)
           END-PERFORM.

      *    The earliest event date the hourly profile will place -
      *    the first calendar day of the business date's posting
      *    window.
       1320-SET-PROFILE-WINDOW.
           MOVE WS-BUSINESS-DATE TO WS-PROFILE-DATE-NUM.
           COMPUTE WS-PROFILE-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROFILE-DATE-NUM)
               - WS-EVENT-WINDOW-DAYS + 1.
           COMPUTE WS-PROFILE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PROFILE-FROM-INT).
           MOVE WS-PROFILE-DATE-NUM TO WS-PROFILE-FROM-DATE.

       1210-FIND-COUNTER.
           SET WS-CTR-FOUND-SW TO 'N'.
           IF WS-CTR-COUNT > 0
               SEARCH ALL WS-CTR-ENTRY
                   AT END
                       CONTINUE
                   WHEN CTR-ID(WS-CTR-IDX) = WS-LOOKUP-ID
                       SET WS-CTR-FOUND-SW TO 'Y'
               END-SEARCH
           END-IF.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-PROCESSED.
               MOVE CTR-VALUE(WS-CTR-IDX) TO WS-EVT-OLD-VALUE
               MOVE TRAN-SOURCE-ID TO WS-EVT-SOURCE-ID
               PERFORM 2100-APPLY-TRANSACTION
               PERFORM 2200-PROFILE-TRANSACTION
      *        A quantity transaction can carry a cascading (action R)
      *        counter past its threshold more than once in a single
      *        record, so keep wrapping until the value is back under
                               "type-A transaction for "
                               TRAN-CTR-ID " - ignored"
                   END-IF
      *        Subtract and set are privileged: held for a second
      *        operator's approval, posted on a later cycle.
               WHEN 'S'
               WHEN 'V'
                   IF TRAN-QUANTITY IS NUMERIC
                       PERFORM 2150-HOLD-ADJUSTMENT
                   ELSE
                       DISPLAY "Warning: non-numeric quantity on "
                               "type-" TRAN-TYPE-CODE " transaction "
                               "for " TRAN-CTR-ID " - ignored"
                   END-IF
               WHEN OTHER
                   DISPLAY "Warning: unknown transaction type "
                           " - ignored"
           END-EVALUATE.

      *****************************************************************
      *  Only traffic is profiled: a legacy event counts one, a
      *  type-A add its quantity.  S and V adjustments are
      *  corrections held for approval, not activity in the hour
      *  they were keyed, and are left out.  An event with no usable
      *  event time still counts toward the untimed volume, so the
      *  profile can say how much of the day it could not place.
      *****************************************************************
       2200-PROFILE-TRANSACTION.
           EVALUATE TRUE
               WHEN TRAN-TYPE-CODE = SPACE
                   MOVE 1 TO WS-PROFILE-QUANTITY
               WHEN TRAN-TYPE-CODE = 'A' AND TRAN-QUANTITY IS NUMERIC
                   MOVE TRAN-QUANTITY TO WS-PROFILE-QUANTITY
               WHEN OTHER
                   MOVE 0 TO WS-PROFILE-QUANTITY
           END-EVALUATE.
           IF WS-PROFILE-QUANTITY > 0
               IF TRAN-EVENT-TIMESTAMP IS NUMERIC
                       AND TRAN-EVENT-HOUR NOT > "23"
                       AND TRAN-EVENT-DATE NOT < WS-PROFILE-FROM-DATE
                       AND TRAN-EVENT-DATE NOT > WS-BUSINESS-DATE
                   MOVE TRAN-EVENT-HOUR TO WS-EVENT-HOUR-NUM
                   COMPUTE WS-HOUR-SUB = WS-EVENT-HOUR-NUM + 1
                   ADD WS-PROFILE-QUANTITY
                       TO CTR-HOUR-COUNT(WS-CTR-IDX WS-HOUR-SUB)
                       ON SIZE ERROR
                           MOVE 999999999
                               TO CTR-HOUR-COUNT(WS-CTR-IDX WS-HOUR-SUB)
                   END-ADD
               ELSE
                   ADD WS-PROFILE-QUANTITY
                       TO CTR-UNTIMED-COUNT(WS-CTR-IDX)
                       ON SIZE ERROR
                           MOVE 999999999
                               TO CTR-UNTIMED-COUNT(WS-CTR-IDX)
                   END-ADD
               END-IF
           END-IF.

      *****************************************************************
      *  The hold is keyed by business date, cycle and the record's
      *  position in CTRTRAN: a rerun after an abend re-reads records
      *  past the last checkpoint that an earlier queue save may
      *  already hold, and must not queue them twice.
      *****************************************************************
       2150-HOLD-ADJUSTMENT.
           MOVE WS-BUSINESS-DATE TO WS-PADJ-KEY-DATE.
           MOVE WS-CYCLE-NUMBER TO WS-PADJ-KEY-CYCLE.
           MOVE WS-TRANS-PROCESSED TO WS-PADJ-KEY-SEQ.
           PERFORM 1290-FIND-PENDING-KEY.
           EVALUATE TRUE
               WHEN WS-PADJ-FOUND
                   DISPLAY "CTRPADJ already holds type-" TRAN-TYPE-CODE
                           " adjustment for " TRAN-CTR-ID
                           " at transaction " WS-TRANS-PROCESSED
                           " - not held twice"
               WHEN WS-PADJ-COUNT NOT < WS-PADJ-MAX-ENTRIES
                   DISPLAY "CTRPADJ pending queue is full - type-"
                           TRAN-TYPE-CODE " adjustment for "
                           TRAN-CTR-ID " NOT held, resubmit it"
                   MOVE "PADJ" TO WS-ERR-TAG
                   MOVE "FL" TO WS-ERR-STATUS
                   PERFORM 7000-NOTE-FILE-ERROR
               WHEN OTHER
                   ADD 1 TO WS-PADJ-COUNT
                   SET WS-PADJ-IDX TO WS-PADJ-COUNT
                   MOVE WS-PADJ-KEY-DATE TO PA-PROC-DATE(WS-PADJ-IDX)
                   MOVE WS-PADJ-KEY-CYCLE
                       TO PA-CYCLE-NUMBER(WS-PADJ-IDX)
                   MOVE WS-PADJ-KEY-SEQ TO PA-TRAN-SEQ(WS-PADJ-IDX)
                   MOVE TRAN-CTR-ID TO PA-CTR-ID(WS-PADJ-IDX)
                   MOVE TRAN-TYPE-CODE TO PA-TYPE-CODE(WS-PADJ-IDX)
                   MOVE TRAN-QUANTITY TO PA-QUANTITY(WS-PADJ-IDX)
                   MOVE TRAN-SOURCE-ID TO PA-SOURCE-ID(WS-PADJ-IDX)
                   MOVE TRAN-ENTERED-BY TO PA-REQUESTER(WS-PADJ-IDX)
                   MOVE WS-RUN-ID TO PA-QUEUE-RUN-ID(WS-PADJ-IDX)
                   MOVE 'P' TO PA-STATUS(WS-PADJ-IDX)
                   MOVE SPACES TO PA-APPROVER(WS-PADJ-IDX)
                   MOVE SPACES TO PA-DECISION-TIMESTAMP(WS-PADJ-IDX)
                   MOVE SPACES TO PA-REASON-CODE(WS-PADJ-IDX)
                   MOVE SPACES TO PA-POST-RUN-ID(WS-PADJ-IDX)
                   ADD 1 TO WS-RUN-HELD-COUNT
                   SET WS-PADJ-CHANGED TO TRUE
           END-EVALUATE.

       2850-LOG-ADJUSTMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-EVENT-TIMESTAMP.
           MOVE CTR-ID(WS-CTR-IDX) TO ADJ-CTR-ID.
           MOVE WS-ADJ-TYPE-CODE TO ADJ-TYPE-CODE.
           MOVE WS-EVT-OLD-VALUE TO ADJ-OLD-VALUE.
           MOVE WS-ADJ-QUANTITY TO ADJ-QUANTITY.
           MOVE CTR-VALUE(WS-CTR-IDX) TO ADJ-NEW-VALUE.
           MOVE WS-EVENT-TIMESTAMP TO ADJ-TIMESTAMP.
           MOVE WS-RUN-ID TO ADJ-RUN-ID.
           MOVE WS-ADJ-SOURCE-ID TO ADJ-SOURCE-ID.
           MOVE WS-ADJ-REQUESTER TO ADJ-REQUESTER.
           MOVE WS-ADJ-APPROVER TO ADJ-APPROVER.
           IF WS-ADJ-STATUS = "00"
               WRITE CTR-ADJ-RECORD
           END-IF.

       8000-TAKE-COMMIT-POINT.
           MOVE 'I' TO WS-CKPT-RUN-STATUS.
           PERFORM 9400-SAVE-PENDING-ADJUSTMENTS.
           PERFORM 9100-SAVE-CHECKPOINT.
           MOVE 0 TO WS-TRANS-SINCE-COMMIT.

               WHEN OTHER
                   MOVE 'C' TO WS-CKPT-RUN-STATUS
           END-EVALUATE.
           PERFORM 9400-SAVE-PENDING-ADJUSTMENTS.
           PERFORM 9100-SAVE-CHECKPOINT.
           PERFORM 9150-SAVE-CYCLE-STATE.
      *    Final publish so the inquiry screen shows the end-of-run
           PERFORM 2700-UPDATE-LIVE-STATUS.
           PERFORM 9200-WRITE-SUMMARY-REPORT.
           PERFORM 9250-WRITE-HISTORY.
      *    Only a cycle that counted its whole file has a profile to
      *    write - one left in flight is profiled in full by the rerun
      *    that finishes it.
           IF WS-CKPT-RUN-STATUS = 'C' AND WS-TRAN-FILE-OPENED
               PERFORM 9260-WRITE-HOURLY-HISTORY
           END-IF.
           PERFORM 9300-WRITE-RUN-LOG.
           IF WS-RUN-HELD-COUNT > 0
               DISPLAY "CTRDRIVE: " WS-RUN-HELD-COUNT
                       " S/V adjustments held in CTRPADJ for approval"
           END-IF.

       9100-SAVE-CHECKPOINT.
      *    The checkpoint is written complete to a temp file and
                   MOVE CTR-THRESHOLD(WS-CTR-IDX) TO HIST-THRESHOLD
                   MOVE CTR-ACTION(WS-CTR-IDX) TO HIST-ACTION
                   MOVE WS-RUN-ID TO HIST-RUN-ID
                   MOVE SPACE TO HIST-ROW-STATUS
                   WRITE CTR-HIST-RECORD
               END-PERFORM
               CLOSE CTR-HIST-FILE
           END-IF.

       9260-WRITE-HOURLY-HISTORY.
           OPEN EXTEND CTR-HOUR-FILE.
           IF WS-HOUR-STATUS = "35"
               OPEN OUTPUT CTR-HOUR-FILE
           END-IF.
           IF WS-HOUR-STATUS NOT = "00"
               DISPLAY "CTRHOUR hourly history file could not be "
                       "opened - status " WS-HOUR-STATUS
                       " - this cycle's hourly profile was NOT "
                       "archived"
               MOVE "HOUR" TO WS-ERR-TAG
               MOVE WS-HOUR-STATUS TO WS-ERR-STATUS
               PERFORM 7000-NOTE-FILE-ERROR
           ELSE
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   MOVE WS-BUSINESS-DATE TO HOUR-PROC-DATE
                   MOVE WS-CYCLE-NUMBER TO HOUR-CYCLE-NUMBER
                   MOVE CTR-ID(WS-CTR-IDX) TO HOUR-CTR-ID
                   PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                           UNTIL WS-HOUR-SUB > 24
                       MOVE CTR-HOUR-COUNT(WS-CTR-IDX WS-HOUR-SUB)
                           TO HOUR-EVENT-COUNT(WS-HOUR-SUB)
                   END-PERFORM
                   MOVE CTR-UNTIMED-COUNT(WS-CTR-IDX)
                       TO HOUR-UNTIMED-COUNT
                   MOVE WS-RUN-ID TO HOUR-RUN-ID
                   WRITE CTR-HOUR-RECORD
               END-PERFORM
               CLOSE CTR-HOUR-FILE
           END-IF.

       9300-WRITE-RUN-LOG.
           OPEN EXTEND CTR-RLOG-FILE.
           IF WS-RLOG-STATUS = "35"
               CLOSE CTR-RLOG-FILE
           END-IF.

      *****************************************************************
      *  The queue is republished complete-then-rename, always ahead
      *  of the checkpoint: a crash between the two leaves items held
      *  or marked done that the checkpoint does not reflect yet, and
      *  the rerun's key check and done status absorb both.  The
      *  tabled (open or just-decided) rows are written first, then
      *  every other row on file is carried through unchanged - a
      *  row whose key is in the table was written from the table
      *  already, which keeps repeated commit-point saves from
      *  duplicating anything.  A queue that cannot be re-read is
      *  never replaced, so the decision history cannot be lost.
      *****************************************************************
       9400-SAVE-PENDING-ADJUSTMENTS.
           IF WS-PADJ-CHANGED
               MOVE WS-PADJ-TMP-NAME TO WS-PADJOUT-FILENAME
               OPEN OUTPUT CTR-PADJOUT-FILE
               IF WS-PADJOUT-STATUS = "00"
                   PERFORM VARYING WS-PADJ-IDX FROM 1 BY 1
                           UNTIL WS-PADJ-IDX > WS-PADJ-COUNT
                       PERFORM 9410-WRITE-PENDING-ROW
                   END-PERFORM
                   PERFORM 9420-CARRY-OTHER-QUEUE-ROWS
                   CLOSE CTR-PADJOUT-FILE
                   IF WS-PADJ-CARRY-FAILED
                       CALL "CBL_DELETE_FILE" USING WS-PADJ-TMP-NAME
                           RETURNING WS-PADJ-RENAME-RESULT
                       END-CALL
                       MOVE 1 TO WS-PADJ-RENAME-RESULT
                   ELSE
                       CALL "CBL_RENAME_FILE" USING WS-PADJ-TMP-NAME
                               WS-PADJ-REAL-NAME
                           RETURNING WS-PADJ-RENAME-RESULT
                       END-CALL
                   END-IF
                   IF WS-PADJ-RENAME-RESULT NOT = 0
                       DISPLAY "CTRPADJ pending queue could not be "
                               "published - rename status "
                               WS-PADJ-RENAME-RESULT
                               " - held and posted items NOT saved"
                       MOVE "PADJ" TO WS-ERR-TAG
                       MOVE "RN" TO WS-ERR-STATUS
                       PERFORM 7000-NOTE-FILE-ERROR
                   ELSE
                       SET WS-PADJ-CHANGED-SW TO 'N'
                   END-IF
               ELSE
                   DISPLAY "CTRPADJ pending queue could not be opened "
                           "for output - status " WS-PADJOUT-STATUS
                           " - held and posted items NOT saved"
                   MOVE "PADJ" TO WS-ERR-TAG
                   MOVE WS-PADJOUT-STATUS TO WS-ERR-STATUS
                   PERFORM 7000-NOTE-FILE-ERROR
               END-IF
           END-IF.

       9410-WRITE-PENDING-ROW.
           MOVE PA-PROC-DATE(WS-PADJ-IDX) TO PADJ-PROC-DATE.
           MOVE PA-CYCLE-NUMBER(WS-PADJ-IDX) TO PADJ-CYCLE-NUMBER.
           MOVE PA-TRAN-SEQ(WS-PADJ-IDX) TO PADJ-TRAN-SEQ.
           MOVE PA-CTR-ID(WS-PADJ-IDX) TO PADJ-CTR-ID.
           MOVE PA-TYPE-CODE(WS-PADJ-IDX) TO PADJ-TYPE-CODE.
           MOVE PA-QUANTITY(WS-PADJ-IDX) TO PADJ-QUANTITY.
           MOVE PA-SOURCE-ID(WS-PADJ-IDX) TO PADJ-SOURCE-ID.
           MOVE PA-REQUESTER(WS-PADJ-IDX) TO PADJ-REQUESTER.
           MOVE PA-QUEUE-RUN-ID(WS-PADJ-IDX) TO PADJ-QUEUE-RUN-ID.
           MOVE PA-STATUS(WS-PADJ-IDX) TO PADJ-STATUS.
           MOVE PA-APPROVER(WS-PADJ-IDX) TO PADJ-APPROVER.
           MOVE PA-DECISION-TIMESTAMP(WS-PADJ-IDX)
               TO PADJ-DECISION-TIMESTAMP.
           MOVE PA-REASON-CODE(WS-PADJ-IDX) TO PADJ-REASON-CODE.
           MOVE PA-POST-RUN-ID(WS-PADJ-IDX) TO PADJ-POST-RUN-ID.
           MOVE CTR-PADJ-RECORD TO CTR-PADJOUT-RECORD.
           WRITE CTR-PADJOUT-RECORD.

       9420-CARRY-OTHER-QUEUE-ROWS.
           SET WS-PADJ-CARRY-FAIL-SW TO 'N'.
           MOVE WS-PADJ-REAL-NAME TO WS-PADJ-FILENAME.
           OPEN INPUT CTR-PADJ-FILE.
           EVALUATE WS-PADJ-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-PADJ-STATUS NOT = "00"
                       READ CTR-PADJ-FILE
                           AT END
                               MOVE "10" TO WS-PADJ-STATUS
                           NOT AT END
                               MOVE PADJ-PROC-DATE TO WS-PADJ-KEY-DATE
                               MOVE PADJ-CYCLE-NUMBER
                                   TO WS-PADJ-KEY-CYCLE
                               MOVE PADJ-TRAN-SEQ TO WS-PADJ-KEY-SEQ
                               PERFORM 1290-FIND-PENDING-KEY
                               IF NOT WS-PADJ-FOUND
                                   MOVE CTR-PADJ-RECORD
                                       TO CTR-PADJOUT-RECORD
                                   WRITE CTR-PADJOUT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CTR-PADJ-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-PADJ-CARRY-FAIL-SW TO 'Y'
                   DISPLAY "CTRPADJ could not be re-read for its "
                           "decided rows - status " WS-PADJ-STATUS
           END-EVALUATE.

      *****************************************************************
      *  The projection report: the CTRRPT summary layout under a
      *  SIMULATION banner so it can never be filed as the real
