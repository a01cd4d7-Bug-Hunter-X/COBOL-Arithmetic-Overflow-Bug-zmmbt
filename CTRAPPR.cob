       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRAPPR.
      *****************************************************************
      *  Adjustment approval transaction - the second half of dual
      *  control over subtract (S) and set (V) adjustments.
      *
      *  CTRDRIVE holds every S/V record it reads in the CTRPADJ
      *  pending-adjustment queue instead of applying it.  This
      *  transaction lists the pending items and, for the one picked,
      *  shows the counter's current CTRCKPT value, the value it
      *  would have if the adjustment posted against it now, the
      *  source that sent it and the operator who released it.  A
      *  second operator approves it - it then posts on the next
      *  CTRDRIVE cycle, both sets of initials on the CTRADJ row - or
      *  rejects it with a reason code.  Nobody may approve an item
      *  they released through CTRREPR themselves; an item exactly as
      *  the source transmitted it carries no operator, and any
      *  operator may approve it.
      *
      *  The approver must be an active operator on the CTROPR
      *  registry holding the approval role (P, the role that also
      *  approves CTRMNT threshold recommendations) to sign on, and
      *  the role is checked again through CTROPRC before every
      *  decision - the initials set against the requester's are a
      *  registered operator's, and the sign-on is on CTRACCL.
      *
      *  Only pending rows are tabled.  On save the queue is re-read
      *  as it now stands and streamed to the new copy, changing only
      *  the rows this session decided: anything CTRDRIVE held,
      *  posted or expired in the meantime is kept exactly as it is
      *  on disk, and an item decided elsewhere since sign-on keeps
      *  that decision.  CTRDRIVE rewrites the queue from the copy it
      *  loaded at the start of its cycle, so the transaction will
      *  neither start nor save while CTRSTEP shows CTRDRIVE started
      *  and not ended for the latest business date it has run for.
      *  Decided rows stay on the queue as the record of who decided
      *  what.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-PADJ-FILE ASSIGN TO DYNAMIC WS-PADJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADJ-STATUS.

           SELECT CTR-PADJOUT-FILE ASSIGN TO DYNAMIC WS-PADJOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADJOUT-STATUS.

           SELECT CTR-STEP-FILE ASSIGN TO CTRSTEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT CTR-CKPT-FILE ASSIGN TO CTRCKPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKPT-CTR-ID
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-PADJ-FILE
           RECORDING MODE IS F.
           COPY CTRPADJ.

       FD  CTR-PADJOUT-FILE
           RECORDING MODE IS F.
       01  CTR-PADJOUT-RECORD              PIC X(97).

       FD  CTR-STEP-FILE
           RECORDING MODE IS F.
           COPY CTRSTEP.

       FD  CTR-CKPT-FILE
           RECORDING MODE IS F.
           COPY CTRCKPT.

       WORKING-STORAGE SECTION.
       01  WS-PADJ-MAX-ENTRIES             PIC 9(4) VALUE 500.

      *    The pending items only - decided rows never need to be in
      *    storage, so the queue's history can grow without limit.

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
                   88  PA-PENDING                    VALUE 'P'.
               10  PA-APPROVER             PIC X(3).
               10  PA-DECISION-TIMESTAMP   PIC X(14).
               10  PA-REASON-CODE          PIC X(2).
               10  PA-POST-RUN-ID          PIC X(14).

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PADJ-STATUS              PIC XX VALUE SPACES.
           05  WS-PADJOUT-STATUS           PIC XX VALUE SPACES.
           05  WS-STEP-STATUS              PIC XX VALUE SPACES.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.

       01  WS-PADJ-FILENAME                PIC X(20).
       01  WS-PADJOUT-FILENAME             PIC X(20).
       01  WS-PADJ-TMP-NAME                PIC X(20) VALUE "CTRPADJ.TMP".
       01  WS-PADJ-REAL-NAME               PIC X(20) VALUE "CTRPADJ".
       01  WS-PADJ-RENAME-RESULT           PIC S9(9) COMP-5.

       01  WS-SWITCHES.
           05  WS-EXIT-SW                  PIC X VALUE 'N'.
               88  WS-EXIT-REQUESTED                 VALUE 'Y'.
           05  WS-CHANGES-MADE-SW          PIC X VALUE 'N'.
               88  WS-CHANGES-MADE                   VALUE 'Y'.
           05  WS-PADJ-FOUND-SW            PIC X VALUE 'N'.
               88  WS-PADJ-FOUND                     VALUE 'Y'.
           05  WS-PADJ-REREAD-FAIL-SW      PIC X VALUE 'N'.
               88  WS-PADJ-REREAD-FAILED             VALUE 'Y'.
           05  WS-DRIVER-RUNNING-SW        PIC X VALUE 'N'.
               88  WS-DRIVER-RUNNING                 VALUE 'Y'.
           05  WS-REPLY-VALID-SW           PIC X VALUE 'N'.
               88  WS-REPLY-VALID                    VALUE 'Y'.
           05  WS-CTR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-CTR-FOUND                      VALUE 'Y'.
           05  WS-CKPT-OPEN-SW             PIC X VALUE 'N'.
               88  WS-CKPT-OPENED                    VALUE 'Y'.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-NOW-TIMESTAMP            PIC X(14).

      *    CTRDRIVE's step-control row for the latest business date
      *    it has run for.
       01  WS-DRIVER-STEP-FIELDS.
           05  WS-DRIVER-STEP-DATE         PIC X(8) VALUE SPACES.
           05  WS-DRIVER-STEP-STATE        PIC X(1) VALUE SPACE.
           05  WS-DRIVER-STEP-START        PIC X(14) VALUE SPACES.

       01  WS-PADJ-KEY-FIELDS.
           05  WS-PADJ-KEY-DATE            PIC X(8).
           05  WS-PADJ-KEY-CYCLE           PIC 9(3).
           05  WS-PADJ-KEY-SEQ             PIC 9(9).

       01  WS-DECISION-COUNTS.
           05  WS-DECIDED-COUNT            PIC 9(4) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(4) VALUE 0.
           05  WS-OVERTAKEN-COUNT          PIC 9(4) VALUE 0.
           05  WS-UNTABLED-COUNT           PIC 9(7) VALUE 0.

       01  WS-PENDING-LIST-COUNT           PIC 9(4) VALUE 0.
       01  WS-LIST-NUMBER                  PIC Z(3)9.

      *****************************************************************
      *  Maps the on-screen pick-list line number back to the queue
      *  table entry it displayed.
      *****************************************************************
       01  WS-PENDING-LIST-TABLE.
           05  WS-PENDING-LIST-ENTRY       OCCURS 500 TIMES.
               10  PL-PADJ-SUB             PIC 9(4).

      *    Console replies arrive left-justified with trailing
      *    spaces, which fails an IS NUMERIC test on the raw field -
      *    the digits are picked off one position at a time instead.
       01  WS-SELECTION-REPLY              PIC X(4) VALUE SPACES.
       01  WS-SELECTION-NUMBER             PIC 9(4) VALUE 0.
       01  WS-REPLY-NUMBER                 PIC 9(4) VALUE 0.
       01  WS-REPLY-POS                    PIC 9(1) VALUE 1.
       01  WS-REPLY-DIGIT-X                PIC X(1).
       01  WS-REPLY-DIGIT-9 REDEFINES WS-REPLY-DIGIT-X
                                           PIC 9(1).

       01  WS-OPERATOR-INITIALS            PIC X(3) VALUE SPACES.
       01  WS-DECISION-REPLY               PIC X(1) VALUE SPACES.
       01  WS-REJECT-REASON                PIC X(2) VALUE SPACES.

       01  WS-PROJECTED-VALUE              PIC 9(9) VALUE 0.
       01  WS-REQUESTER-TEXT               PIC X(15) VALUE SPACES.

       01  WS-PENDING-LINE.
           05  WS-PL-CTR-ID                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-TYPE-CODE             PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-QUANTITY              PIC Z(8)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-PROC-DATE             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-SOURCE-ID             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-REQUESTER             PIC X(3).

       01  WS-VALUE-DISPLAY                PIC Z(8)9.
       01  WS-PROJECTED-DISPLAY            PIC Z(8)9.

           COPY CTROPRL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-EXIT-REQUESTED
               PERFORM 2000-LIST-PENDING-ITEMS
               PERFORM 3000-DECIDE-ITEMS
                   UNTIL WS-EXIT-REQUESTED
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           DISPLAY "Operator initials (blank = exit): ".
           ACCEPT WS-OPERATOR-INITIALS FROM CONSOLE.
           IF WS-OPERATOR-INITIALS = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE 'S' TO OPRL-FUNCTION
               MOVE "CTRAPPR" TO OPRL-PROGRAM
               MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR
               MOVE 'P' TO OPRL-ROLE
               MOVE SPACES TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-GRANTED
                   PERFORM 1050-CHECK-DRIVER-RUNNING
                   IF WS-DRIVER-RUNNING
                       DISPLAY "Approvals not started - run CTRAPPR "
                               "once the CTRDRIVE cycle has ended"
                       SET WS-EXIT-REQUESTED TO TRUE
                   ELSE
                       PERFORM 1100-LOAD-PENDING-QUEUE
                       PERFORM 1200-OPEN-CHECKPOINT
                   END-IF
               ELSE
                   DISPLAY "Approvals not started"
                   SET WS-EXIT-REQUESTED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  CTRDRIVE rewrites CTRPADJ from the copy it loads at the start
      *  of its cycle, so a decision saved while it is running would
      *  be undone when it finishes.  Its row for the latest business
      *  date on CTRSTEP says whether a cycle is under way; a
      *  step-control file that cannot be read is taken as one that
      *  might be.
      *****************************************************************
       1050-CHECK-DRIVER-RUNNING.
           SET WS-DRIVER-RUNNING-SW TO 'N'.
           MOVE SPACES TO WS-DRIVER-STEP-DATE.
           MOVE SPACE TO WS-DRIVER-STEP-STATE.
           MOVE SPACES TO WS-DRIVER-STEP-START.
           OPEN INPUT CTR-STEP-FILE.
           EVALUATE WS-STEP-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-STEP-STATUS NOT = "00"
                       READ CTR-STEP-FILE
                           AT END
                               MOVE "10" TO WS-STEP-STATUS
                           NOT AT END
                               IF STEP-NAME = "CTRDRIVE"
                                       AND STEP-PROC-DATE
                                           NOT < WS-DRIVER-STEP-DATE
                                   MOVE STEP-PROC-DATE
                                       TO WS-DRIVER-STEP-DATE
                                   MOVE STEP-STATUS
                                       TO WS-DRIVER-STEP-STATE
                                   MOVE STEP-START-TIMESTAMP
                                       TO WS-DRIVER-STEP-START
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CTR-STEP-FILE
                   IF WS-DRIVER-STEP-STATE = 'S'
                       SET WS-DRIVER-RUNNING-SW TO 'Y'
                       DISPLAY "CTRDRIVE started "
                               WS-DRIVER-STEP-START
                               " for business date "
                               WS-DRIVER-STEP-DATE
                               " and has not ended"
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-DRIVER-RUNNING-SW TO 'Y'
                   DISPLAY "CTRSTEP step-control file could not be "
                           "read - status " WS-STEP-STATUS
                           " - a CTRDRIVE cycle may be running"
           END-EVALUATE.

       1100-LOAD-PENDING-QUEUE.
           MOVE WS-PADJ-REAL-NAME TO WS-PADJ-FILENAME.
           OPEN INPUT CTR-PADJ-FILE.
           IF WS-PADJ-STATUS = "00"
               PERFORM UNTIL WS-PADJ-STATUS NOT = "00"
                   READ CTR-PADJ-FILE
                       AT END
                           MOVE "10" TO WS-PADJ-STATUS
                       NOT AT END
                           IF PADJ-PENDING
                               PERFORM 1110-TABLE-QUEUE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-PADJ-FILE
           ELSE
               DISPLAY "CTRPADJ pending-adjustment queue not found - "
                       "nothing awaiting approval"
           END-IF.

       1110-TABLE-QUEUE-RECORD.
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
           ELSE
               ADD 1 TO WS-UNTABLED-COUNT
               DISPLAY "CTRPADJ has more pending items than "
                       "WS-PADJ-MAX-ENTRIES - "
                       PADJ-CTR-ID " " PADJ-PROC-DATE
                       " is left pending for a later session"
           END-IF.

      *    CTRCKPT is keyed by counter ID and stays open for the
      *    session - each item's counter row is read when it is
      *    reviewed.
       1200-OPEN-CHECKPOINT.
           OPEN INPUT CTR-CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               SET WS-CKPT-OPEN-SW TO 'Y'
           ELSE
               DISPLAY "CTRCKPT checkpoint not available - status "
                       WS-CKPT-STATUS " - current values shown as zero"
           END-IF.

       2000-LIST-PENDING-ITEMS.
           MOVE 0 TO WS-PENDING-LIST-COUNT.
           DISPLAY "ADJUSTMENTS AWAITING APPROVAL:".
           DISPLAY "      COUNTER   T   QUANTITY  HELD      SOURCE    "
                   "BY".
           PERFORM VARYING WS-PADJ-IDX FROM 1 BY 1
                   UNTIL WS-PADJ-IDX > WS-PADJ-COUNT
               IF PA-PENDING(WS-PADJ-IDX)
                   ADD 1 TO WS-PENDING-LIST-COUNT
                   SET PL-PADJ-SUB(WS-PENDING-LIST-COUNT)
                       TO WS-PADJ-IDX
                   MOVE PA-CTR-ID(WS-PADJ-IDX) TO WS-PL-CTR-ID
                   MOVE PA-TYPE-CODE(WS-PADJ-IDX) TO WS-PL-TYPE-CODE
                   MOVE PA-QUANTITY(WS-PADJ-IDX) TO WS-PL-QUANTITY
                   MOVE PA-PROC-DATE(WS-PADJ-IDX) TO WS-PL-PROC-DATE
                   MOVE PA-SOURCE-ID(WS-PADJ-IDX) TO WS-PL-SOURCE-ID
                   MOVE PA-REQUESTER(WS-PADJ-IDX) TO WS-PL-REQUESTER
                   MOVE WS-PENDING-LIST-COUNT TO WS-LIST-NUMBER
                   DISPLAY WS-LIST-NUMBER ") " WS-PENDING-LINE
               END-IF
           END-PERFORM.
           IF WS-PENDING-LIST-COUNT = 0
               DISPLAY "  (none)"
               SET WS-EXIT-REQUESTED TO TRUE
           END-IF.

       3000-DECIDE-ITEMS.
           DISPLAY "Review which item (blank = done): ".
           ACCEPT WS-SELECTION-REPLY FROM CONSOLE.
           IF WS-SELECTION-REPLY = SPACES OR WS-SELECTION-REPLY = "0"
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               PERFORM 3100-EDIT-SELECTION-REPLY
               IF WS-REPLY-VALID
                   MOVE WS-REPLY-NUMBER TO WS-SELECTION-NUMBER
               ELSE
                   MOVE 0 TO WS-SELECTION-NUMBER
               END-IF
               IF WS-SELECTION-NUMBER > 0
                       AND WS-SELECTION-NUMBER
                           NOT > WS-PENDING-LIST-COUNT
                   PERFORM 3200-REVIEW-ONE-ITEM
               ELSE
                   DISPLAY "No such item number"
               END-IF
           END-IF.

       3100-EDIT-SELECTION-REPLY.
           SET WS-REPLY-VALID-SW TO 'N'.
           MOVE 0 TO WS-REPLY-NUMBER.
           PERFORM 3110-EDIT-SELECTION-DIGIT
               VARYING WS-REPLY-POS FROM 1 BY 1
               UNTIL WS-REPLY-POS > 4.

       3110-EDIT-SELECTION-DIGIT.
           MOVE WS-SELECTION-REPLY(WS-REPLY-POS:1)
               TO WS-REPLY-DIGIT-X.
           IF WS-REPLY-DIGIT-X IS NUMERIC
               COMPUTE WS-REPLY-NUMBER =
                   WS-REPLY-NUMBER * 10 + WS-REPLY-DIGIT-9
               SET WS-REPLY-VALID-SW TO 'Y'
           ELSE
               IF WS-REPLY-DIGIT-X NOT = SPACE
                   SET WS-REPLY-VALID-SW TO 'N'
                   MOVE 5 TO WS-REPLY-POS
               END-IF
           END-IF.

      *****************************************************************
      *  The projected value is the adjustment applied to the value
      *  CTRCKPT holds right now, the way CTRDRIVE will post it - a
      *  subtract floors at zero, a set replaces the value outright.
      *  Activity counted before the next cycle posts it moves the
      *  starting point, which is why the current value is shown
      *  beside the projection.
      *****************************************************************
       3200-REVIEW-ONE-ITEM.
           SET WS-PADJ-IDX TO PL-PADJ-SUB(WS-SELECTION-NUMBER).
           IF NOT PA-PENDING(WS-PADJ-IDX)
               DISPLAY "Item has already been decided"
           ELSE
               PERFORM 3150-CHECK-OPERATOR-ROLE
           END-IF.
           IF PA-PENDING(WS-PADJ-IDX) AND OPRL-GRANTED
               PERFORM 3300-FIND-CHECKPOINT-VALUE
               PERFORM 3400-SHOW-ITEM-DETAIL
               DISPLAY "A)pprove, R)eject, or blank to leave pending: "
               ACCEPT WS-DECISION-REPLY FROM CONSOLE
               EVALUATE WS-DECISION-REPLY
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 3500-APPROVE-ITEM
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 3600-REJECT-ITEM
                   WHEN OTHER
                       DISPLAY "Item left pending"
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  Checked against the registry on disk before every decision,
      *  so an approver revoked or stripped of the role in mid-session
      *  can decide nothing further.
      *****************************************************************
       3150-CHECK-OPERATOR-ROLE.
           MOVE 'C' TO OPRL-FUNCTION.
           MOVE "CTRAPPR" TO OPRL-PROGRAM.
           MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR.
           MOVE 'P' TO OPRL-ROLE.
           MOVE SPACES TO OPRL-DETAIL.
           CALL "CTROPRC" USING CTR-OPR-LINKAGE
           END-CALL.
           IF NOT OPRL-GRANTED
               DISPLAY "Not authorized - item left pending"
           END-IF.

       3300-FIND-CHECKPOINT-VALUE.
           SET WS-CTR-FOUND-SW TO 'N'.
           MOVE 0 TO WS-VALUE-DISPLAY.
           IF WS-CKPT-OPENED
               MOVE PA-CTR-ID(WS-PADJ-IDX) TO CKPT-CTR-ID
               READ CTR-CKPT-FILE
                   KEY IS CKPT-CTR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CTR-FOUND-SW TO 'Y'
               END-READ
           END-IF.
           IF WS-CTR-FOUND
               MOVE CKPT-CTR-VALUE TO WS-VALUE-DISPLAY
               IF PA-TYPE-CODE(WS-PADJ-IDX) = 'S'
                   IF PA-QUANTITY(WS-PADJ-IDX) > CKPT-CTR-VALUE
                       MOVE 0 TO WS-PROJECTED-VALUE
                   ELSE
                       COMPUTE WS-PROJECTED-VALUE =
                           CKPT-CTR-VALUE
                           - PA-QUANTITY(WS-PADJ-IDX)
                   END-IF
               ELSE
                   MOVE PA-QUANTITY(WS-PADJ-IDX) TO WS-PROJECTED-VALUE
               END-IF
           ELSE
               IF PA-TYPE-CODE(WS-PADJ-IDX) = 'S'
                   MOVE 0 TO WS-PROJECTED-VALUE
               ELSE
                   MOVE PA-QUANTITY(WS-PADJ-IDX) TO WS-PROJECTED-VALUE
               END-IF
           END-IF.
           MOVE WS-PROJECTED-VALUE TO WS-PROJECTED-DISPLAY.

       3400-SHOW-ITEM-DETAIL.
           IF PA-REQUESTER(WS-PADJ-IDX) = SPACES
               MOVE "as transmitted" TO WS-REQUESTER-TEXT
           ELSE
               MOVE PA-REQUESTER(WS-PADJ-IDX) TO WS-REQUESTER-TEXT
           END-IF.
           DISPLAY "Counter         : " PA-CTR-ID(WS-PADJ-IDX).
           DISPLAY "Adjustment      : type-" PA-TYPE-CODE(WS-PADJ-IDX)
                   " quantity " PA-QUANTITY(WS-PADJ-IDX).
           DISPLAY "Current CTRCKPT : " WS-VALUE-DISPLAY.
           DISPLAY "Projected value : " WS-PROJECTED-DISPLAY.
           DISPLAY "Source          : " PA-SOURCE-ID(WS-PADJ-IDX).
           DISPLAY "Requested by    : " WS-REQUESTER-TEXT.
           DISPLAY "Held            : " PA-PROC-DATE(WS-PADJ-IDX)
                   " cycle " PA-CYCLE-NUMBER(WS-PADJ-IDX)
                   " run " PA-QUEUE-RUN-ID(WS-PADJ-IDX).
           IF NOT WS-CTR-FOUND
               DISPLAY "Warning: " PA-CTR-ID(WS-PADJ-IDX)
                       " has no CTRCKPT row yet"
           END-IF.

       3500-APPROVE-ITEM.
           IF WS-OPERATOR-INITIALS = PA-REQUESTER(WS-PADJ-IDX)
               DISPLAY "You released this adjustment - a different "
                       "operator must approve it"
           ELSE
               MOVE 'A' TO PA-STATUS(WS-PADJ-IDX)
               MOVE WS-OPERATOR-INITIALS TO PA-APPROVER(WS-PADJ-IDX)
               MOVE WS-NOW-TIMESTAMP
                   TO PA-DECISION-TIMESTAMP(WS-PADJ-IDX)
               SET WS-CHANGES-MADE TO TRUE
               ADD 1 TO WS-DECIDED-COUNT
               DISPLAY "Approved - " PA-CTR-ID(WS-PADJ-IDX)
                       " type-" PA-TYPE-CODE(WS-PADJ-IDX)
                       " posts on the next CTRDRIVE cycle"
           END-IF.

       3600-REJECT-ITEM.
           DISPLAY "Reject reason code: ".
           ACCEPT WS-REJECT-REASON FROM CONSOLE.
           IF WS-REJECT-REASON = SPACES
               DISPLAY "A reason code is required - item left pending"
           ELSE
               MOVE 'R' TO PA-STATUS(WS-PADJ-IDX)
               MOVE WS-OPERATOR-INITIALS TO PA-APPROVER(WS-PADJ-IDX)
               MOVE WS-NOW-TIMESTAMP
                   TO PA-DECISION-TIMESTAMP(WS-PADJ-IDX)
               MOVE WS-REJECT-REASON TO PA-REASON-CODE(WS-PADJ-IDX)
               SET WS-CHANGES-MADE TO TRUE
               ADD 1 TO WS-DECIDED-COUNT
               DISPLAY "Rejected - " PA-CTR-ID(WS-PADJ-IDX)
                       " reason " WS-REJECT-REASON
           END-IF.

       9000-TERMINATE.
      *    Checked again at save - a cycle may have started while the
      *    approver was deciding, and would undo the decisions.
           IF WS-CHANGES-MADE
               PERFORM 1050-CHECK-DRIVER-RUNNING
               IF WS-DRIVER-RUNNING
                   DISPLAY "CTRPADJ left untouched - decisions were "
                           "NOT saved - decide the items again once "
                           "the CTRDRIVE cycle has ended"
               ELSE
                   PERFORM 9100-SAVE-PENDING-QUEUE
               END-IF
           ELSE
               DISPLAY "CTRAPPR: no adjustments decided"
           END-IF.
           IF WS-CKPT-OPENED
               CLOSE CTR-CKPT-FILE
           END-IF.

      *****************************************************************
      *  The queue on disk is streamed to the new copy row by row; a
      *  row still pending there that this session decided takes the
      *  decision, and every other row - new holds, posted items,
      *  expiries, other approvers' decisions - goes through exactly
      *  as it now stands.  Published complete-then-rename, the same
      *  way CTRDRIVE publishes the queue, so an abend mid-write
      *  leaves the prior queue intact; a queue that cannot be
      *  re-read is never replaced.
      *****************************************************************
       9100-SAVE-PENDING-QUEUE.
           SET WS-PADJ-REREAD-FAIL-SW TO 'N'.
           MOVE 0 TO WS-APPLIED-COUNT.
           MOVE WS-PADJ-TMP-NAME TO WS-PADJOUT-FILENAME.
           OPEN OUTPUT CTR-PADJOUT-FILE.
           IF WS-PADJOUT-STATUS = "00"
               MOVE WS-PADJ-REAL-NAME TO WS-PADJ-FILENAME
               OPEN INPUT CTR-PADJ-FILE
               IF WS-PADJ-STATUS = "00"
                   PERFORM UNTIL WS-PADJ-STATUS NOT = "00"
                       READ CTR-PADJ-FILE
                           AT END
                               MOVE "10" TO WS-PADJ-STATUS
                           NOT AT END
                               PERFORM 9110-MERGE-QUEUE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE CTR-PADJ-FILE
               ELSE
                   SET WS-PADJ-REREAD-FAIL-SW TO 'Y'
                   DISPLAY "CTRPADJ could not be re-read - status "
                           WS-PADJ-STATUS
               END-IF
               CLOSE CTR-PADJOUT-FILE
               IF WS-PADJ-REREAD-FAILED
                   CALL "CBL_DELETE_FILE" USING WS-PADJ-TMP-NAME
                       RETURNING WS-PADJ-RENAME-RESULT
                   END-CALL
                   DISPLAY "CTRPADJ left untouched - decisions were "
                           "NOT saved"
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-PADJ-TMP-NAME
                           WS-PADJ-REAL-NAME
                       RETURNING WS-PADJ-RENAME-RESULT
                   END-CALL
                   IF WS-PADJ-RENAME-RESULT NOT = 0
                       DISPLAY "CTRPADJ queue could not be published - "
                               "rename status " WS-PADJ-RENAME-RESULT
                               " - decisions were NOT saved"
                   ELSE
                       COMPUTE WS-OVERTAKEN-COUNT =
                           WS-DECIDED-COUNT - WS-APPLIED-COUNT
                       DISPLAY "CTRAPPR: pending-adjustment queue "
                               "saved - " WS-APPLIED-COUNT
                               " decisions recorded"
                       IF WS-OVERTAKEN-COUNT > 0
                           DISPLAY "CTRAPPR: " WS-OVERTAKEN-COUNT
                                   " items were decided, posted or "
                                   "expired elsewhere since sign-on "
                                   "- those decisions were not "
                                   "applied"
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "CTRPADJ queue could not be opened for output "
                       "- status " WS-PADJOUT-STATUS
                       " - decisions were NOT saved"
           END-IF.

       9110-MERGE-QUEUE-ROW.
           IF PADJ-PENDING
               MOVE PADJ-PROC-DATE TO WS-PADJ-KEY-DATE
               MOVE PADJ-CYCLE-NUMBER TO WS-PADJ-KEY-CYCLE
               MOVE PADJ-TRAN-SEQ TO WS-PADJ-KEY-SEQ
               PERFORM 9120-FIND-PENDING-KEY
               IF WS-PADJ-FOUND
                   IF NOT PA-PENDING(WS-PADJ-IDX)
                       MOVE PA-STATUS(WS-PADJ-IDX) TO PADJ-STATUS
                       MOVE PA-APPROVER(WS-PADJ-IDX) TO PADJ-APPROVER
                       MOVE PA-DECISION-TIMESTAMP(WS-PADJ-IDX)
                           TO PADJ-DECISION-TIMESTAMP
                       MOVE PA-REASON-CODE(WS-PADJ-IDX)
                           TO PADJ-REASON-CODE
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF.
           MOVE CTR-PADJ-RECORD TO CTR-PADJOUT-RECORD.
           WRITE CTR-PADJOUT-RECORD.

       9120-FIND-PENDING-KEY.
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
