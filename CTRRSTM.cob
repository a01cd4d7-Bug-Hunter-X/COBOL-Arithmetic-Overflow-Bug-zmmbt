       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRSTM.
      *****************************************************************
      *  Back-dated correction (restatement) transaction.
      *
      *  Every CTRTRAN adjustment posts to the current business
      *  date, so a miscount found days later could only be buried
      *  in today's number while the day it belonged to stayed wrong
      *  in history, in the month aggregate and in the warehouse.
      *  This transaction corrects the day itself: the operator
      *  names a counter, a PAST business date and the correction -
      *  add to, subtract from, or set the day's final total - with
      *  a reason, and the transaction
      *
      *    - marks that day's CTRHIST day-final row superseded and
      *      writes the restated row right after it (same cycle
      *      number, so every history reader sees it as the day's
      *      final position);
      *    - corrects the CTRHMON month aggregate if CTRHROLL has
      *      already rolled that month up (total volume, and the
      *      peak where the restated day is or becomes the peak);
      *    - logs the restatement to CTRRST with the before and
      *      after totals and the operator, pending the CTRXTRR
      *      restatement extract CTREXTR sends the warehouse on its
      *      next run.  CTRRSTR lists CTRRST as the audit report.
      *
      *  Only dates before the current CTRCYCLE business date can be
      *  restated - the day still being posted is corrected with
      *  ordinary adjustments, since a later cycle's row would
      *  otherwise replace the restated one - and only while the
      *  day's CTRHIST rows are still on file.  A cascading (action
      *  R) counter's restated total is split back into overflow
      *  count and raw value the way 2500-RECONSTRUCT-ACTUAL-TOTALS
      *  rebuilds it.
      *
      *  The operator must be an active operator on the CTROPR
      *  registry holding the definition maintenance role (D) to sign
      *  on, and the role is checked again through CTROPRC before
      *  every restatement, so RST-OPERATOR is always a registered
      *  operator and a revocation takes effect mid-session.
      *
      *  Run outside the nightly window, never alongside CTRDRIVE
      *  or CTRHROLL - both of them write CTRHIST too.  Each file is
      *  republished complete-then-rename, CTRHIST first: nothing
      *  else is touched unless the restated history is in place.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-CYCLE-FILE ASSIGN TO CTRCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT CTR-HIST-FILE ASSIGN TO CTRHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CTR-HNEW-FILE ASSIGN TO DYNAMIC WS-HNEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HNEW-STATUS.

           SELECT CTR-HMON-FILE ASSIGN TO CTRHMON
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HMON-STATUS.

           SELECT CTR-HOUT-FILE ASSIGN TO DYNAMIC WS-HOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUT-STATUS.

           SELECT CTR-RST-FILE ASSIGN TO CTRRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-CYCLE-FILE
           RECORDING MODE IS F.
           COPY CTRCYCLE.

       FD  CTR-HIST-FILE
           RECORDING MODE IS F.
           COPY CTRHIST.

       FD  CTR-HNEW-FILE
           RECORDING MODE IS F.
       01  CTR-HNEW-RECORD                 PIC X(100).

       FD  CTR-HMON-FILE
           RECORDING MODE IS F.
           COPY CTRHMON.

       FD  CTR-HOUT-FILE
           RECORDING MODE IS F.
       01  CTR-HOUT-RECORD                 PIC X(100).

       FD  CTR-RST-FILE
           RECORDING MODE IS F.
           COPY CTRRST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-CYCLE-STATUS             PIC XX VALUE SPACES.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.
           05  WS-HNEW-STATUS              PIC XX VALUE SPACES.
           05  WS-HMON-STATUS              PIC XX VALUE SPACES.
           05  WS-HOUT-STATUS              PIC XX VALUE SPACES.
           05  WS-RST-STATUS               PIC XX VALUE SPACES.

       01  WS-HNEW-FILENAME                PIC X(20).
       01  WS-HIST-TMP-NAME                PIC X(20) VALUE "CTRHIST.TMP".
       01  WS-HIST-REAL-NAME               PIC X(20) VALUE "CTRHIST".
       01  WS-HIST-RENAME-RESULT           PIC S9(9) COMP-5.

       01  WS-HOUT-FILENAME                PIC X(20).
       01  WS-HMON-TMP-NAME                PIC X(20) VALUE "CTRHMON.TMP".
       01  WS-HMON-REAL-NAME               PIC X(20) VALUE "CTRHMON".
       01  WS-HMON-RENAME-RESULT           PIC S9(9) COMP-5.
       01  WS-DELETE-RESULT                PIC S9(9) COMP-5.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-NOW-TIMESTAMP            PIC X(14).
           05  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EXIT-SW                  PIC X VALUE 'N'.
               88  WS-EXIT-REQUESTED                 VALUE 'Y'.
           05  WS-REPLY-VALID-SW           PIC X VALUE 'N'.
               88  WS-REPLY-VALID                    VALUE 'Y'.
           05  WS-ROW-FOUND-SW             PIC X VALUE 'N'.
               88  WS-ROW-FOUND                      VALUE 'Y'.
           05  WS-HIST-EOF-SW              PIC X VALUE 'N'.
               88  WS-HIST-EOF                       VALUE 'Y'.
           05  WS-RESTATED-ROW-SW          PIC X VALUE 'N'.
               88  WS-RESTATED-ROW-WRITTEN           VALUE 'Y'.
           05  WS-HIST-PUBLISHED-SW        PIC X VALUE 'N'.
               88  WS-HIST-PUBLISHED                 VALUE 'Y'.
           05  WS-MONTH-FOUND-SW           PIC X VALUE 'N'.
               88  WS-MONTH-FOUND                    VALUE 'Y'.

       01  WS-OPERATOR-INITIALS            PIC X(3) VALUE SPACES.
       01  WS-CTR-REPLY                    PIC X(8) VALUE SPACES.
       01  WS-DATE-REPLY                   PIC X(8) VALUE SPACES.
       01  WS-DATE-REPLY-PARTS REDEFINES WS-DATE-REPLY.
           05  WS-DATE-REPLY-YEAR          PIC 9(4).
           05  WS-DATE-REPLY-MONTH         PIC 9(2).
           05  WS-DATE-REPLY-DAY           PIC 9(2).
       01  WS-TYPE-REPLY                   PIC X(1) VALUE SPACES.
       01  WS-REASON-REPLY                 PIC X(30) VALUE SPACES.
       01  WS-CONFIRM-REPLY                PIC X(1) VALUE SPACES.

      *    Console replies arrive left-justified with trailing
      *    spaces, which fails an IS NUMERIC test on the raw field -
      *    the digits are picked off one position at a time instead.
       01  WS-QUANTITY-REPLY               PIC X(9) VALUE SPACES.
       01  WS-REPLY-NUMBER                 PIC 9(9) VALUE 0.
       01  WS-REPLY-POS                    PIC 9(2) VALUE 1.
       01  WS-REPLY-DIGIT-X                PIC X(1).
       01  WS-REPLY-DIGIT-9 REDEFINES WS-REPLY-DIGIT-X
                                           PIC 9(1).

      *    The day-final CTRHIST row found for the counter and date,
      *    by its position in the file.
       01  WS-FINAL-ROW-FIELDS.
           05  WS-ROW-NUMBER               PIC 9(9) VALUE 0.
           05  WS-FINAL-ROW-NUMBER         PIC 9(9) VALUE 0.
           05  FR-CYCLE-NUMBER             PIC 9(3).
           05  FR-ACTUAL-TOTAL             PIC 9(15).
           05  FR-OVFL-COUNT               PIC 9(5).
           05  FR-THRESHOLD                PIC 9(9).
           05  FR-ACTION                   PIC X(1).
           05  FR-ROW-STATUS               PIC X(1).

       01  WS-RESTATEMENT-FIELDS.
           05  WS-AFTER-TOTAL              PIC 9(15) VALUE 0.
           05  WS-NEW-FINAL-VALUE          PIC 9(9) VALUE 0.
           05  WS-NEW-OVFL-COUNT           PIC 9(5) VALUE 0.
           05  WS-WRAP-SIZE                PIC 9(10) VALUE 0.
           05  WS-WRAP-COUNT               PIC 9(15) VALUE 0.
           05  WS-WRAP-REMAINDER           PIC 9(10) VALUE 0.
           05  WS-MAX-RAW-VALUE            PIC 9(9) VALUE 999999999.
           05  WS-MAX-OVFL-COUNT           PIC 9(5) VALUE 99999.
           05  WS-MONTH-TOTAL              PIC S9(16) VALUE 0.
           05  WS-HMON-RESULT              PIC X(1) VALUE 'N'.

       01  WS-RESTATED-COUNT               PIC 9(5) VALUE 0.

       01  WS-TOTAL-DISPLAY                PIC Z(14)9.
       01  WS-AFTER-DISPLAY                PIC Z(14)9.

           COPY CTROPRL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-EXIT-REQUESTED
               PERFORM 2000-RESTATE-ONE-DAY
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
               MOVE "CTRRSTM" TO OPRL-PROGRAM
               MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR
               MOVE 'D' TO OPRL-ROLE
               MOVE SPACES TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-GRANTED
                   PERFORM 1100-GET-BUSINESS-DATE
                   DISPLAY "Current business date " WS-BUSINESS-DATE
                           " - only earlier days can be restated"
               ELSE
                   DISPLAY "Restatement not started"
                   SET WS-EXIT-REQUESTED TO TRUE
               END-IF
           END-IF.

       1100-GET-BUSINESS-DATE.
           OPEN INPUT CTR-CYCLE-FILE.
           IF WS-CYCLE-STATUS = "00"
               READ CTR-CYCLE-FILE
                   AT END
                       MOVE "10" TO WS-CYCLE-STATUS
               END-READ
               IF WS-CYCLE-STATUS = "00"
                   MOVE CYCLE-PROC-DATE TO WS-BUSINESS-DATE
               END-IF
               CLOSE CTR-CYCLE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = SPACES
               MOVE WS-NOW-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
               DISPLAY "CTRCYCLE cycle-control file not available - "
                       "using today's date as the business date"
           END-IF.

       2000-RESTATE-ONE-DAY.
           DISPLAY "Counter to restate (blank = done): ".
           MOVE SPACES TO WS-CTR-REPLY.
           ACCEPT WS-CTR-REPLY FROM CONSOLE.
           IF WS-CTR-REPLY = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               PERFORM 2050-CHECK-OPERATOR-ROLE
           END-IF.
           IF NOT WS-EXIT-REQUESTED AND OPRL-GRANTED
               PERFORM 2100-ACCEPT-RESTATED-DATE
               IF WS-REPLY-VALID
                   PERFORM 2200-FIND-FINAL-ROW
                   IF WS-ROW-FOUND
                       PERFORM 2300-ACCEPT-CORRECTION
                       IF WS-REPLY-VALID
                           PERFORM 2400-CONFIRM-RESTATEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Checked against the registry on disk before every
      *  restatement, so an operator revoked or stripped of the role
      *  in mid-session can restate nothing further.
      *****************************************************************
       2050-CHECK-OPERATOR-ROLE.
           MOVE 'C' TO OPRL-FUNCTION.
           MOVE "CTRRSTM" TO OPRL-PROGRAM.
           MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR.
           MOVE 'D' TO OPRL-ROLE.
           MOVE SPACES TO OPRL-DETAIL.
           CALL "CTROPRC" USING CTR-OPR-LINKAGE
           END-CALL.
           IF NOT OPRL-GRANTED
               DISPLAY "Not authorized - nothing restated"
           END-IF.

       2100-ACCEPT-RESTATED-DATE.
           SET WS-REPLY-VALID-SW TO 'N'.
           DISPLAY "Business date to restate (YYYYMMDD): ".
           MOVE SPACES TO WS-DATE-REPLY.
           ACCEPT WS-DATE-REPLY FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-DATE-REPLY IS NOT NUMERIC
                   DISPLAY "Date must be eight digits, YYYYMMDD"
               WHEN WS-DATE-REPLY-MONTH < 1
                       OR WS-DATE-REPLY-MONTH > 12
                       OR WS-DATE-REPLY-DAY < 1
                       OR WS-DATE-REPLY-DAY > 31
                   DISPLAY "Not a valid date: " WS-DATE-REPLY
               WHEN WS-DATE-REPLY NOT < WS-BUSINESS-DATE
                   DISPLAY "Only days before the current business "
                           "date " WS-BUSINESS-DATE " can be "
                           "restated - correct today with an "
                           "ordinary adjustment"
               WHEN OTHER
                   SET WS-REPLY-VALID-SW TO 'Y'
           END-EVALUATE.

      *****************************************************************
      *  The day-final row is the last row for the counter and date
      *  that has not itself been superseded - CTRHIST is appended
      *  in date and cycle order, and a restated row always follows
      *  the row it replaced.
      *****************************************************************
       2200-FIND-FINAL-ROW.
           SET WS-ROW-FOUND-SW TO 'N'.
           SET WS-HIST-EOF-SW TO 'N'.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE 0 TO WS-FINAL-ROW-NUMBER.
           OPEN INPUT CTR-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "CTRHIST history file not available - status "
                       WS-HIST-STATUS " - nothing can be restated"
           ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ CTR-HIST-FILE
                       AT END
                           SET WS-HIST-EOF-SW TO 'Y'
                       NOT AT END
                           ADD 1 TO WS-ROW-NUMBER
                           PERFORM 2210-NOTE-CANDIDATE-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-HIST-FILE
               IF WS-ROW-FOUND
                   MOVE FR-ACTUAL-TOTAL TO WS-TOTAL-DISPLAY
                   DISPLAY "Day-final total for " WS-CTR-REPLY
                           " on " WS-DATE-REPLY ": "
                           WS-TOTAL-DISPLAY
                           " (cycle " FR-CYCLE-NUMBER ")"
                   IF FR-ROW-STATUS = 'R'
                       DISPLAY "  this day has already been "
                               "restated - the correction applies "
                               "to the restated total"
                   END-IF
               ELSE
                   DISPLAY "No CTRHIST row for " WS-CTR-REPLY
                           " on " WS-DATE-REPLY " - the counter did "
                           "not run that day or its daily history "
                           "has been rolled off"
               END-IF
           END-IF.

       2210-NOTE-CANDIDATE-ROW.
           IF HIST-PROC-DATE = WS-DATE-REPLY
                   AND HIST-CTR-ID = WS-CTR-REPLY
                   AND NOT HIST-ROW-SUPERSEDED
               SET WS-ROW-FOUND-SW TO 'Y'
               MOVE WS-ROW-NUMBER TO WS-FINAL-ROW-NUMBER
               MOVE HIST-CYCLE-NUMBER TO FR-CYCLE-NUMBER
               MOVE HIST-ACTUAL-TOTAL TO FR-ACTUAL-TOTAL
               MOVE HIST-OVFL-COUNT TO FR-OVFL-COUNT
               MOVE HIST-THRESHOLD TO FR-THRESHOLD
               MOVE HIST-ACTION TO FR-ACTION
               MOVE HIST-ROW-STATUS TO FR-ROW-STATUS
           END-IF.

       2300-ACCEPT-CORRECTION.
           SET WS-REPLY-VALID-SW TO 'N'.
           DISPLAY "A)dd to, S)ubtract from, or V) set the day "
                   "total: ".
           MOVE SPACES TO WS-TYPE-REPLY.
           ACCEPT WS-TYPE-REPLY FROM CONSOLE.
           EVALUATE WS-TYPE-REPLY
               WHEN 'a'
                   MOVE 'A' TO WS-TYPE-REPLY
               WHEN 's'
                   MOVE 'S' TO WS-TYPE-REPLY
               WHEN 'v'
                   MOVE 'V' TO WS-TYPE-REPLY
           END-EVALUATE.
           IF WS-TYPE-REPLY NOT = 'A' AND 'S' AND 'V'
               DISPLAY "Correction must be A, S or V - "
                       "nothing restated"
           ELSE
               DISPLAY "Quantity: "
               MOVE SPACES TO WS-QUANTITY-REPLY
               ACCEPT WS-QUANTITY-REPLY FROM CONSOLE
               PERFORM 2310-EDIT-QUANTITY-REPLY
               IF NOT WS-REPLY-VALID
                   DISPLAY "Quantity must be digits only - "
                           "nothing restated"
               ELSE
                   PERFORM 2320-COMPUTE-AFTER-TOTAL
               END-IF
           END-IF.
           IF WS-REPLY-VALID
               DISPLAY "Reason for the restatement: "
               MOVE SPACES TO WS-REASON-REPLY
               ACCEPT WS-REASON-REPLY FROM CONSOLE
               IF WS-REASON-REPLY = SPACES
                   DISPLAY "A reason is required - nothing restated"
                   SET WS-REPLY-VALID-SW TO 'N'
               END-IF
           END-IF.

       2310-EDIT-QUANTITY-REPLY.
           SET WS-REPLY-VALID-SW TO 'N'.
           MOVE 0 TO WS-REPLY-NUMBER.
           PERFORM 2315-EDIT-QUANTITY-DIGIT
               VARYING WS-REPLY-POS FROM 1 BY 1
               UNTIL WS-REPLY-POS > 9.

       2315-EDIT-QUANTITY-DIGIT.
           MOVE WS-QUANTITY-REPLY(WS-REPLY-POS:1)
               TO WS-REPLY-DIGIT-X.
           IF WS-REPLY-DIGIT-X IS NUMERIC
               COMPUTE WS-REPLY-NUMBER =
                   WS-REPLY-NUMBER * 10 + WS-REPLY-DIGIT-9
               SET WS-REPLY-VALID-SW TO 'Y'
           ELSE
               IF WS-REPLY-DIGIT-X NOT = SPACE
                   SET WS-REPLY-VALID-SW TO 'N'
                   MOVE 10 TO WS-REPLY-POS
               END-IF
           END-IF.

      *****************************************************************
      *  The restated total must still fit the history row: a
      *  cascading (action R) counter's total is split back into
      *  overflow count and raw value, exactly inverting the
      *  OVFL-COUNT * (THRESHOLD + 1) + raw reconstruction; an
      *  abort/warn counter never wraps, so its total is its raw
      *  value.
      *****************************************************************
       2320-COMPUTE-AFTER-TOTAL.
           EVALUATE WS-TYPE-REPLY
               WHEN 'A'
                   COMPUTE WS-AFTER-TOTAL =
                       FR-ACTUAL-TOTAL + WS-REPLY-NUMBER
               WHEN 'S'
                   IF WS-REPLY-NUMBER > FR-ACTUAL-TOTAL
                       DISPLAY "That would take the day below zero - "
                               "nothing restated"
                       SET WS-REPLY-VALID-SW TO 'N'
                   ELSE
                       COMPUTE WS-AFTER-TOTAL =
                           FR-ACTUAL-TOTAL - WS-REPLY-NUMBER
                   END-IF
               WHEN OTHER
                   MOVE WS-REPLY-NUMBER TO WS-AFTER-TOTAL
           END-EVALUATE.
           IF WS-REPLY-VALID AND WS-AFTER-TOTAL = FR-ACTUAL-TOTAL
               DISPLAY "The day total would not change - "
                       "nothing restated"
               SET WS-REPLY-VALID-SW TO 'N'
           END-IF.
           IF WS-REPLY-VALID
               IF FR-ACTION = 'R'
                   COMPUTE WS-WRAP-SIZE = FR-THRESHOLD + 1
                   DIVIDE WS-AFTER-TOTAL BY WS-WRAP-SIZE
                       GIVING WS-WRAP-COUNT
                       REMAINDER WS-WRAP-REMAINDER
                   IF WS-WRAP-COUNT > WS-MAX-OVFL-COUNT
                       DISPLAY "Restated total is more than the "
                               "history row can hold - nothing "
                               "restated"
                       SET WS-REPLY-VALID-SW TO 'N'
                   ELSE
                       MOVE WS-WRAP-COUNT TO WS-NEW-OVFL-COUNT
                       MOVE WS-WRAP-REMAINDER TO WS-NEW-FINAL-VALUE
                   END-IF
               ELSE
                   IF WS-AFTER-TOTAL > WS-MAX-RAW-VALUE
                       DISPLAY "Restated total is more than a "
                               "non-cascading counter can hold - "
                               "nothing restated"
                       SET WS-REPLY-VALID-SW TO 'N'
                   ELSE
                       MOVE WS-AFTER-TOTAL TO WS-NEW-FINAL-VALUE
                       MOVE FR-OVFL-COUNT TO WS-NEW-OVFL-COUNT
                   END-IF
               END-IF
           END-IF.

       2400-CONFIRM-RESTATEMENT.
           MOVE FR-ACTUAL-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE WS-AFTER-TOTAL TO WS-AFTER-DISPLAY.
           DISPLAY "Restate " WS-CTR-REPLY " for " WS-DATE-REPLY
                   " from " WS-TOTAL-DISPLAY
                   " to " WS-AFTER-DISPLAY.
           DISPLAY "Confirm (Y/N): ".
           MOVE SPACES TO WS-CONFIRM-REPLY.
           ACCEPT WS-CONFIRM-REPLY FROM CONSOLE.
           IF WS-CONFIRM-REPLY = 'Y' OR 'y'
               PERFORM 3000-APPLY-RESTATEMENT
           ELSE
               DISPLAY "Nothing restated"
           END-IF.

       3000-APPLY-RESTATEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           PERFORM 3100-REWRITE-HISTORY.
           IF WS-HIST-PUBLISHED
               PERFORM 3200-ADJUST-MONTH-AGGREGATE
               PERFORM 3300-LOG-RESTATEMENT
               ADD 1 TO WS-RESTATED-COUNT
           END-IF.

      *****************************************************************
      *  CTRHIST is streamed to a temp copy with the day-final row
      *  marked superseded and the restated row inserted right
      *  after it, then renamed into place.  The row is found again
      *  by its position and re-checked, so a file that changed
      *  since it was read is left alone.
      *****************************************************************
       3100-REWRITE-HISTORY.
           SET WS-HIST-PUBLISHED-SW TO 'N'.
           SET WS-RESTATED-ROW-SW TO 'N'.
           SET WS-HIST-EOF-SW TO 'N'.
           MOVE 0 TO WS-ROW-NUMBER.
           OPEN INPUT CTR-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "CTRHIST history file not available - status "
                       WS-HIST-STATUS " - nothing restated"
           ELSE
               MOVE WS-HIST-TMP-NAME TO WS-HNEW-FILENAME
               OPEN OUTPUT CTR-HNEW-FILE
               IF WS-HNEW-STATUS NOT = "00"
                   DISPLAY "CTRHIST temp could not be opened - "
                           "status " WS-HNEW-STATUS
                           " - nothing restated"
                   CLOSE CTR-HIST-FILE
               ELSE
                   PERFORM UNTIL WS-HIST-EOF
                       READ CTR-HIST-FILE
                           AT END
                               SET WS-HIST-EOF-SW TO 'Y'
                           NOT AT END
                               ADD 1 TO WS-ROW-NUMBER
                               PERFORM 3110-COPY-HISTORY-ROW
                       END-READ
                   END-PERFORM
                   CLOSE CTR-HIST-FILE
                   CLOSE CTR-HNEW-FILE
                   PERFORM 3150-PUBLISH-HISTORY
               END-IF
           END-IF.

       3110-COPY-HISTORY-ROW.
           IF WS-ROW-NUMBER = WS-FINAL-ROW-NUMBER
                   AND HIST-PROC-DATE = WS-DATE-REPLY
                   AND HIST-CTR-ID = WS-CTR-REPLY
                   AND HIST-ACTUAL-TOTAL = FR-ACTUAL-TOTAL
                   AND NOT HIST-ROW-SUPERSEDED
               MOVE 'S' TO HIST-ROW-STATUS
               MOVE CTR-HIST-RECORD TO CTR-HNEW-RECORD
               WRITE CTR-HNEW-RECORD
               MOVE WS-NEW-FINAL-VALUE TO HIST-FINAL-VALUE
               MOVE WS-AFTER-TOTAL TO HIST-ACTUAL-TOTAL
               MOVE WS-NEW-OVFL-COUNT TO HIST-OVFL-COUNT
               MOVE WS-NOW-TIMESTAMP TO HIST-RUN-ID
               MOVE 'R' TO HIST-ROW-STATUS
               MOVE CTR-HIST-RECORD TO CTR-HNEW-RECORD
               WRITE CTR-HNEW-RECORD
               SET WS-RESTATED-ROW-SW TO 'Y'
           ELSE
               MOVE CTR-HIST-RECORD TO CTR-HNEW-RECORD
               WRITE CTR-HNEW-RECORD
           END-IF.

       3150-PUBLISH-HISTORY.
           IF NOT WS-RESTATED-ROW-WRITTEN
               CALL "CBL_DELETE_FILE" USING WS-HIST-TMP-NAME
                   RETURNING WS-DELETE-RESULT
               END-CALL
               DISPLAY "CTRHIST changed since the day was read - "
                       "nothing restated, try again"
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-HIST-TMP-NAME
                       WS-HIST-REAL-NAME
                   RETURNING WS-HIST-RENAME-RESULT
               END-CALL
               IF WS-HIST-RENAME-RESULT NOT = 0
                   DISPLAY "Restated CTRHIST could not be published "
                           "- rename status " WS-HIST-RENAME-RESULT
                           " - nothing restated"
               ELSE
                   SET WS-HIST-PUBLISHED-SW TO 'Y'
               END-IF
           END-IF.

      *****************************************************************
      *  A month CTRHROLL has already rolled up has a CTRHMON row for
      *  the counter; its total volume moves by the restatement.  The
      *  peak follows when the restated day is, or now beats, the
      *  peak day.  A month not yet rolled up needs nothing - the
      *  rollup will read the restated row.
      *****************************************************************
       3200-ADJUST-MONTH-AGGREGATE.
           MOVE 'N' TO WS-HMON-RESULT.
           PERFORM 3210-FIND-MONTH-AGGREGATE.
           IF WS-MONTH-FOUND
               MOVE 'F' TO WS-HMON-RESULT
               MOVE WS-HMON-TMP-NAME TO WS-HOUT-FILENAME
               OPEN OUTPUT CTR-HOUT-FILE
               IF WS-HOUT-STATUS NOT = "00"
                   DISPLAY "CTRHMON temp could not be opened - "
                           "status " WS-HOUT-STATUS
               ELSE
                   OPEN INPUT CTR-HMON-FILE
                   IF WS-HMON-STATUS NOT = "00"
                       DISPLAY "CTRHMON could not be reopened - "
                               "status " WS-HMON-STATUS
                       CLOSE CTR-HOUT-FILE
                       CALL "CBL_DELETE_FILE" USING WS-HMON-TMP-NAME
                           RETURNING WS-DELETE-RESULT
                       END-CALL
                   ELSE
                       PERFORM 3230-REWRITE-AGGREGATES
                   END-IF
               END-IF
               IF WS-HMON-RESULT = 'F'
                   DISPLAY "WARNING: month " WS-DATE-REPLY(1:6)
                           " is rolled up but its CTRHMON total "
                           "still holds the old figure - logged "
                           "on CTRRST for correction"
               END-IF
           END-IF.

       3210-FIND-MONTH-AGGREGATE.
           SET WS-MONTH-FOUND-SW TO 'N'.
           OPEN INPUT CTR-HMON-FILE.
           IF WS-HMON-STATUS = "00"
               PERFORM UNTIL WS-HMON-STATUS NOT = "00"
                       OR WS-MONTH-FOUND
                   READ CTR-HMON-FILE
                       AT END
                           MOVE "10" TO WS-HMON-STATUS
                       NOT AT END
                           IF HMON-MONTH = WS-DATE-REPLY(1:6)
                                   AND HMON-CTR-ID = WS-CTR-REPLY
                               SET WS-MONTH-FOUND-SW TO 'Y'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-HMON-FILE
           END-IF.

       3230-REWRITE-AGGREGATES.
           PERFORM UNTIL WS-HMON-STATUS NOT = "00"
               READ CTR-HMON-FILE
                   AT END
                       MOVE "10" TO WS-HMON-STATUS
                   NOT AT END
                       PERFORM 3220-COPY-AGGREGATE-ROW
               END-READ
           END-PERFORM.
           CLOSE CTR-HMON-FILE.
           CLOSE CTR-HOUT-FILE.
           CALL "CBL_RENAME_FILE" USING WS-HMON-TMP-NAME
                   WS-HMON-REAL-NAME
               RETURNING WS-HMON-RENAME-RESULT
           END-CALL.
           IF WS-HMON-RENAME-RESULT NOT = 0
               DISPLAY "Corrected CTRHMON could not be published - "
                       "rename status " WS-HMON-RENAME-RESULT
           ELSE
               MOVE 'Y' TO WS-HMON-RESULT
           END-IF.

       3220-COPY-AGGREGATE-ROW.
           IF HMON-MONTH = WS-DATE-REPLY(1:6)
                   AND HMON-CTR-ID = WS-CTR-REPLY
               COMPUTE WS-MONTH-TOTAL = HMON-TOTAL-VOLUME
                   - FR-ACTUAL-TOTAL + WS-AFTER-TOTAL
               IF WS-MONTH-TOTAL < 0
                   MOVE 0 TO HMON-TOTAL-VOLUME
               ELSE
                   MOVE WS-MONTH-TOTAL TO HMON-TOTAL-VOLUME
               END-IF
               EVALUATE TRUE
                   WHEN WS-AFTER-TOTAL > HMON-PEAK-TOTAL
                       MOVE WS-AFTER-TOTAL TO HMON-PEAK-TOTAL
                       MOVE WS-DATE-REPLY TO HMON-PEAK-DATE
                   WHEN HMON-PEAK-DATE = WS-DATE-REPLY
                       MOVE WS-AFTER-TOTAL TO HMON-PEAK-TOTAL
               END-EVALUATE
           END-IF.
           MOVE CTR-HMON-RECORD TO CTR-HOUT-RECORD.
           WRITE CTR-HOUT-RECORD.

       3300-LOG-RESTATEMENT.
           OPEN EXTEND CTR-RST-FILE.
           IF WS-RST-STATUS = "35"
               OPEN OUTPUT CTR-RST-FILE
           END-IF.
           IF WS-RST-STATUS NOT = "00"
               DISPLAY "CTRRST restatement log could not be opened - "
                       "status " WS-RST-STATUS " - restatement of "
                       WS-CTR-REPLY " " WS-DATE-REPLY
                       " was made but NOT logged"
           ELSE
               MOVE WS-NOW-TIMESTAMP TO RST-TIMESTAMP
               MOVE WS-OPERATOR-INITIALS TO RST-OPERATOR
               MOVE WS-DATE-REPLY TO RST-PROC-DATE
               MOVE WS-CTR-REPLY TO RST-CTR-ID
               MOVE WS-TYPE-REPLY TO RST-TYPE-CODE
               MOVE WS-REPLY-NUMBER TO RST-QUANTITY
               MOVE FR-ACTUAL-TOTAL TO RST-BEFORE-TOTAL
               MOVE WS-AFTER-TOTAL TO RST-AFTER-TOTAL
               MOVE WS-HMON-RESULT TO RST-HMON-STATUS
               MOVE 'P' TO RST-EXTRACT-STATUS
               MOVE SPACES TO RST-EXTRACT-TIMESTAMP
               MOVE WS-REASON-REPLY TO RST-REASON
               WRITE CTR-RST-RECORD
               CLOSE CTR-RST-FILE
               DISPLAY "Restated - " WS-CTR-REPLY " " WS-DATE-REPLY
                       " goes to the warehouse on the next CTREXTR "
                       "run"
           END-IF.

       9000-TERMINATE.
           DISPLAY "CTRRSTM: " WS-RESTATED-COUNT
                   " days restated".
