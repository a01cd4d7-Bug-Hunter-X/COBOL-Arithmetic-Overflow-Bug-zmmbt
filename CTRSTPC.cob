       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRSTPC.
      *****************************************************************
      *  Nightly job-chain step control - CALLed by every step of the
      *  chain (CTREDIT, CTRDRIVE, CTRANOM, CTRRECON, CTRBAL,
      *  CTREXTR, CTRALMG, CTRMORN) with the CTRSTPL parameter area.
      *  CTRALMG calls it only from its unattended CHAIN-mode run;
      *  its operator runs are not steps of the chain.
      *
      *  On a begin call the step is refused unless every step ahead
      *  of it in the chain has completed cleanly for the same
      *  business date; a step already complete for the date is told
      *  to skip, so resubmitting the whole chain after a failure
      *  restarts it at the failed step without repeating anything
      *  that finished.  A step allowed to start is recorded started
      *  in CTRSTEP before the caller does any work, and the end call
      *  records its end time and return code: 4 or under is clean,
      *  anything over is a failure its successors will not run on.
      *  The rerun call, made by CTRSTPM, marks a step and every step
      *  after it for rerun, so an operator can send the chain back
      *  to a step whose output was wrong.
      *
      *  A caller that leaves the business date blank is given the
      *  chain's date: the first step works it out from the
      *  calendar, the second takes the date the first step has
      *  just completed, and every later step the date CTRDRIVE left
      *  in CTRCYCLE - so a chain that crosses midnight keeps the
      *  date it started on.
      *
      *  The step-control file is republished complete-then-rename on
      *  every change, carrying other dates' rows through untouched.
      *  A begin whose start cannot be recorded is refused - a step
      *  that ran unrecorded would defeat the control.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-STEP-FILE ASSIGN TO DYNAMIC WS-STEP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT CTR-STEPOUT-FILE ASSIGN TO DYNAMIC WS-STEPOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPOUT-STATUS.

           SELECT CTR-CYCLE-FILE ASSIGN TO CTRCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT CTR-CAL-FILE ASSIGN TO CTRCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-STEP-FILE
           RECORDING MODE IS F.
           COPY CTRSTEP.

       FD  CTR-STEPOUT-FILE
           RECORDING MODE IS F.
       01  CTR-STEPOUT-RECORD              PIC X(69).

       FD  CTR-CYCLE-FILE
           RECORDING MODE IS F.
           COPY CTRCYCLE.

       FD  CTR-CAL-FILE
           RECORDING MODE IS F.
           COPY CTRCAL.

       WORKING-STORAGE SECTION.
      *    The chain, in running order.
       01  WS-CHAIN-NAMES.
           05  FILLER                      PIC X(8) VALUE "CTREDIT".
           05  FILLER                      PIC X(8) VALUE "CTRDRIVE".
           05  FILLER                      PIC X(8) VALUE "CTRANOM".
           05  FILLER                      PIC X(8) VALUE "CTRRECON".
           05  FILLER                      PIC X(8) VALUE "CTRBAL".
           05  FILLER                      PIC X(8) VALUE "CTREXTR".
           05  FILLER                      PIC X(8) VALUE "CTRALMG".
           05  FILLER                      PIC X(8) VALUE "CTRMORN".
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-NAMES.
           05  WS-CHAIN-STEP               PIC X(8) OCCURS 8 TIMES.

       01  WS-CHAIN-SIZE                   PIC 9(4) VALUE 8.
       01  WS-CLEAN-RC-LIMIT               PIC 9(4) VALUE 4.

      *    The business date's row for each chain step, by position
      *    in the chain.
       01  WS-DATE-STEP-TABLE.
           05  WS-DATE-STEP-ENTRY          OCCURS 8 TIMES.
               10  SE-PRESENT-SW           PIC X(1).
               10  SE-STATUS               PIC X(1).
               10  SE-START-TIMESTAMP      PIC X(14).
               10  SE-END-TIMESTAMP        PIC X(14).
               10  SE-RETURN-CODE          PIC 9(4).
               10  SE-RUN-COUNT            PIC 9(3).
               10  SE-RERUN-BY             PIC X(3).
               10  SE-RERUN-TIMESTAMP      PIC X(14).

       01  WS-FILE-STATUS-FIELDS.
           05  WS-STEP-STATUS              PIC XX VALUE SPACES.
           05  WS-STEPOUT-STATUS           PIC XX VALUE SPACES.
           05  WS-CYCLE-STATUS             PIC XX VALUE SPACES.
           05  WS-CAL-STATUS               PIC XX VALUE SPACES.

       01  WS-STEP-FILENAME                PIC X(20).
       01  WS-STEPOUT-FILENAME             PIC X(20).
       01  WS-STEP-TMP-NAME                PIC X(20) VALUE "CTRSTEP.TMP".
       01  WS-STEP-REAL-NAME               PIC X(20) VALUE "CTRSTEP".
       01  WS-STEP-RENAME-RESULT           PIC S9(9) COMP-5.

       01  WS-SWITCHES.
           05  WS-LOAD-FAIL-SW             PIC X VALUE 'N'.
               88  WS-LOAD-FAILED                    VALUE 'Y'.
           05  WS-SAVE-OK-SW               PIC X VALUE 'N'.
               88  WS-SAVE-OK                        VALUE 'Y'.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-NOW-TIMESTAMP            PIC X(14).
           05  WS-TODAY-DATE               PIC X(8).

       01  WS-STEP-POS                     PIC 9(4) VALUE 0.
       01  WS-CHAIN-SUB                    PIC 9(4) VALUE 0.
       01  WS-ROW-POS                      PIC 9(4) VALUE 0.
       01  WS-BLOCKING-SUB                 PIC 9(4) VALUE 0.
       01  WS-STATE-TEXT                   PIC X(24) VALUE SPACES.
       01  WS-EDITED-DATE                  PIC X(8) VALUE SPACES.
       01  WS-DRIVEN-SW                    PIC X VALUE 'N'.
           88  WS-EDITED-DATE-DRIVEN                VALUE 'Y'.

      *    Business-day calendar, for the chain's first step only -
      *    the same rule CTRDRIVE uses to pick the business date.
       01  WS-HOLIDAY-MAX-ENTRIES          PIC 9(4) VALUE 100.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT            PIC 9(4) VALUE 0.
           05  WS-HOLIDAY-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT
                   INDEXED BY WS-HOL-IDX.
               10  HOL-DATE                PIC X(8).

       01  WS-WEEKDAY-FLAG-AREA.
           05  WS-WEEKDAY-FLAGS            PIC X(7) VALUE "YYYYYYY".
           05  FILLER REDEFINES WS-WEEKDAY-FLAGS.
               10  WS-WEEKDAY-FLAG         OCCURS 7 TIMES PIC X(1).

       01  WS-BUSDATE-WORK-FIELDS.
           05  WS-CAND-DATE                PIC X(8).
           05  WS-CAND-DATE-NUM            PIC 9(8).
           05  WS-CAND-INT                 PIC S9(9) COMP.
           05  WS-CAND-DOW                 PIC 9(1).
           05  WS-BUSDATE-SCAN-COUNT       PIC 9(2) VALUE 0.
           05  WS-BUSINESS-DAY-SW          PIC X VALUE 'N'.
               88  WS-IS-BUSINESS-DAY               VALUE 'Y'.

       LINKAGE SECTION.
           COPY CTRSTPL.

       PROCEDURE DIVISION USING CTR-STEP-LINKAGE.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           EVALUATE TRUE
               WHEN WS-STEP-POS = 0
                   DISPLAY "CTRSTEP: " STPL-STEP-NAME " is not a step "
                           "of the nightly chain - not controlled"
                   IF STPL-MARK-RERUN
                       MOVE 'N' TO STPL-RESULT
                   END-IF
               WHEN STPL-BEGIN-STEP
                   PERFORM 2000-BEGIN-STEP
               WHEN STPL-END-STEP
                   PERFORM 3000-END-STEP
               WHEN STPL-MARK-RERUN
                   PERFORM 4000-MARK-RERUN
               WHEN OTHER
                   DISPLAY "CTRSTEP: unknown step-control function "
                           STPL-FUNCTION
                   MOVE 'N' TO STPL-RESULT
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      *  Working storage survives between calls in the same run, so
      *  everything a call depends on is reset here.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           MOVE 'G' TO STPL-RESULT.
           SET WS-LOAD-FAIL-SW TO 'N'.
           MOVE 0 TO WS-STEP-POS.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-SIZE
               IF WS-CHAIN-STEP(WS-CHAIN-SUB) = STPL-STEP-NAME
                   MOVE WS-CHAIN-SUB TO WS-STEP-POS
               END-IF
               MOVE 'N' TO SE-PRESENT-SW(WS-CHAIN-SUB)
               MOVE SPACE TO SE-STATUS(WS-CHAIN-SUB)
               MOVE SPACES TO SE-START-TIMESTAMP(WS-CHAIN-SUB)
               MOVE SPACES TO SE-END-TIMESTAMP(WS-CHAIN-SUB)
               MOVE 0 TO SE-RETURN-CODE(WS-CHAIN-SUB)
               MOVE 0 TO SE-RUN-COUNT(WS-CHAIN-SUB)
               MOVE SPACES TO SE-RERUN-BY(WS-CHAIN-SUB)
               MOVE SPACES TO SE-RERUN-TIMESTAMP(WS-CHAIN-SUB)
           END-PERFORM.
           IF WS-STEP-POS > 0
               IF STPL-BUSINESS-DATE = SPACES
                   PERFORM 1100-SET-CHAIN-DATE
               END-IF
               PERFORM 1500-LOAD-DATE-STEPS
           END-IF.

      *****************************************************************
      *  The chain's first step runs before CTRDRIVE has moved
      *  CTRCYCLE on to the new business date, so it works the date
      *  out from the calendar.  CTRDRIVE itself takes the date that
      *  night's CTREDIT completed - working it out again could give
      *  the next day's date once the chain has run past midnight -
      *  and every later step takes the date CTRDRIVE left in
      *  CTRCYCLE.  A CTRDRIVE with no edited date waiting falls
      *  back on the calendar, and is skipped or refused on that.
      *****************************************************************
       1100-SET-CHAIN-DATE.
           IF WS-STEP-POS = 2
               PERFORM 1150-FIND-EDITED-DATE
           END-IF.
           IF WS-STEP-POS > 2
               OPEN INPUT CTR-CYCLE-FILE
               IF WS-CYCLE-STATUS = "00"
                   READ CTR-CYCLE-FILE
                       AT END
                           MOVE "10" TO WS-CYCLE-STATUS
                   END-READ
                   IF WS-CYCLE-STATUS = "00"
                       MOVE CYCLE-PROC-DATE TO STPL-BUSINESS-DATE
                   END-IF
                   CLOSE CTR-CYCLE-FILE
               END-IF
           END-IF.
           IF STPL-BUSINESS-DATE = SPACES
               PERFORM 1200-LOAD-CALENDAR
               PERFORM 1300-SET-BUSINESS-DATE
           END-IF.

      *****************************************************************
      *  The edited date is the latest date CTREDIT has completed;
      *  it is only taken while CTRDRIVE has not yet completed it.
      *  An unreadable step-control file leaves the date to the
      *  calendar - 1500 reports it and the begin is refused anyway.
      *****************************************************************
       1150-FIND-EDITED-DATE.
           MOVE SPACES TO WS-EDITED-DATE.
           SET WS-DRIVEN-SW TO 'N'.
           MOVE WS-STEP-REAL-NAME TO WS-STEP-FILENAME.
           OPEN INPUT CTR-STEP-FILE.
           IF WS-STEP-STATUS = "00"
               PERFORM UNTIL WS-STEP-STATUS NOT = "00"
                   READ CTR-STEP-FILE
                       AT END
                           MOVE "10" TO WS-STEP-STATUS
                       NOT AT END
                           IF STEP-NAME = WS-CHAIN-STEP(1)
                                   AND STEP-STATUS = 'C'
                                   AND STEP-PROC-DATE > WS-EDITED-DATE
                               MOVE STEP-PROC-DATE TO WS-EDITED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-STEP-FILE
           END-IF.
           IF WS-EDITED-DATE NOT = SPACES
               OPEN INPUT CTR-STEP-FILE
               IF WS-STEP-STATUS = "00"
                   PERFORM UNTIL WS-STEP-STATUS NOT = "00"
                       READ CTR-STEP-FILE
                           AT END
                               MOVE "10" TO WS-STEP-STATUS
                           NOT AT END
                               IF STEP-NAME = WS-CHAIN-STEP(2)
                                       AND STEP-STATUS = 'C'
                                       AND STEP-PROC-DATE
                                           = WS-EDITED-DATE
                                   SET WS-DRIVEN-SW TO 'Y'
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CTR-STEP-FILE
               END-IF
               IF NOT WS-EDITED-DATE-DRIVEN
                   MOVE WS-EDITED-DATE TO STPL-BUSINESS-DATE
               END-IF
           END-IF.

       1200-LOAD-CALENDAR.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           MOVE "YYYYYYY" TO WS-WEEKDAY-FLAGS.
           OPEN INPUT CTR-CAL-FILE.
           IF WS-CAL-STATUS = "00"
               PERFORM UNTIL WS-CAL-STATUS NOT = "00"
                   READ CTR-CAL-FILE
                       AT END
                           MOVE "10" TO WS-CAL-STATUS
                       NOT AT END
                           IF CAL-WEEKDAY-CONTROL
                               MOVE CALC-DAY-FLAGS TO WS-WEEKDAY-FLAGS
                           ELSE
                               IF WS-HOLIDAY-COUNT
                                       < WS-HOLIDAY-MAX-ENTRIES
                                   ADD 1 TO WS-HOLIDAY-COUNT
                                   MOVE CAL-REC-ID
                                       TO HOL-DATE(WS-HOLIDAY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-CAL-FILE
           END-IF.

       1300-SET-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-CAND-DATE.
           MOVE WS-CAND-DATE TO WS-CAND-DATE-NUM.
           COMPUTE WS-CAND-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAND-DATE-NUM).
           MOVE 0 TO WS-BUSDATE-SCAN-COUNT.
           PERFORM 1350-CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-BUSINESS-DAY
                   OR WS-BUSDATE-SCAN-COUNT > 30
               ADD 1 TO WS-CAND-INT
               ADD 1 TO WS-BUSDATE-SCAN-COUNT
               COMPUTE WS-CAND-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CAND-INT)
               MOVE WS-CAND-DATE-NUM TO WS-CAND-DATE
               PERFORM 1350-CHECK-BUSINESS-DAY
           END-PERFORM.
           IF WS-IS-BUSINESS-DAY
               MOVE WS-CAND-DATE TO STPL-BUSINESS-DATE
           ELSE
               MOVE WS-TODAY-DATE TO STPL-BUSINESS-DATE
           END-IF.

       1350-CHECK-BUSINESS-DAY.
           COMPUTE WS-CAND-DOW = FUNCTION MOD(WS-CAND-INT 7).
           IF WS-CAND-DOW = 0
               MOVE 7 TO WS-CAND-DOW
           END-IF.
           IF WS-WEEKDAY-FLAG(WS-CAND-DOW) = 'Y'
               SET WS-BUSINESS-DAY-SW TO 'Y'
           ELSE
               SET WS-BUSINESS-DAY-SW TO 'N'
           END-IF.
           IF WS-IS-BUSINESS-DAY
               SET WS-HOL-IDX TO 1
               PERFORM UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                       OR NOT WS-IS-BUSINESS-DAY
                   IF HOL-DATE(WS-HOL-IDX) = WS-CAND-DATE
                       SET WS-BUSINESS-DAY-SW TO 'N'
                   ELSE
                       SET WS-HOL-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

       1500-LOAD-DATE-STEPS.
           MOVE WS-STEP-REAL-NAME TO WS-STEP-FILENAME.
           OPEN INPUT CTR-STEP-FILE.
           EVALUATE WS-STEP-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-STEP-STATUS NOT = "00"
                       READ CTR-STEP-FILE
                           AT END
                               MOVE "10" TO WS-STEP-STATUS
                           NOT AT END
                               IF STEP-PROC-DATE = STPL-BUSINESS-DATE
                                   PERFORM 1510-TABLE-STEP-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CTR-STEP-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-LOAD-FAIL-SW TO 'Y'
                   DISPLAY "CTRSTEP step-control file could not be "
                           "read - status " WS-STEP-STATUS
           END-EVALUATE.

       1510-TABLE-STEP-ROW.
           PERFORM 1520-FIND-ROW-POSITION.
           IF WS-ROW-POS > 0
               MOVE 'Y' TO SE-PRESENT-SW(WS-ROW-POS)
               MOVE STEP-STATUS TO SE-STATUS(WS-ROW-POS)
               MOVE STEP-START-TIMESTAMP
                   TO SE-START-TIMESTAMP(WS-ROW-POS)
               MOVE STEP-END-TIMESTAMP TO SE-END-TIMESTAMP(WS-ROW-POS)
               MOVE STEP-RETURN-CODE TO SE-RETURN-CODE(WS-ROW-POS)
               MOVE STEP-RUN-COUNT TO SE-RUN-COUNT(WS-ROW-POS)
               MOVE STEP-RERUN-BY TO SE-RERUN-BY(WS-ROW-POS)
               MOVE STEP-RERUN-TIMESTAMP
                   TO SE-RERUN-TIMESTAMP(WS-ROW-POS)
           END-IF.

       1520-FIND-ROW-POSITION.
           MOVE 0 TO WS-ROW-POS.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-SIZE
               IF WS-CHAIN-STEP(WS-CHAIN-SUB) = STEP-NAME
                   MOVE WS-CHAIN-SUB TO WS-ROW-POS
               END-IF
           END-PERFORM.

      *****************************************************************
      *  A step left started by an attempt that never ended is simply
      *  restarted - the step's own restart logic (CTRDRIVE's
      *  checkpoint, complete-then-rename everywhere else) is what
      *  makes that safe.
      *****************************************************************
       2000-BEGIN-STEP.
           MOVE 0 TO WS-BLOCKING-SUB.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB NOT < WS-STEP-POS
                       OR WS-BLOCKING-SUB > 0
               IF SE-STATUS(WS-CHAIN-SUB) NOT = 'C'
                   MOVE WS-CHAIN-SUB TO WS-BLOCKING-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-LOAD-FAILED
                   MOVE 'N' TO STPL-RESULT
                   DISPLAY "CTRSTEP: " STPL-STEP-NAME " refused - "
                           "step control cannot be checked"
               WHEN SE-STATUS(WS-STEP-POS) = 'C'
                   MOVE 'S' TO STPL-RESULT
                   DISPLAY "CTRSTEP: " STPL-STEP-NAME " already "
                           "completed for business date "
                           STPL-BUSINESS-DATE " - not repeated "
                           "(mark it for rerun through CTRSTPM)"
               WHEN WS-BLOCKING-SUB > 0
                   MOVE 'N' TO STPL-RESULT
                   MOVE WS-BLOCKING-SUB TO WS-CHAIN-SUB
                   PERFORM 2100-DESCRIBE-STEP-STATE
                   DISPLAY "CTRSTEP: " STPL-STEP-NAME " refused for "
                           "business date " STPL-BUSINESS-DATE " - "
                           WS-CHAIN-STEP(WS-BLOCKING-SUB) " "
                           WS-STATE-TEXT
               WHEN OTHER
                   IF SE-STATUS(WS-STEP-POS) = 'S'
                       DISPLAY "CTRSTEP: " STPL-STEP-NAME " attempt "
                               "started "
                               SE-START-TIMESTAMP(WS-STEP-POS)
                               " never ended - restarting"
                   END-IF
                   MOVE 'Y' TO SE-PRESENT-SW(WS-STEP-POS)
                   MOVE 'S' TO SE-STATUS(WS-STEP-POS)
                   MOVE WS-NOW-TIMESTAMP
                       TO SE-START-TIMESTAMP(WS-STEP-POS)
                   MOVE SPACES TO SE-END-TIMESTAMP(WS-STEP-POS)
                   MOVE 0 TO SE-RETURN-CODE(WS-STEP-POS)
                   ADD 1 TO SE-RUN-COUNT(WS-STEP-POS)
                   PERFORM 9000-SAVE-STEP-FILE
                   IF NOT WS-SAVE-OK
                       MOVE 'N' TO STPL-RESULT
                       DISPLAY "CTRSTEP: " STPL-STEP-NAME " refused - "
                               "its start could not be recorded"
                   END-IF
           END-EVALUATE.

       2100-DESCRIBE-STEP-STATE.
           EVALUATE SE-STATUS(WS-CHAIN-SUB)
               WHEN 'S'
                   MOVE "started, not ended" TO WS-STATE-TEXT
               WHEN 'F'
                   MOVE "ended in failure" TO WS-STATE-TEXT
               WHEN 'R'
                   MOVE "is marked for rerun" TO WS-STATE-TEXT
               WHEN 'C'
                   MOVE "completed" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "has not run" TO WS-STATE-TEXT
           END-EVALUATE.

       3000-END-STEP.
           IF WS-LOAD-FAILED
               DISPLAY "CTRSTEP: " STPL-STEP-NAME " end could not be "
                       "recorded - step control cannot be read"
           ELSE
               MOVE 'Y' TO SE-PRESENT-SW(WS-STEP-POS)
               IF SE-START-TIMESTAMP(WS-STEP-POS) = SPACES
                   MOVE WS-NOW-TIMESTAMP
                       TO SE-START-TIMESTAMP(WS-STEP-POS)
               END-IF
               MOVE WS-NOW-TIMESTAMP TO SE-END-TIMESTAMP(WS-STEP-POS)
               MOVE STPL-RETURN-CODE TO SE-RETURN-CODE(WS-STEP-POS)
               IF STPL-RETURN-CODE > WS-CLEAN-RC-LIMIT
                   MOVE 'F' TO SE-STATUS(WS-STEP-POS)
               ELSE
                   MOVE 'C' TO SE-STATUS(WS-STEP-POS)
               END-IF
               PERFORM 9000-SAVE-STEP-FILE
               IF NOT WS-SAVE-OK
                   DISPLAY "CTRSTEP: " STPL-STEP-NAME " end could not "
                           "be recorded - its successors will refuse "
                           "to start"
               END-IF
           END-IF.

      *****************************************************************
      *  Every step after the one marked ran on its output, so they
      *  are all marked too - none of them can be trusted until the
      *  chain has come back through them.  Steps that never ran for
      *  the date have nothing to mark and are left alone.
      *****************************************************************
       4000-MARK-RERUN.
           EVALUATE TRUE
               WHEN WS-LOAD-FAILED
                   MOVE 'N' TO STPL-RESULT
               WHEN SE-PRESENT-SW(WS-STEP-POS) NOT = 'Y'
                   MOVE 'N' TO STPL-RESULT
                   DISPLAY "CTRSTEP: " STPL-STEP-NAME " has not run "
                           "for business date " STPL-BUSINESS-DATE
                           " - nothing to rerun"
               WHEN OTHER
                   PERFORM VARYING WS-CHAIN-SUB FROM WS-STEP-POS BY 1
                           UNTIL WS-CHAIN-SUB > WS-CHAIN-SIZE
                       IF SE-PRESENT-SW(WS-CHAIN-SUB) = 'Y'
                           MOVE 'R' TO SE-STATUS(WS-CHAIN-SUB)
                           MOVE STPL-OPERATOR
                               TO SE-RERUN-BY(WS-CHAIN-SUB)
                           MOVE WS-NOW-TIMESTAMP
                               TO SE-RERUN-TIMESTAMP(WS-CHAIN-SUB)
                       END-IF
                   END-PERFORM
                   PERFORM 9000-SAVE-STEP-FILE
                   IF NOT WS-SAVE-OK
                       MOVE 'N' TO STPL-RESULT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  Other dates' rows, and any row for a step no longer in the
      *  chain, are copied through unchanged; the business date's
      *  chain rows are then written from the table.  A file that
      *  cannot be re-read is never replaced.
      *****************************************************************
       9000-SAVE-STEP-FILE.
           SET WS-SAVE-OK-SW TO 'N'.
           MOVE WS-STEP-TMP-NAME TO WS-STEPOUT-FILENAME.
           OPEN OUTPUT CTR-STEPOUT-FILE.
           IF WS-STEPOUT-STATUS NOT = "00"
               DISPLAY "CTRSTEP step-control file could not be "
                       "opened for output - status " WS-STEPOUT-STATUS
           ELSE
               SET WS-SAVE-OK-SW TO 'Y'
               PERFORM 9100-CARRY-OTHER-ROWS
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                       UNTIL WS-CHAIN-SUB > WS-CHAIN-SIZE
                   IF SE-PRESENT-SW(WS-CHAIN-SUB) = 'Y'
                       PERFORM 9200-WRITE-DATE-ROW
                   END-IF
               END-PERFORM
               CLOSE CTR-STEPOUT-FILE
               IF WS-SAVE-OK
                   CALL "CBL_RENAME_FILE" USING WS-STEP-TMP-NAME
                           WS-STEP-REAL-NAME
                       RETURNING WS-STEP-RENAME-RESULT
                   END-CALL
                   IF WS-STEP-RENAME-RESULT NOT = 0
                       SET WS-SAVE-OK-SW TO 'N'
                       DISPLAY "CTRSTEP step-control file could not "
                               "be published - rename status "
                               WS-STEP-RENAME-RESULT
                   END-IF
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-STEP-TMP-NAME
                       RETURNING WS-STEP-RENAME-RESULT
                   END-CALL
               END-IF
           END-IF.

       9100-CARRY-OTHER-ROWS.
           MOVE WS-STEP-REAL-NAME TO WS-STEP-FILENAME.
           OPEN INPUT CTR-STEP-FILE.
           EVALUATE WS-STEP-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-STEP-STATUS NOT = "00"
                       READ CTR-STEP-FILE
                           AT END
                               MOVE "10" TO WS-STEP-STATUS
                           NOT AT END
                               PERFORM 1520-FIND-ROW-POSITION
                               IF STEP-PROC-DATE
                                           NOT = STPL-BUSINESS-DATE
                                       OR WS-ROW-POS = 0
                                   MOVE CTR-STEP-RECORD
                                       TO CTR-STEPOUT-RECORD
                                   WRITE CTR-STEPOUT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CTR-STEP-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-SAVE-OK-SW TO 'N'
                   DISPLAY "CTRSTEP step-control file could not be "
                           "re-read - status " WS-STEP-STATUS
                           " - left unchanged"
           END-EVALUATE.

       9200-WRITE-DATE-ROW.
           MOVE STPL-BUSINESS-DATE TO STEP-PROC-DATE.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO STEP-NAME.
           MOVE SE-STATUS(WS-CHAIN-SUB) TO STEP-STATUS.
           MOVE SE-START-TIMESTAMP(WS-CHAIN-SUB)
               TO STEP-START-TIMESTAMP.
           MOVE SE-END-TIMESTAMP(WS-CHAIN-SUB) TO STEP-END-TIMESTAMP.
           MOVE SE-RETURN-CODE(WS-CHAIN-SUB) TO STEP-RETURN-CODE.
           MOVE SE-RUN-COUNT(WS-CHAIN-SUB) TO STEP-RUN-COUNT.
           MOVE SE-RERUN-BY(WS-CHAIN-SUB) TO STEP-RERUN-BY.
           MOVE SE-RERUN-TIMESTAMP(WS-CHAIN-SUB)
               TO STEP-RERUN-TIMESTAMP.
           MOVE CTR-STEP-RECORD TO CTR-STEPOUT-RECORD.
           WRITE CTR-STEPOUT-RECORD.
