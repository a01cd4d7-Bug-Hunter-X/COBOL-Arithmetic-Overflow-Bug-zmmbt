      *
      *  Per-counter sensitivity is the DEF-ANOMALY code in CTRDEF,
      *  configured through CTRMNT the way DEF-ACTION is: L = low
      *  only, H = high only, B = both, N/blank = no check, taken
      *  from the CTRDEF version in force on the business date.  The
      *  band itself is fixed below: low is under half the trailing
      *  average, high is over double it, and at least three
      *  trailing days must exist before any judgment is made.  A
      *  checked counter that posted nothing at all on the latest
      *  business date is treated as a zero-volume day - the dead
      *  upstream feed is exactly the case being hunted.
      *
      *  Runs under CTRSTPC step control as the third step of the
      *  nightly chain: it will not start for a business date until
      *  every step from CTREDIT through CTRDRIVE has completed cleanly
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEF-KEY
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CTR-HIST-FILE ASSIGN TO CTRHIST
           COPY CTRALRT.

       WORKING-STORAGE SECTION.
       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.
       01  WS-DAY-WINDOW-SIZE              PIC 9(2) VALUE 8.
       01  WS-MIN-TRAIL-DAYS               PIC 9(2) VALUE 3.

      *    holding a sliding window of its most recent business days'
      *    final (highest-cycle) totals.  CTRHIST is appended in date
      *    order, so a later row for the day in hand replaces the
      *    last slot and a new date slides the window.  Entries are in
      *    counter ID order as CTRDEF's key delivers them, so each
      *    CTRHIST row's counter is found by a binary SEARCH ALL.
       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   ASCENDING KEY IS AN-CTR-ID
                   INDEXED BY WS-CTR-IDX.
               10  AN-CTR-ID               PIC X(8).
               10  AN-ANOMALY              PIC X(1).
       01  WS-ANOMALY-ALERT-COUNT          PIC 9(5) VALUE 0.
       01  WS-CHECKED-COUNT                PIC 9(5) VALUE 0.

       01  WS-STEP-RETURN-CODE             PIC 9(4) VALUE 0.

           COPY CTRSTPL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-BEGIN-STEP.
           IF STPL-GO
               PERFORM 1000-INITIALIZE
               PERFORM 2000-LOAD-HISTORY
               PERFORM 3000-CHECK-ANOMALIES
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
           MOVE "CTRANOM" TO STPL-STEP-NAME.
           MOVE SPACES TO STPL-BUSINESS-DATE.
           MOVE 0 TO STPL-RETURN-CODE.
           MOVE SPACES TO STPL-OPERATOR.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           EVALUATE TRUE
               WHEN STPL-SKIP
                   DISPLAY "CTRANOM: already complete for "
                           "business date " STPL-BUSINESS-DATE
                           " - nothing to do"
                   MOVE 0 TO RETURN-CODE
               WHEN STPL-REFUSED
                   DISPLAY "CTRANOM: NOT started for business date "
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
                       AT END
                           MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                           IF (DEF-ANOMALY = 'L' OR 'H' OR 'B')
                                   AND DEF-EFF-FROM
                                       NOT > STPL-BUSINESS-DATE
                                   AND (DEF-EFF-TO = SPACES
                                       OR DEF-EFF-TO
                                           NOT < STPL-BUSINESS-DATE)
                               PERFORM 1110-TABLE-ONE-COUNTER
                           END-IF
                   END-READ
               CLOSE CTR-HIST-FILE
           END-IF.

      *    A superseded row was replaced by the restated row that
      *    follows it, so it never counts as the day's position.
       2100-TABLE-HISTORY-ROW.
           IF HIST-PROC-DATE > WS-LATEST-DATE
               MOVE HIST-PROC-DATE TO WS-LATEST-DATE
           END-IF.
           IF NOT HIST-ROW-SUPERSEDED
               MOVE HIST-CTR-ID TO WS-LOOKUP-ID
               PERFORM 2200-FIND-COUNTER
               IF WS-CTR-FOUND
                   PERFORM 2300-SLIDE-DAY-WINDOW
               END-IF
           END-IF.

       2200-FIND-COUNTER.
           SET WS-CTR-FOUND-SW TO 'N'.
           IF WS-CTR-COUNT > 0
               SEARCH ALL WS-CTR-ENTRY
                   AT END
                       CONTINUE
                   WHEN AN-CTR-ID(WS-CTR-IDX) = WS-LOOKUP-ID
                       SET WS-CTR-FOUND-SW TO 'Y'
               END-SEARCH
           END-IF.

       2300-SLIDE-DAY-WINDOW.
           EVALUATE TRUE
