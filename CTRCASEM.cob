      *****************************************************************
      *  Discrepancy case manager.
      *
      *  Works the CTRCASE file that CTRRECON and CTRBAL maintain:
      *  prints an aging report of open cases by days outstanding
      *  (oldest first) to CTRAGE, and lets an operator close a case
      *  with their initials and a resolution code.  Closed cases remain
      *  in the file as the permanent record of how each
      *  out-of-balance condition was resolved.
      *
      *  Cases come from two places - CTRRECON mismatches against the
      *  upstream expected counts (source RECON, keyed by counter)
      *  and CTRBAL cross-foot balancing rules out of balance (source
      *  BALANCE, keyed by rule ID) - and are worked the same way.
      *
      *  Each closure is a sign-on through CTROPRC: the initials
      *  keyed must belong to an active operator on the CTROPR
      *  registry holding the case close role, or the case stays open
      *  and the refusal is logged.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  CT-RESOLUTION-CODE      PIC X(2).
               10  CT-CLOSE-OPERATOR       PIC X(3).
               10  CT-CLOSE-TIMESTAMP      PIC X(14).
               10  CT-SOURCE               PIC X(1).

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CASE-STATUS              PIC XX VALUE SPACES.
           05  WS-AGE-RPT-DATE             PIC X(8).

       01  WS-AGE-COLUMN-HEADER.
           05  FILLER                      PIC X(57) VALUE
               "COUNTER-ID  CASE-DATE  DAYS-OUT  LAST-SEEN   DIFFERENCE"
               .
           05  FILLER                      PIC X(23) VALUE
               "    SOURCE".

       01  WS-AGE-DETAIL-LINE.
           05  WS-AGE-CTR-ID               PIC X(8).
           05  WS-AGE-LAST-SEEN            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AGE-DIFFERENCE           PIC -(14)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AGE-SOURCE               PIC X(7).

       01  WS-AGE-FOOTER-LINE.
           05  FILLER                      PIC X(18)
                   VALUE "TOTAL OPEN CASES: ".
           05  WS-AGE-TOTAL-OPEN           PIC Z(4)9.

           COPY CTROPRL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
                   TO CT-CLOSE-OPERATOR(WS-CASE-IDX)
               MOVE CASE-CLOSE-TIMESTAMP
                   TO CT-CLOSE-TIMESTAMP(WS-CASE-IDX)
               MOVE CASE-SOURCE TO CT-SOURCE(WS-CASE-IDX)
           ELSE
               SET WS-CASES-DROPPED TO TRUE
               DISPLAY "CTRCASE has more cases than "
           MOVE WS-DAYS-OUTSTANDING TO WS-AGE-DAYS-OUT.
           MOVE CT-LAST-SEEN-DATE(WS-CASE-IDX) TO WS-AGE-LAST-SEEN.
           MOVE CT-DIFFERENCE(WS-CASE-IDX) TO WS-AGE-DIFFERENCE.
           IF CT-SOURCE(WS-CASE-IDX) = 'B'
               MOVE "BALANCE" TO WS-AGE-SOURCE
           ELSE
               MOVE "RECON" TO WS-AGE-SOURCE
           END-IF.
           IF WS-AGE-STATUS = "00"
               MOVE WS-AGE-DETAIL-LINE TO CTR-AGE-LINE
               WRITE CTR-AGE-LINE
                   DISPLAY "Initials and resolution code are both "
                           "required - case left open"
               ELSE
                   MOVE 'S' TO OPRL-FUNCTION
                   MOVE "CTRCASEM" TO OPRL-PROGRAM
                   MOVE WS-CLOSE-INITIALS TO OPRL-OPERATOR
                   MOVE 'K' TO OPRL-ROLE
                   MOVE CT-CTR-ID(WS-CASE-IDX) TO OPRL-DETAIL
                   CALL "CTROPRC" USING CTR-OPR-LINKAGE
                   END-CALL
                   IF OPRL-GRANTED
                       PERFORM 3210-MARK-CASE-CLOSED
                   ELSE
                       DISPLAY "Not authorized - case left open"
                   END-IF
               END-IF
           END-IF.

       3210-MARK-CASE-CLOSED.
           SET CT-CASE-CLOSED(WS-CASE-IDX) TO TRUE.
           MOVE WS-CLOSE-INITIALS TO CT-CLOSE-OPERATOR(WS-CASE-IDX).
           MOVE WS-CLOSE-RESOLUTION TO CT-RESOLUTION-CODE(WS-CASE-IDX).
           MOVE WS-NOW-TIMESTAMP TO CT-CLOSE-TIMESTAMP(WS-CASE-IDX).
           SET WS-CHANGES-MADE TO TRUE.
           DISPLAY "Closed case " CT-CTR-ID(WS-CASE-IDX)
                   " " CT-PROC-DATE(WS-CASE-IDX) " by "
                   WS-CLOSE-INITIALS " disposition "
                   WS-CLOSE-RESOLUTION.

       9000-TERMINATE.
      *    Never rewrite the case file while rows would not survive
      *    the round trip - a full table must not destroy the
                       TO CASE-CLOSE-OPERATOR
                   MOVE CT-CLOSE-TIMESTAMP(WS-CASE-IDX)
                       TO CASE-CLOSE-TIMESTAMP
                   MOVE CT-SOURCE(WS-CASE-IDX) TO CASE-SOURCE
                   WRITE CTR-CASE-RECORD
               END-PERFORM
               CLOSE CTR-CASE-FILE
