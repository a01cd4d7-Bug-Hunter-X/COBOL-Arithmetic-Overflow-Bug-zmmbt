      *  are fully re-edited); every disposition writes a CTRRSUB
      *  audit row with the original and corrected images, operator
      *  and timestamp; and the reject row itself is marked disposed
      *  so nothing can ever be resubmitted twice.  The record's
      *  event time travels with it from the reject row to the
      *  release and the audit row.
      *
      *  A session only ever tables the first WS-REJ-MAX-ENTRIES
      *  rows of the file; anything beyond that is untouchable this
      *  the audit trail - where the other order could count the
      *  same record twice, which is the one thing this system must
      *  never do.
      *
      *  Every released image carries the operator's initials in
      *  TRAN-ENTERED-BY, so a released S or V adjustment can only be
      *  approved in CTRAPPR by somebody else.
      *
      *  The operator must be an active operator on the CTROPR
      *  registry holding the reject repair role to sign on, and the
      *  role is checked again through CTROPRC before every
      *  disposition, so a revocation takes effect mid-session.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  CTR-RESUB-FILE
           RECORDING MODE IS F.
       01  CTR-RESUB-RECORD                PIC X(43).

       FD  CTR-RSUB-FILE
           RECORDING MODE IS F.

       FD  CTR-REJOUT-FILE
           RECORDING MODE IS F.
       01  CTR-REJOUT-RECORD               PIC X(68).

       WORKING-STORAGE SECTION.
      *    Work view of a transaction image being corrected.
               10  RJ-DISPOSITION          PIC X(1).
               10  RJ-DISP-OPERATOR        PIC X(3).
               10  RJ-DISP-TIMESTAMP       PIC X(14).
               10  RJ-EVENT-TIMESTAMP      PIC X(14).

      *    Releases and audit rows are buffered and only written
      *    after the reject file has been safely republished - see
           05  WS-REL-ENTRY
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-REL-COUNT.
               10  RL-IMAGE                PIC X(43).

       01  WS-AUDIT-TABLE.
           05  WS-AUDIT-COUNT              PIC 9(4) VALUE 0.
               10  AB-DISPOSITION          PIC X(1).
               10  AB-ORIG-IMAGE           PIC X(26).
               10  AB-NEW-IMAGE            PIC X(26).
               10  AB-ORIG-EVENT-TIME      PIC X(14).
               10  AB-NEW-EVENT-TIME       PIC X(14).

       01  WS-FILE-STATUS-FIELDS.
           05  WS-REJ-STATUS               PIC XX VALUE SPACES.
       01  WS-ACTION-REPLY                 PIC X(1) VALUE SPACE.
       01  WS-ID-REPLY                     PIC X(8) VALUE SPACES.
       01  WS-TYPE-REPLY                   PIC X(1) VALUE SPACE.
       01  WS-TIME-REPLY                   PIC X(14) VALUE SPACES.
       01  WS-NEW-DISPOSITION              PIC X(1) VALUE SPACE.
       01  WS-RELEASE-IMAGE                PIC X(43) VALUE SPACES.
       01  WS-RELEASE-VIEW REDEFINES WS-RELEASE-IMAGE.
           05  FILLER                      PIC X(29).
           05  WS-RELEASE-EVENT-TIME       PIC X(14).
       01  WS-OPEN-LIST-COUNT              PIC 9(4) VALUE 0.
       01  WS-LIST-NUMBER                  PIC Z(3)9.

       01  WS-REPLY-DIGIT-9 REDEFINES WS-REPLY-DIGIT-X
                                           PIC 9(1).

           COPY CTROPRL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
                       "repair not started"
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE 'S' TO OPRL-FUNCTION
               MOVE "CTRREPR" TO OPRL-PROGRAM
               MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR
               MOVE 'R' TO OPRL-ROLE
               MOVE SPACES TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-GRANTED
                   PERFORM 1100-LOAD-REJECTS
                   IF WS-REJ-COUNT = 0
                       DISPLAY "CTRTRNRJ has no rejects to repair"
                       SET WS-EXIT-REQUESTED TO TRUE
                   END-IF
               ELSE
                   DISPLAY "Repair not started"
                   SET WS-EXIT-REQUESTED TO TRUE
               END-IF
           END-IF.
                   TO RJ-DISP-OPERATOR(WS-REJ-IDX)
               MOVE REJ-DISP-TIMESTAMP
                   TO RJ-DISP-TIMESTAMP(WS-REJ-IDX)
               MOVE REJ-EVENT-TIMESTAMP
                   TO RJ-EVENT-TIMESTAMP(WS-REJ-IDX)
           ELSE
               SET WS-REJS-DROPPED TO TRUE
               DISPLAY "CTRTRNRJ has more rejects than "
               END-IF
           END-IF.

      *****************************************************************
      *  Checked against the registry on disk before every
      *  disposition, so an operator revoked or stripped of the role
      *  in mid-session can release nothing further.
      *****************************************************************
       2100-CHECK-OPERATOR-ROLE.
           MOVE 'C' TO OPRL-FUNCTION.
           MOVE "CTRREPR" TO OPRL-PROGRAM.
           MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR.
           MOVE 'R' TO OPRL-ROLE.
           MOVE SPACES TO OPRL-DETAIL.
           CALL "CTROPRC" USING CTR-OPR-LINKAGE
           END-CALL.
           IF NOT OPRL-GRANTED
               DISPLAY "Not authorized - reject left as is"
           END-IF.

       3000-LIST-OPEN-REJECTS.
           MOVE 0 TO WS-OPEN-LIST-COUNT.
           DISPLAY "OPEN REJECTS (reason, date, image, event time):".
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
               IF RJ-DISPOSITION(WS-REJ-IDX) = SPACE
                   DISPLAY WS-LIST-NUMBER ") "
                           RJ-REASON-CODE(WS-REJ-IDX) "  "
                           RJ-REJECT-DATE(WS-REJ-IDX) "  "
                           RJ-TRAN-DATA(WS-REJ-IDX) "  "
                           RJ-EVENT-TIMESTAMP(WS-REJ-IDX)
               END-IF
           END-PERFORM.

               IF WS-SELECTION-NUMBER > 0
                       AND WS-SELECTION-NUMBER
                           NOT > WS-OPEN-LIST-COUNT
                   PERFORM 2100-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 4100-DISPOSE-ONE-REJECT
                   END-IF
               ELSE
                   DISPLAY "No such reject number"
               END-IF
               DISPLAY "Already disposed this session"
           ELSE
               MOVE RJ-TRAN-DATA(WS-REJ-IDX) TO CTR-TRAN-RECORD
               MOVE RJ-EVENT-TIMESTAMP(WS-REJ-IDX)
                   TO TRAN-EVENT-TIMESTAMP
      *        Whatever is released goes out under this operator's
      *        initials - an S or V adjustment then needs a second,
      *        different operator to approve it before it posts.
               MOVE WS-OPERATOR-INITIALS TO TRAN-ENTERED-BY
               DISPLAY "Reject " RJ-REASON-CODE(WS-REJ-IDX)
                       " of " RJ-REJECT-DATE(WS-REJ-IDX)
                       ": counter " TRAN-CTR-ID
                       " type [" TRAN-TYPE-CODE
                       "] qty " TRAN-QUANTITY
                       " source " TRAN-SOURCE-ID
                       " event time [" TRAN-EVENT-TIMESTAMP "]"
               DISPLAY "R)elease as-is  C)orrect and release  "
                       "D)rop  blank = back: "
               ACCEPT WS-ACTION-REPLY FROM CONSOLE

      *****************************************************************
      *  Correction re-keys the fields that actually reject: counter
      *  ID, type, quantity and event time.  A blank reply keeps the
      *  original value; the legacy one-per-event type (which really
      *  is a blank) is keyed as E, and an event time that cannot be
      *  recovered is keyed N to release the record with none - it
      *  is then counted but left out of the hourly profile.  The
      *  source ID always rides along unchanged - who sent the record
      *  is a fact, not a typo.
      *  Whatever is keyed here is fully re-edited by CTREDIT on the
      *  way back in, so a bad correction just rejects again.
      *****************************************************************
                   DISPLAY "Quantity must be numeric - kept"
               END-IF
           END-IF.
           DISPLAY "Event time (CCYYMMDDHHMMSS, N = none, blank = "
                   "keep [" TRAN-EVENT-TIMESTAMP "]): ".
           MOVE SPACES TO WS-TIME-REPLY.
           ACCEPT WS-TIME-REPLY FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-TIME-REPLY = SPACES
                   CONTINUE
               WHEN WS-TIME-REPLY = "N" OR WS-TIME-REPLY = "n"
                   MOVE SPACES TO TRAN-EVENT-TIMESTAMP
               WHEN WS-TIME-REPLY IS NUMERIC
                   MOVE WS-TIME-REPLY TO TRAN-EVENT-TIMESTAMP
               WHEN OTHER
                   DISPLAY "Event time must be 14 digits - kept"
           END-EVALUATE.
           DISPLAY "Release: counter " TRAN-CTR-ID
                   " type [" TRAN-TYPE-CODE
                   "] qty " TRAN-QUANTITY
                   " event time [" TRAN-EVENT-TIMESTAMP "] (Y/N)? ".
           ACCEPT WS-ACTION-REPLY FROM CONSOLE.
           IF WS-ACTION-REPLY = 'Y' OR 'y'
               MOVE CTR-TRAN-RECORD TO WS-RELEASE-IMAGE
                       TO AB-ORIG-IMAGE(WS-AUDIT-COUNT)
                   MOVE WS-RELEASE-IMAGE
                       TO AB-NEW-IMAGE(WS-AUDIT-COUNT)
                   MOVE RJ-EVENT-TIMESTAMP(WS-REJ-IDX)
                       TO AB-ORIG-EVENT-TIME(WS-AUDIT-COUNT)
                   MOVE WS-RELEASE-EVENT-TIME
                       TO AB-NEW-EVENT-TIME(WS-AUDIT-COUNT)
                   SET WS-CHANGES-MADE TO TRUE
                   IF WS-NEW-DISPOSITION = 'R'
                       DISPLAY "Released for the next cycle"
                       TO REJ-DISP-OPERATOR
                   MOVE RJ-DISP-TIMESTAMP(WS-REJ-IDX)
                       TO REJ-DISP-TIMESTAMP
                   MOVE RJ-EVENT-TIMESTAMP(WS-REJ-IDX)
                       TO REJ-EVENT-TIMESTAMP
                   MOVE CTR-REJ-RECORD TO CTR-REJOUT-RECORD
                   WRITE CTR-REJOUT-RECORD
               END-PERFORM
                       TO RSUB-ORIG-IMAGE
                   MOVE AB-NEW-IMAGE(WS-SAVE-SUB)
                       TO RSUB-NEW-IMAGE
                   MOVE AB-ORIG-EVENT-TIME(WS-SAVE-SUB)
                       TO RSUB-ORIG-EVENT-TIME
                   MOVE AB-NEW-EVENT-TIME(WS-SAVE-SUB)
                       TO RSUB-NEW-EVENT-TIME
                   WRITE CTR-RSUB-RECORD
               END-PERFORM
               CLOSE CTR-RSUB-FILE
