       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTROPRR.
      *****************************************************************
      *  Operator access review report.
      *
      *  For the quarterly entitlement review: lists every operator on
      *  the CTROPR registry with their status and last sign-on, and
      *  under each one every role they hold - with the date they
      *  last used it, taken from the CTRACCL central access log - so
      *  a role nobody has used in months stands out as a candidate
      *  for removal.  A role an operator no longer holds is still
      *  listed when the log shows it was used or refused, and IDs
      *  that tried to sign on without being on the registry at all
      *  are listed at the end.
      *
      *  The operator is prompted for the start of the review period
      *  (YYYYMMDD, blank for the whole log); refused attempts are
      *  counted from that date, while last-used dates always look
      *  back over the whole log.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-OPR-FILE ASSIGN TO CTROPR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

           SELECT CTR-ACCL-FILE ASSIGN TO CTRACCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCL-STATUS.

           SELECT CTR-OPRP-FILE ASSIGN TO CTROPRP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-OPR-FILE
           RECORDING MODE IS F.
           COPY CTROPR.

       FD  CTR-ACCL-FILE
           RECORDING MODE IS F.
           COPY CTRACCL.

       FD  CTR-OPRP-FILE
           RECORDING MODE IS F.
           COPY CTROPRP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-OPR-STATUS               PIC XX VALUE SPACES.
           05  WS-ACCL-STATUS              PIC XX VALUE SPACES.
           05  WS-OPRP-STATUS              PIC XX VALUE SPACES.

      *    Role letters and names in CTROPR role-flag order.
       01  WS-ROLE-LETTERS                 PIC X(7) VALUE "DCAKRPS".
       01  WS-ROLE-NAMES.
           05  FILLER                      PIC X(24)
                   VALUE "DEFINITION MAINTENANCE".
           05  FILLER                      PIC X(24)
                   VALUE "CALENDAR MAINTENANCE".
           05  FILLER                      PIC X(24)
                   VALUE "ALERT ACKNOWLEDGE".
           05  FILLER                      PIC X(24)
                   VALUE "CASE CLOSE".
           05  FILLER                      PIC X(24)
                   VALUE "REJECT REPAIR".
           05  FILLER                      PIC X(24)
                   VALUE "RECOMMENDATION APPROVAL".
           05  FILLER                      PIC X(24)
                   VALUE "SECURITY ADMINISTRATION".
       01  WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAMES.
           05  WS-ROLE-NAME                PIC X(24) OCCURS 7 TIMES.

       01  WS-OPR-MAX-ENTRIES              PIC 9(4) VALUE 200.

       01  WS-OPR-TABLE.
           05  WS-OPR-COUNT                PIC 9(4) VALUE 0.
           05  WS-OPR-ENTRY
                   OCCURS 1 TO 200 TIMES DEPENDING ON WS-OPR-COUNT
                   INDEXED BY WS-OPR-IDX.
               10  OT-ID                   PIC X(3).
               10  OT-NAME                 PIC X(30).
               10  OT-STATUS               PIC X(1).
               10  OT-ROLE-FLAGS.
                   15  OT-ROLE-FLAG        PIC X(1) OCCURS 7 TIMES.
               10  OT-LAST-SIGN-ON         PIC X(8).
               10  OT-REFUSED-COUNT        PIC 9(5).
               10  OT-ROLE-USAGE           OCCURS 7 TIMES.
                   15  OT-ROLE-LAST-USED   PIC X(8).
                   15  OT-ROLE-REFUSED     PIC 9(5).

      *    IDs refused because they are not on the registry at all.
       01  WS-UNREG-MAX-ENTRIES            PIC 9(4) VALUE 100.

       01  WS-UNREG-TABLE.
           05  WS-UNREG-COUNT              PIC 9(4) VALUE 0.
           05  WS-UNREG-ENTRY
                   OCCURS 1 TO 100 TIMES DEPENDING ON WS-UNREG-COUNT
                   INDEXED BY WS-UNREG-IDX.
               10  UR-ID                   PIC X(3).
               10  UR-REFUSED-COUNT        PIC 9(5).
               10  UR-LAST-ATTEMPT         PIC X(8).

       01  WS-SWITCHES.
           05  WS-OPR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-OPR-FOUND                      VALUE 'Y'.
           05  WS-UNREG-FOUND-SW           PIC X VALUE 'N'.
               88  WS-UNREG-FOUND                    VALUE 'Y'.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-TODAY-DATE               PIC X(8).

       01  WS-START-DATE                   PIC X(8) VALUE SPACES.
       01  WS-ROLE-POS                     PIC 9(1) VALUE 0.
       01  WS-ROLE-SUB                     PIC 9(1) VALUE 0.

       01  WS-REPORT-COUNTS.
           05  WS-ACTIVE-COUNT             PIC 9(5) VALUE 0.
           05  WS-REVOKED-COUNT            PIC 9(5) VALUE 0.
           05  WS-REFUSAL-COUNT            PIC 9(5) VALUE 0.

       01  WS-OPRP-HEADER-LINE.
           05  FILLER                      PIC X(26)
                   VALUE "OPERATOR ACCESS REVIEW    ".
           05  FILLER                      PIC X(7) VALUE "AS OF: ".
           05  WS-OPRP-RPT-DATE            PIC X(8).
           05  FILLER                      PIC X(21)
                   VALUE "   REFUSALS SINCE: ".
           05  WS-OPRP-START-DATE          PIC X(8).

       01  WS-OPRP-COLUMN-HEADER.
           05  FILLER                      PIC X(40) VALUE
               "OPR  NAME                      STATUS   ".
           05  FILLER                      PIC X(40) VALUE
               "LAST SIGN-ON           REFUSED".

       01  WS-OPRP-ROLE-HEADER.
           05  FILLER                      PIC X(40) VALUE
               "     ROLE                     HELD      ".
           05  FILLER                      PIC X(40) VALUE
               "LAST USED              REFUSED".

       01  WS-OPRP-OPERATOR-LINE.
           05  WS-OPRP-ID                  PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OPRP-NAME                PIC X(24).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OPRP-OPR-STATUS          PIC X(7).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OPRP-LAST-SIGN-ON        PIC X(8).
           05  FILLER                      PIC X(17) VALUE SPACES.
           05  WS-OPRP-REFUSED             PIC Z(4)9.

       01  WS-OPRP-ROLE-LINE.
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-OPRP-ROLE-NAME           PIC X(24).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-OPRP-HELD                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OPRP-LAST-USED           PIC X(8).
           05  FILLER                      PIC X(17) VALUE SPACES.
           05  WS-OPRP-ROLE-REFUSED        PIC Z(4)9.

       01  WS-OPRP-UNREG-HEADER.
           05  FILLER                      PIC X(40) VALUE
               "IDS REFUSED - NOT ON THE REGISTRY       ".
           05  FILLER                      PIC X(40) VALUE
               "LAST ATTEMPT           REFUSED".

       01  WS-OPRP-UNREG-LINE.
           05  WS-OPRP-UNREG-ID            PIC X(3).
           05  FILLER                      PIC X(37) VALUE SPACES.
           05  WS-OPRP-UNREG-LAST          PIC X(8).
           05  FILLER                      PIC X(17) VALUE SPACES.
           05  WS-OPRP-UNREG-REFUSED       PIC Z(4)9.

       01  WS-OPRP-FOOTER-LINE.
           05  FILLER                      PIC X(11)
                   VALUE "OPERATORS: ".
           05  WS-OPRP-OPR-COUNT           PIC Z(4)9.
           05  FILLER                      PIC X(11)
                   VALUE "   ACTIVE: ".
           05  WS-OPRP-ACTIVE              PIC Z(4)9.
           05  FILLER                      PIC X(12)
                   VALUE "   REVOKED: ".
           05  WS-OPRP-REVOKED             PIC Z(4)9.
           05  FILLER                      PIC X(13)
                   VALUE "   REFUSALS: ".
           05  WS-OPRP-REFUSALS            PIC Z(4)9.

       01  WS-OPRP-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-REGISTRY.
           PERFORM 3000-SCAN-ACCESS-LOG.
           PERFORM 4000-WRITE-REPORT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           DISPLAY "Enter review period start date "
                   "(YYYYMMDD, blank for all): ".
           ACCEPT WS-START-DATE FROM CONSOLE.
           IF WS-START-DATE = SPACES
               MOVE "00000000" TO WS-START-DATE
           END-IF.

       2000-LOAD-REGISTRY.
           OPEN INPUT CTR-OPR-FILE.
           IF WS-OPR-STATUS = "00"
               PERFORM UNTIL WS-OPR-STATUS NOT = "00"
                   READ CTR-OPR-FILE
                       AT END
                           MOVE "10" TO WS-OPR-STATUS
                       NOT AT END
                           IF WS-OPR-COUNT < WS-OPR-MAX-ENTRIES
                               PERFORM 2100-TABLE-OPERATOR
                           ELSE
                               DISPLAY "CTROPR has more operators "
                                       "than WS-OPR-MAX-ENTRIES - "
                                       "ignoring " OPR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-OPR-FILE
           ELSE
               DISPLAY "CTROPR operator registry not found - "
                       "only refused IDs can be reported"
           END-IF.

       2100-TABLE-OPERATOR.
           ADD 1 TO WS-OPR-COUNT.
           SET WS-OPR-IDX TO WS-OPR-COUNT.
           MOVE OPR-ID TO OT-ID(WS-OPR-IDX).
           MOVE OPR-NAME TO OT-NAME(WS-OPR-IDX).
           MOVE OPR-STATUS TO OT-STATUS(WS-OPR-IDX).
           MOVE OPR-ROLE-FLAGS TO OT-ROLE-FLAGS(WS-OPR-IDX).
           MOVE SPACES TO OT-LAST-SIGN-ON(WS-OPR-IDX).
           MOVE 0 TO OT-REFUSED-COUNT(WS-OPR-IDX).
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 7
               MOVE SPACES TO OT-ROLE-LAST-USED(WS-OPR-IDX WS-ROLE-SUB)
               MOVE 0 TO OT-ROLE-REFUSED(WS-OPR-IDX WS-ROLE-SUB)
           END-PERFORM.
           IF OPR-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE
               ADD 1 TO WS-REVOKED-COUNT
           END-IF.

      *****************************************************************
      *  The log is appended in time order, so the last grant seen
      *  for an operator and role is the most recent one.  Registry
      *  maintenance rows are not a use of any role by the operator
      *  they name and are skipped.
      *****************************************************************
       3000-SCAN-ACCESS-LOG.
           OPEN INPUT CTR-ACCL-FILE.
           IF WS-ACCL-STATUS = "00"
               PERFORM UNTIL WS-ACCL-STATUS NOT = "00"
                   READ CTR-ACCL-FILE
                       AT END
                           MOVE "10" TO WS-ACCL-STATUS
                       NOT AT END
                           IF NOT ACCL-MAINTAINED
                               PERFORM 3100-APPLY-LOG-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-ACCL-FILE
           ELSE
               DISPLAY "CTRACCL access log not found - no sign-ons "
                       "or refusals on record"
           END-IF.

       3100-APPLY-LOG-ROW.
           MOVE 0 TO WS-ROLE-POS.
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 7
               IF ACCL-ROLE NOT = SPACE
                       AND WS-ROLE-LETTERS(WS-ROLE-SUB:1) = ACCL-ROLE
                   MOVE WS-ROLE-SUB TO WS-ROLE-POS
               END-IF
           END-PERFORM.
           PERFORM 3200-FIND-OPERATOR.
           EVALUATE TRUE
               WHEN NOT WS-OPR-FOUND
                   IF ACCL-REFUSED
                           AND ACCL-TIMESTAMP(1:8) NOT < WS-START-DATE
                       ADD 1 TO WS-REFUSAL-COUNT
                       PERFORM 3300-COUNT-UNREGISTERED
                   END-IF
               WHEN ACCL-REFUSED
                   IF ACCL-TIMESTAMP(1:8) NOT < WS-START-DATE
                       ADD 1 TO WS-REFUSAL-COUNT
                       ADD 1 TO OT-REFUSED-COUNT(WS-OPR-IDX)
                       IF WS-ROLE-POS > 0
                           ADD 1 TO OT-ROLE-REFUSED
                                        (WS-OPR-IDX WS-ROLE-POS)
                       END-IF
                   END-IF
               WHEN OTHER
                   IF ACCL-SIGN-ON
                       MOVE ACCL-TIMESTAMP(1:8)
                           TO OT-LAST-SIGN-ON(WS-OPR-IDX)
                   END-IF
                   IF WS-ROLE-POS > 0
                       MOVE ACCL-TIMESTAMP(1:8)
                           TO OT-ROLE-LAST-USED
                                  (WS-OPR-IDX WS-ROLE-POS)
                   END-IF
           END-EVALUATE.

       3200-FIND-OPERATOR.
           SET WS-OPR-FOUND-SW TO 'N'.
           SET WS-OPR-IDX TO 1.
           PERFORM UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   OR WS-OPR-FOUND
               IF OT-ID(WS-OPR-IDX) = ACCL-OPERATOR
                   SET WS-OPR-FOUND-SW TO 'Y'
               ELSE
                   SET WS-OPR-IDX UP BY 1
               END-IF
           END-PERFORM.

       3300-COUNT-UNREGISTERED.
           SET WS-UNREG-FOUND-SW TO 'N'.
           SET WS-UNREG-IDX TO 1.
           PERFORM UNTIL WS-UNREG-IDX > WS-UNREG-COUNT
                   OR WS-UNREG-FOUND
               IF UR-ID(WS-UNREG-IDX) = ACCL-OPERATOR
                   SET WS-UNREG-FOUND-SW TO 'Y'
               ELSE
                   SET WS-UNREG-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-UNREG-FOUND
                   AND WS-UNREG-COUNT < WS-UNREG-MAX-ENTRIES
               ADD 1 TO WS-UNREG-COUNT
               SET WS-UNREG-IDX TO WS-UNREG-COUNT
               MOVE ACCL-OPERATOR TO UR-ID(WS-UNREG-IDX)
               MOVE 0 TO UR-REFUSED-COUNT(WS-UNREG-IDX)
               SET WS-UNREG-FOUND-SW TO 'Y'
           END-IF.
           IF WS-UNREG-FOUND
               ADD 1 TO UR-REFUSED-COUNT(WS-UNREG-IDX)
               MOVE ACCL-TIMESTAMP(1:8) TO UR-LAST-ATTEMPT(WS-UNREG-IDX)
           END-IF.

       4000-WRITE-REPORT.
           OPEN OUTPUT CTR-OPRP-FILE.
           IF WS-OPRP-STATUS NOT = "00"
               DISPLAY "CTROPRP report file could not be opened for "
                       "output - status " WS-OPRP-STATUS
                       " - no report produced"
           ELSE
               MOVE WS-TODAY-DATE TO WS-OPRP-RPT-DATE
               MOVE WS-START-DATE TO WS-OPRP-START-DATE
               MOVE WS-OPRP-HEADER-LINE TO CTR-OPRP-LINE
               WRITE CTR-OPRP-LINE
               MOVE WS-OPRP-COLUMN-HEADER TO CTR-OPRP-LINE
               WRITE CTR-OPRP-LINE
               MOVE WS-OPRP-ROLE-HEADER TO CTR-OPRP-LINE
               WRITE CTR-OPRP-LINE
               MOVE WS-OPRP-BLANK-LINE TO CTR-OPRP-LINE
               WRITE CTR-OPRP-LINE
               PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   PERFORM 4100-WRITE-OPERATOR
               END-PERFORM
               IF WS-UNREG-COUNT > 0
                   PERFORM 4300-WRITE-UNREGISTERED
               END-IF
               MOVE WS-OPR-COUNT TO WS-OPRP-OPR-COUNT
               MOVE WS-ACTIVE-COUNT TO WS-OPRP-ACTIVE
               MOVE WS-REVOKED-COUNT TO WS-OPRP-REVOKED
               MOVE WS-REFUSAL-COUNT TO WS-OPRP-REFUSALS
               MOVE WS-OPRP-FOOTER-LINE TO CTR-OPRP-LINE
               WRITE CTR-OPRP-LINE
               CLOSE CTR-OPRP-FILE
               DISPLAY "CTROPRR: " WS-OPR-COUNT " operators reviewed, "
                       WS-REFUSAL-COUNT " refusals in the period"
           END-IF.

       4100-WRITE-OPERATOR.
           MOVE OT-ID(WS-OPR-IDX) TO WS-OPRP-ID.
           MOVE OT-NAME(WS-OPR-IDX) TO WS-OPRP-NAME.
           IF OT-STATUS(WS-OPR-IDX) = 'A'
               MOVE "ACTIVE" TO WS-OPRP-OPR-STATUS
           ELSE
               MOVE "REVOKED" TO WS-OPRP-OPR-STATUS
           END-IF.
           IF OT-LAST-SIGN-ON(WS-OPR-IDX) = SPACES
               MOVE "NEVER" TO WS-OPRP-LAST-SIGN-ON
           ELSE
               MOVE OT-LAST-SIGN-ON(WS-OPR-IDX)
                   TO WS-OPRP-LAST-SIGN-ON
           END-IF.
           MOVE OT-REFUSED-COUNT(WS-OPR-IDX) TO WS-OPRP-REFUSED.
           MOVE WS-OPRP-OPERATOR-LINE TO CTR-OPRP-LINE.
           WRITE CTR-OPRP-LINE.
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 7
               IF OT-ROLE-FLAG(WS-OPR-IDX WS-ROLE-SUB) = 'Y'
                       OR OT-ROLE-LAST-USED(WS-OPR-IDX WS-ROLE-SUB)
                           NOT = SPACES
                       OR OT-ROLE-REFUSED(WS-OPR-IDX WS-ROLE-SUB)
                           > 0
                   PERFORM 4200-WRITE-ROLE
               END-IF
           END-PERFORM.
           MOVE WS-OPRP-BLANK-LINE TO CTR-OPRP-LINE.
           WRITE CTR-OPRP-LINE.

       4200-WRITE-ROLE.
           MOVE WS-ROLE-NAME(WS-ROLE-SUB) TO WS-OPRP-ROLE-NAME.
           IF OT-ROLE-FLAG(WS-OPR-IDX WS-ROLE-SUB) = 'Y'
               MOVE "HELD" TO WS-OPRP-HELD
           ELSE
               MOVE "NOT HELD" TO WS-OPRP-HELD
           END-IF.
           IF OT-ROLE-LAST-USED(WS-OPR-IDX WS-ROLE-SUB) = SPACES
               MOVE "NEVER" TO WS-OPRP-LAST-USED
           ELSE
               MOVE OT-ROLE-LAST-USED(WS-OPR-IDX WS-ROLE-SUB)
                   TO WS-OPRP-LAST-USED
           END-IF.
           MOVE OT-ROLE-REFUSED(WS-OPR-IDX WS-ROLE-SUB)
               TO WS-OPRP-ROLE-REFUSED.
           MOVE WS-OPRP-ROLE-LINE TO CTR-OPRP-LINE.
           WRITE CTR-OPRP-LINE.

       4300-WRITE-UNREGISTERED.
           MOVE WS-OPRP-UNREG-HEADER TO CTR-OPRP-LINE.
           WRITE CTR-OPRP-LINE.
           PERFORM VARYING WS-UNREG-IDX FROM 1 BY 1
                   UNTIL WS-UNREG-IDX > WS-UNREG-COUNT
               MOVE UR-ID(WS-UNREG-IDX) TO WS-OPRP-UNREG-ID
               MOVE UR-LAST-ATTEMPT(WS-UNREG-IDX)
                   TO WS-OPRP-UNREG-LAST
               MOVE UR-REFUSED-COUNT(WS-UNREG-IDX)
                   TO WS-OPRP-UNREG-REFUSED
               MOVE WS-OPRP-UNREG-LINE TO CTR-OPRP-LINE
               WRITE CTR-OPRP-LINE
           END-PERFORM.
           MOVE WS-OPRP-BLANK-LINE TO CTR-OPRP-LINE.
           WRITE CTR-OPRP-LINE.
