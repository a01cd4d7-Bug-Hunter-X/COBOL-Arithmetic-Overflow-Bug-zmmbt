       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRBMNT.
      *****************************************************************
      *  Balancing-rule maintenance transaction.
      *
      *  Companion to CTRMNT for the CTRBRUL cross-foot balancing
      *  rules CTRBAL evaluates after the nightly run - lets an
      *  authorized operator add, change, retire and list rules with
      *  field-level validation instead of hand-editing the control
      *  file.
      *
      *  A rule names a target counter, up to ten component counters
      *  each marked + (adds) or - (subtracts), and a tolerance.
      *  Validation: the rule ID must not already exist on an add,
      *  the target and every component must be defined in CTRDEF,
      *  the target may not be one of its own components, each
      *  component carries a sign of + or -, at least one component
      *  is given, and the tolerance is numeric.
      *
      *  Every change is appended to the CTRBRLA change-audit file
      *  with the before and after rule images, operator and
      *  timestamp, and the rewritten CTRBRUL is published complete-
      *  then-rename - the same discipline CTRMNT applies to CTRDEF
      *  and CTRDEFA.  Audit rows are only written once the rule
      *  file has been renamed into place.
      *
      *  The operator must be an active operator on the CTROPR
      *  registry to sign on, and every add, change and retirement
      *  is checked through CTROPRC for the definition maintenance
      *  role before it is allowed, as in CTRMNT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-BRUL-FILE ASSIGN TO DYNAMIC WS-BRUL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRUL-STATUS.

           SELECT CTR-DEF-FILE ASSIGN TO CTRDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-KEY
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CTR-BRLA-FILE ASSIGN TO CTRBRLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-BRUL-FILE
           RECORDING MODE IS F.
           COPY CTRBRUL.

       FD  CTR-DEF-FILE
           RECORDING MODE IS F.
           COPY CTRDEF.

       FD  CTR-BRLA-FILE
           RECORDING MODE IS F.
           COPY CTRBRLA.

       WORKING-STORAGE SECTION.
       01  WS-RULE-MAX-ENTRIES             PIC 9(4) VALUE 100.

       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT               PIC 9(4) VALUE 0.
           05  WS-RULE-ENTRY
                   OCCURS 1 TO 100 TIMES DEPENDING ON WS-RULE-COUNT
                   INDEXED BY WS-RULE-IDX.
               10  BR-RULE-ID              PIC X(8).
               10  BR-DESCRIPTION          PIC X(30).
               10  BR-TARGET-CTR-ID        PIC X(8).
               10  BR-TOLERANCE            PIC 9(9).
               10  BR-COMP-COUNT           PIC 9(2).
               10  BR-COMPONENT            OCCURS 10 TIMES.
                   15  BR-COMP-SIGN        PIC X(1).
                   15  BR-COMP-CTR-ID      PIC X(8).

       01  WS-FILE-STATUS-FIELDS.
           05  WS-BRUL-STATUS              PIC XX VALUE SPACES.
           05  WS-DEF-STATUS               PIC XX VALUE SPACES.
           05  WS-BRLA-STATUS              PIC XX VALUE SPACES.

       01  WS-BRUL-FILENAME                PIC X(20).
       01  WS-BRUL-TMP-NAME                PIC X(20) VALUE "CTRBRUL.TMP".
       01  WS-BRUL-REAL-NAME               PIC X(20) VALUE "CTRBRUL".
       01  WS-BRUL-RENAME-RESULT           PIC S9(9) COMP-5.

       01  WS-SWITCHES.
           05  WS-EXIT-SW                  PIC X VALUE 'N'.
               88  WS-EXIT-REQUESTED                 VALUE 'Y'.
           05  WS-RULE-FOUND-SW            PIC X VALUE 'N'.
               88  WS-RULE-FOUND                     VALUE 'Y'.
           05  WS-CTR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-CTR-FOUND                      VALUE 'Y'.
           05  WS-DEF-OPEN-SW              PIC X VALUE 'N'.
               88  WS-DEF-OPENED                     VALUE 'Y'.
           05  WS-CHANGES-MADE-SW          PIC X VALUE 'N'.
               88  WS-CHANGES-MADE                   VALUE 'Y'.
           05  WS-REPLY-VALID-SW           PIC X VALUE 'N'.
               88  WS-REPLY-VALID                    VALUE 'Y'.
           05  WS-RULES-DROPPED-SW         PIC X VALUE 'N'.
               88  WS-RULES-DROPPED                  VALUE 'Y'.
           05  WS-BODY-VALID-SW            PIC X VALUE 'N'.
               88  WS-BODY-VALID                     VALUE 'Y'.
           05  WS-COMPS-DONE-SW            PIC X VALUE 'N'.
               88  WS-COMPS-DONE                     VALUE 'Y'.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-NOW-TIMESTAMP            PIC X(14).

       01  WS-OPERATOR-INITIALS            PIC X(3) VALUE SPACES.
       01  WS-MENU-CHOICE                  PIC X(1) VALUE SPACE.
       01  WS-ID-REPLY                     PIC X(8) VALUE SPACES.
       01  WS-CONFIRM-REPLY                PIC X(1) VALUE SPACE.
       01  WS-LOOKUP-ID                    PIC X(8).
       01  WS-LOOKUP-CTR-ID                PIC X(8).
       01  WS-SIGN-REPLY                   PIC X(1) VALUE SPACE.
       01  WS-COMP-REPLY                   PIC X(8) VALUE SPACES.
       01  WS-DESC-REPLY                   PIC X(30) VALUE SPACES.

      *    Console replies arrive left-justified with trailing
      *    spaces, which fails an IS NUMERIC test on the raw field -
      *    the digits are picked off one position at a time instead.
       01  WS-TOLERANCE-REPLY              PIC X(9) VALUE SPACES.
       01  WS-REPLY-NUMBER                 PIC 9(9) VALUE 0.
       01  WS-REPLY-POS                    PIC 9(2) VALUE 1.
       01  WS-REPLY-DIGIT-X                PIC X(1).
       01  WS-REPLY-DIGIT-9 REDEFINES WS-REPLY-DIGIT-X
                                           PIC 9(1).

      *    The rule as keyed, held until it passes every edit.
       01  WS-NEW-RULE.
           05  WS-NEW-DESCRIPTION          PIC X(30).
           05  WS-NEW-TARGET-CTR-ID        PIC X(8).
           05  WS-NEW-TOLERANCE            PIC 9(9).
           05  WS-NEW-COMP-COUNT           PIC 9(2).
           05  WS-NEW-COMPONENT            OCCURS 10 TIMES.
               10  NC-COMP-SIGN            PIC X(1).
               10  NC-COMP-CTR-ID          PIC X(8).

       01  WS-COMP-MAX                     PIC 9(2) VALUE 10.
       01  WS-COMP-SUB                     PIC 9(2) VALUE 0.
       01  WS-SHIFT-SUB                    PIC 9(4) VALUE 0.

      *    The session's audit rows are buffered here and only
      *    appended to CTRBRLA after the rewritten CTRBRUL has been
      *    renamed into place - an audit trail must never record a
      *    change that did not take effect.
       01  WS-AUDIT-MAX-ENTRIES            PIC 9(4) VALUE 100.

       01  WS-AUDIT-TABLE.
           05  WS-AUDIT-COUNT              PIC 9(4) VALUE 0.
           05  WS-AUDIT-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-AUDIT-COUNT.
               10  AU-TIMESTAMP            PIC X(14).
               10  AU-CHANGE-TYPE          PIC X(1).
               10  AU-RULE-ID              PIC X(8).
               10  AU-OLD-RULE             PIC X(147).
               10  AU-NEW-RULE             PIC X(147).

       01  WS-AUDIT-SUB                    PIC 9(4) VALUE 0.
       01  WS-AUDIT-CHANGE-TYPE            PIC X(1).
       01  WS-AUDIT-OLD-RULE               PIC X(147).
       01  WS-AUDIT-NEW-RULE               PIC X(147).

           COPY CTROPRL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-EXIT-REQUESTED
               PERFORM 2000-PROCESS-MENU
                   UNTIL WS-EXIT-REQUESTED
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           DISPLAY "BALANCING RULE MAINTENANCE".
           DISPLAY "Operator initials: ".
           ACCEPT WS-OPERATOR-INITIALS FROM CONSOLE.
           IF WS-OPERATOR-INITIALS = SPACES
               DISPLAY "Operator initials are required - "
                       "maintenance not started"
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE 'S' TO OPRL-FUNCTION
               MOVE "CTRBMNT" TO OPRL-PROGRAM
               MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR
               MOVE SPACE TO OPRL-ROLE
               MOVE SPACES TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-GRANTED
                   PERFORM 1100-LOAD-RULES
                   PERFORM 1200-OPEN-COUNTER-DEFINITIONS
                   PERFORM 1300-OPEN-AUDIT-FILE
               ELSE
                   DISPLAY "Maintenance not started"
                   SET WS-EXIT-REQUESTED TO TRUE
               END-IF
           END-IF.

       1100-LOAD-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE WS-BRUL-REAL-NAME TO WS-BRUL-FILENAME.
           OPEN INPUT CTR-BRUL-FILE.
           IF WS-BRUL-STATUS = "00"
               PERFORM UNTIL WS-BRUL-STATUS NOT = "00"
                   READ CTR-BRUL-FILE
                       AT END
                           MOVE "10" TO WS-BRUL-STATUS
                       NOT AT END
                           PERFORM 1110-TABLE-RULE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CTR-BRUL-FILE
           ELSE
               DISPLAY "CTRBRUL balancing-rule file not found - "
                       "starting with an empty rule table"
           END-IF.

       1110-TABLE-RULE-RECORD.
           IF WS-RULE-COUNT < WS-RULE-MAX-ENTRIES
               ADD 1 TO WS-RULE-COUNT
               SET WS-RULE-IDX TO WS-RULE-COUNT
               MOVE BRUL-RULE-ID TO BR-RULE-ID(WS-RULE-IDX)
               MOVE BRUL-DESCRIPTION TO BR-DESCRIPTION(WS-RULE-IDX)
               MOVE BRUL-TARGET-CTR-ID
                   TO BR-TARGET-CTR-ID(WS-RULE-IDX)
               MOVE BRUL-TOLERANCE TO BR-TOLERANCE(WS-RULE-IDX)
               MOVE BRUL-COMP-COUNT TO BR-COMP-COUNT(WS-RULE-IDX)
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMP-MAX
                   MOVE BRUL-COMP-SIGN(WS-COMP-SUB)
                       TO BR-COMP-SIGN(WS-RULE-IDX WS-COMP-SUB)
                   MOVE BRUL-COMP-CTR-ID(WS-COMP-SUB)
                       TO BR-COMP-CTR-ID(WS-RULE-IDX WS-COMP-SUB)
               END-PERFORM
           ELSE
               SET WS-RULES-DROPPED TO TRUE
               DISPLAY "CTRBRUL has more rules than "
                       "WS-RULE-MAX-ENTRIES - ignoring "
                       BRUL-RULE-ID
           END-IF.

      *    CTRDEF is keyed by counter ID and stays open for the
      *    session - a rule may only name counters that exist, and
      *    each one keyed is looked up directly.
       1200-OPEN-COUNTER-DEFINITIONS.
           OPEN INPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               SET WS-DEF-OPEN-SW TO 'Y'
           ELSE
               DISPLAY "CTRDEF counter-definition file not found - "
                       "no rule can be added or changed"
           END-IF.

       1300-OPEN-AUDIT-FILE.
           OPEN EXTEND CTR-BRLA-FILE.
           IF WS-BRLA-STATUS = "35"
               OPEN OUTPUT CTR-BRLA-FILE
           END-IF.
           IF WS-BRLA-STATUS NOT = "00"
               DISPLAY "CTRBRLA change-audit file not available - "
                       "status " WS-BRLA-STATUS
                       " - maintenance not started"
               SET WS-EXIT-REQUESTED TO TRUE
           END-IF.

       2000-PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "A)dd  C)hange  R)etire  L)ist  X) exit and save".
           DISPLAY "Choice: ".
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           EVALUATE TRUE
               WHEN (WS-MENU-CHOICE = 'A' OR 'a' OR 'C' OR 'c'
                       OR 'R' OR 'r')
                       AND WS-AUDIT-COUNT
                           NOT < WS-AUDIT-MAX-ENTRIES
                   DISPLAY "Audit buffer is full - exit and save, "
                           "then start a new session for further "
                           "changes"
               WHEN WS-MENU-CHOICE = 'A' OR 'a'
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3000-ADD-RULE
                   END-IF
               WHEN WS-MENU-CHOICE = 'C' OR 'c'
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3100-CHANGE-RULE
                   END-IF
               WHEN WS-MENU-CHOICE = 'R' OR 'r'
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3200-RETIRE-RULE
                   END-IF
               WHEN WS-MENU-CHOICE = 'L' OR 'l'
                   PERFORM 3300-LIST-RULES
               WHEN WS-MENU-CHOICE = 'X' OR 'x'
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "No such choice"
           END-EVALUATE.

       2100-FIND-RULE.
           SET WS-RULE-FOUND-SW TO 'N'.
           SET WS-RULE-IDX TO 1.
           PERFORM UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   OR WS-RULE-FOUND
               IF BR-RULE-ID(WS-RULE-IDX) = WS-LOOKUP-ID
                   SET WS-RULE-FOUND-SW TO 'Y'
               ELSE
                   SET WS-RULE-IDX UP BY 1
               END-IF
           END-PERFORM.

      *****************************************************************
      *  A counter is defined while any of its versions - the one in
      *  force or one scheduled - has not yet ended; one whose last
      *  version has already ended is no longer defined.  Its
      *  versions are read in key order from the first.
      *****************************************************************
       2150-FIND-COUNTER.
           SET WS-CTR-FOUND-SW TO 'N'.
           IF WS-DEF-OPENED AND WS-LOOKUP-CTR-ID NOT = SPACES
               MOVE WS-LOOKUP-CTR-ID TO DEF-CTR-ID
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
                           PERFORM 2160-CHECK-DEFINITION-ROW
                   END-READ
               END-PERFORM
           END-IF.

       2160-CHECK-DEFINITION-ROW.
           EVALUATE TRUE
               WHEN DEF-CTR-ID NOT = WS-LOOKUP-CTR-ID
                   MOVE "23" TO WS-DEF-STATUS
               WHEN DEF-EFF-TO = SPACES
               WHEN DEF-EFF-TO NOT < WS-NOW-TIMESTAMP(1:8)
                   SET WS-CTR-FOUND-SW TO 'Y'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-EDIT-TOLERANCE-REPLY.
           SET WS-REPLY-VALID-SW TO 'N'.
           MOVE 0 TO WS-REPLY-NUMBER.
           PERFORM 2210-EDIT-TOLERANCE-DIGIT
               VARYING WS-REPLY-POS FROM 1 BY 1
               UNTIL WS-REPLY-POS > 9.

       2210-EDIT-TOLERANCE-DIGIT.
           MOVE WS-TOLERANCE-REPLY(WS-REPLY-POS:1)
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
      *  Checked against the registry on disk before every change, so
      *  an operator revoked or stripped of the role in mid-session
      *  can do nothing further.
      *****************************************************************
       2300-CHECK-OPERATOR-ROLE.
           MOVE 'C' TO OPRL-FUNCTION.
           MOVE "CTRBMNT" TO OPRL-PROGRAM.
           MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR.
           MOVE 'D' TO OPRL-ROLE.
           MOVE SPACES TO OPRL-DETAIL.
           CALL "CTROPRC" USING CTR-OPR-LINKAGE
           END-CALL.
           IF NOT OPRL-GRANTED
               DISPLAY "Not authorized - nothing changed"
           END-IF.

       3000-ADD-RULE.
           DISPLAY "Rule ID to add (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               MOVE WS-ID-REPLY TO WS-LOOKUP-ID
               PERFORM 2100-FIND-RULE
               EVALUATE TRUE
                   WHEN WS-RULE-FOUND
                       DISPLAY "Rule " WS-ID-REPLY
                               " already exists - not added"
                   WHEN WS-RULE-COUNT NOT < WS-RULE-MAX-ENTRIES
                       DISPLAY "Rule table is full - not added"
                   WHEN OTHER
                       PERFORM 3500-ACCEPT-RULE-BODY
                       IF WS-BODY-VALID
                           PERFORM 3010-APPEND-NEW-RULE
                       END-IF
               END-EVALUATE
           END-IF.

       3010-APPEND-NEW-RULE.
           ADD 1 TO WS-RULE-COUNT.
           SET WS-RULE-IDX TO WS-RULE-COUNT.
           MOVE WS-ID-REPLY TO BR-RULE-ID(WS-RULE-IDX).
           PERFORM 3050-STORE-NEW-RULE.
           MOVE 'A' TO WS-AUDIT-CHANGE-TYPE.
           MOVE SPACES TO WS-AUDIT-OLD-RULE.
           PERFORM 7000-BUILD-RULE-IMAGE.
           MOVE CTR-BRUL-RECORD TO WS-AUDIT-NEW-RULE.
           PERFORM 8000-WRITE-AUDIT-RECORD.
           SET WS-CHANGES-MADE TO TRUE.
           DISPLAY "Added " WS-ID-REPLY.

       3050-STORE-NEW-RULE.
           MOVE WS-NEW-DESCRIPTION TO BR-DESCRIPTION(WS-RULE-IDX).
           MOVE WS-NEW-TARGET-CTR-ID TO BR-TARGET-CTR-ID(WS-RULE-IDX).
           MOVE WS-NEW-TOLERANCE TO BR-TOLERANCE(WS-RULE-IDX).
           MOVE WS-NEW-COMP-COUNT TO BR-COMP-COUNT(WS-RULE-IDX).
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-MAX
               MOVE NC-COMP-SIGN(WS-COMP-SUB)
                   TO BR-COMP-SIGN(WS-RULE-IDX WS-COMP-SUB)
               MOVE NC-COMP-CTR-ID(WS-COMP-SUB)
                   TO BR-COMP-CTR-ID(WS-RULE-IDX WS-COMP-SUB)
           END-PERFORM.

       3100-CHANGE-RULE.
           DISPLAY "Rule ID to change (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               MOVE WS-ID-REPLY TO WS-LOOKUP-ID
               PERFORM 2100-FIND-RULE
               IF WS-RULE-FOUND
                   PERFORM 3310-SHOW-ONE-RULE
                   PERFORM 7000-BUILD-RULE-IMAGE
                   MOVE CTR-BRUL-RECORD TO WS-AUDIT-OLD-RULE
                   PERFORM 3500-ACCEPT-RULE-BODY
                   IF WS-BODY-VALID
                       PERFORM 3050-STORE-NEW-RULE
                       MOVE 'C' TO WS-AUDIT-CHANGE-TYPE
                       PERFORM 7000-BUILD-RULE-IMAGE
                       MOVE CTR-BRUL-RECORD TO WS-AUDIT-NEW-RULE
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       SET WS-CHANGES-MADE TO TRUE
                       DISPLAY "Changed " WS-ID-REPLY
                   END-IF
               ELSE
                   DISPLAY "Rule " WS-ID-REPLY " is not defined"
               END-IF
           END-IF.

       3200-RETIRE-RULE.
           DISPLAY "Rule ID to retire (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               MOVE WS-ID-REPLY TO WS-LOOKUP-ID
               PERFORM 2100-FIND-RULE
               IF WS-RULE-FOUND
                   PERFORM 3310-SHOW-ONE-RULE
                   DISPLAY "Retire " WS-ID-REPLY " (Y/N)? "
                   ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
                   IF WS-CONFIRM-REPLY = 'Y' OR 'y'
                       PERFORM 3210-REMOVE-RULE-ENTRY
                   ELSE
                       DISPLAY "Retirement abandoned"
                   END-IF
               ELSE
                   DISPLAY "Rule " WS-ID-REPLY " is not defined"
               END-IF
           END-IF.

       3210-REMOVE-RULE-ENTRY.
           PERFORM 7000-BUILD-RULE-IMAGE.
           MOVE CTR-BRUL-RECORD TO WS-AUDIT-OLD-RULE.
           MOVE SPACES TO WS-AUDIT-NEW-RULE.
           MOVE 'R' TO WS-AUDIT-CHANGE-TYPE.
           PERFORM 8000-WRITE-AUDIT-RECORD.
           SET WS-SHIFT-SUB TO WS-RULE-IDX.
           PERFORM UNTIL WS-SHIFT-SUB NOT < WS-RULE-COUNT
               MOVE WS-RULE-ENTRY(WS-SHIFT-SUB + 1)
                   TO WS-RULE-ENTRY(WS-SHIFT-SUB)
               ADD 1 TO WS-SHIFT-SUB
           END-PERFORM.
           SUBTRACT 1 FROM WS-RULE-COUNT.
           SET WS-CHANGES-MADE TO TRUE.
           DISPLAY "Retired " WS-ID-REPLY.

       3300-LIST-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 3310-SHOW-ONE-RULE
           END-PERFORM.
           IF WS-RULE-COUNT = 0
               DISPLAY "  (no balancing rules defined)"
           END-IF.

       3310-SHOW-ONE-RULE.
           DISPLAY BR-RULE-ID(WS-RULE-IDX) "  "
                   BR-DESCRIPTION(WS-RULE-IDX).
           DISPLAY "    " BR-TARGET-CTR-ID(WS-RULE-IDX)
                   " = (tolerance " BR-TOLERANCE(WS-RULE-IDX) ")".
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > BR-COMP-COUNT(WS-RULE-IDX)
               DISPLAY "        "
                       BR-COMP-SIGN(WS-RULE-IDX WS-COMP-SUB) " "
                       BR-COMP-CTR-ID(WS-RULE-IDX WS-COMP-SUB)
           END-PERFORM.

      *****************************************************************
      *  The whole rule is keyed afresh on an add or a change, the
      *  way CTRMNT re-keys every field of a definition - nothing is
      *  stored unless every field passes.
      *****************************************************************
       3500-ACCEPT-RULE-BODY.
           SET WS-BODY-VALID-SW TO 'N'.
           INITIALIZE WS-NEW-RULE.
           DISPLAY "Description: ".
           ACCEPT WS-DESC-REPLY FROM CONSOLE.
           MOVE WS-DESC-REPLY TO WS-NEW-DESCRIPTION.
           DISPLAY "Target counter ID: ".
           ACCEPT WS-COMP-REPLY FROM CONSOLE.
           MOVE WS-COMP-REPLY TO WS-LOOKUP-CTR-ID.
           PERFORM 2150-FIND-COUNTER.
           IF WS-COMP-REPLY = SPACES OR NOT WS-CTR-FOUND
               DISPLAY "Target counter " WS-COMP-REPLY
                       " is not defined in CTRDEF - nothing changed"
           ELSE
               MOVE WS-COMP-REPLY TO WS-NEW-TARGET-CTR-ID
               DISPLAY "Tolerance (numeric, 0 = must balance "
                       "exactly): "
               ACCEPT WS-TOLERANCE-REPLY FROM CONSOLE
               PERFORM 2200-EDIT-TOLERANCE-REPLY
               IF WS-TOLERANCE-REPLY = SPACES
                   MOVE 0 TO WS-REPLY-NUMBER
                   SET WS-REPLY-VALID-SW TO 'Y'
               END-IF
               IF WS-REPLY-VALID
                   MOVE WS-REPLY-NUMBER TO WS-NEW-TOLERANCE
                   PERFORM 3600-ACCEPT-COMPONENTS
               ELSE
                   DISPLAY "Tolerance must be numeric - "
                           "nothing changed"
               END-IF
           END-IF.

       3600-ACCEPT-COMPONENTS.
           SET WS-COMPS-DONE-SW TO 'N'.
           SET WS-BODY-VALID-SW TO 'Y'.
           PERFORM 3610-ACCEPT-ONE-COMPONENT
               UNTIL WS-COMPS-DONE
                   OR NOT WS-BODY-VALID
                   OR WS-NEW-COMP-COUNT NOT < WS-COMP-MAX.
           IF WS-BODY-VALID AND WS-NEW-COMP-COUNT = 0
               SET WS-BODY-VALID-SW TO 'N'
               DISPLAY "A rule needs at least one component - "
                       "nothing changed"
           END-IF.

       3610-ACCEPT-ONE-COMPONENT.
           COMPUTE WS-COMP-SUB = WS-NEW-COMP-COUNT + 1.
           DISPLAY "Component " WS-COMP-SUB
                   " counter ID (blank = no more): ".
           ACCEPT WS-COMP-REPLY FROM CONSOLE.
           IF WS-COMP-REPLY = SPACES
               SET WS-COMPS-DONE TO TRUE
           ELSE
               MOVE WS-COMP-REPLY TO WS-LOOKUP-CTR-ID
               PERFORM 2150-FIND-COUNTER
               DISPLAY "Sign (+ adds, - subtracts): "
               ACCEPT WS-SIGN-REPLY FROM CONSOLE
               EVALUATE TRUE
                   WHEN NOT WS-CTR-FOUND
                       SET WS-BODY-VALID-SW TO 'N'
                       DISPLAY "Component counter " WS-COMP-REPLY
                               " is not defined in CTRDEF - "
                               "nothing changed"
                   WHEN WS-COMP-REPLY = WS-NEW-TARGET-CTR-ID
                       SET WS-BODY-VALID-SW TO 'N'
                       DISPLAY "The target cannot be one of its own "
                               "components - nothing changed"
                   WHEN WS-SIGN-REPLY NOT = '+' AND NOT = '-'
                       SET WS-BODY-VALID-SW TO 'N'
                       DISPLAY "Sign must be + or - - "
                               "nothing changed"
                   WHEN OTHER
                       ADD 1 TO WS-NEW-COMP-COUNT
                       MOVE WS-SIGN-REPLY
                           TO NC-COMP-SIGN(WS-NEW-COMP-COUNT)
                       MOVE WS-COMP-REPLY
                           TO NC-COMP-CTR-ID(WS-NEW-COMP-COUNT)
               END-EVALUATE
           END-IF.

       7000-BUILD-RULE-IMAGE.
           MOVE BR-RULE-ID(WS-RULE-IDX) TO BRUL-RULE-ID.
           MOVE BR-DESCRIPTION(WS-RULE-IDX) TO BRUL-DESCRIPTION.
           MOVE BR-TARGET-CTR-ID(WS-RULE-IDX) TO BRUL-TARGET-CTR-ID.
           MOVE BR-TOLERANCE(WS-RULE-IDX) TO BRUL-TOLERANCE.
           MOVE BR-COMP-COUNT(WS-RULE-IDX) TO BRUL-COMP-COUNT.
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-MAX
               MOVE BR-COMP-SIGN(WS-RULE-IDX WS-COMP-SUB)
                   TO BRUL-COMP-SIGN(WS-COMP-SUB)
               MOVE BR-COMP-CTR-ID(WS-RULE-IDX WS-COMP-SUB)
                   TO BRUL-COMP-CTR-ID(WS-COMP-SUB)
           END-PERFORM.

       8000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           ADD 1 TO WS-AUDIT-COUNT.
           MOVE WS-NOW-TIMESTAMP TO AU-TIMESTAMP(WS-AUDIT-COUNT).
           MOVE WS-AUDIT-CHANGE-TYPE
               TO AU-CHANGE-TYPE(WS-AUDIT-COUNT).
           MOVE WS-LOOKUP-ID TO AU-RULE-ID(WS-AUDIT-COUNT).
           MOVE WS-AUDIT-OLD-RULE TO AU-OLD-RULE(WS-AUDIT-COUNT).
           MOVE WS-AUDIT-NEW-RULE TO AU-NEW-RULE(WS-AUDIT-COUNT).

       9000-TERMINATE.
      *    Never rewrite the rule file while rows would not survive
      *    the round trip through a full table.
           EVALUATE TRUE
               WHEN WS-CHANGES-MADE AND WS-RULES-DROPPED
                   DISPLAY "CTRBRUL left untouched - some rules did "
                           "not fit the rule table and must not be "
                           "lost - changes were NOT saved"
               WHEN WS-CHANGES-MADE
                   PERFORM 9100-SAVE-RULES
               WHEN OTHER
                   DISPLAY "CTRBMNT: no changes made"
           END-EVALUATE.
           IF WS-BRLA-STATUS = "00"
               CLOSE CTR-BRLA-FILE
           END-IF.
           IF WS-DEF-OPENED
               CLOSE CTR-DEF-FILE
           END-IF.

       9100-SAVE-RULES.
           MOVE WS-BRUL-TMP-NAME TO WS-BRUL-FILENAME.
           OPEN OUTPUT CTR-BRUL-FILE.
           IF WS-BRUL-STATUS = "00"
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   PERFORM 7000-BUILD-RULE-IMAGE
                   WRITE CTR-BRUL-RECORD
               END-PERFORM
               CLOSE CTR-BRUL-FILE
               CALL "CBL_RENAME_FILE" USING WS-BRUL-TMP-NAME
                       WS-BRUL-REAL-NAME
                   RETURNING WS-BRUL-RENAME-RESULT
               END-CALL
               IF WS-BRUL-RENAME-RESULT NOT = 0
                   DISPLAY "CTRBRUL could not be published - rename "
                           "status " WS-BRUL-RENAME-RESULT
                           " - changes were NOT saved, audit rows "
                           "NOT written"
               ELSE
                   PERFORM 9200-WRITE-AUDIT-TRAIL
                   DISPLAY "CTRBMNT: " WS-RULE-COUNT
                           " rules saved"
               END-IF
           ELSE
               DISPLAY "CTRBRUL could not be opened for output - "
                       "status " WS-BRUL-STATUS
                       " - changes were NOT saved, audit rows "
                       "NOT written"
           END-IF.

      *****************************************************************
      *  Only reached once the rewritten CTRBRUL has been renamed
      *  into place - the audit trail records what actually took
      *  effect.
      *****************************************************************
       9200-WRITE-AUDIT-TRAIL.
           PERFORM VARYING WS-AUDIT-SUB FROM 1 BY 1
                   UNTIL WS-AUDIT-SUB > WS-AUDIT-COUNT
               MOVE AU-TIMESTAMP(WS-AUDIT-SUB) TO BRLA-TIMESTAMP
               MOVE WS-OPERATOR-INITIALS TO BRLA-OPERATOR
               MOVE AU-CHANGE-TYPE(WS-AUDIT-SUB) TO BRLA-CHANGE-TYPE
               MOVE AU-RULE-ID(WS-AUDIT-SUB) TO BRLA-RULE-ID
               MOVE AU-OLD-RULE(WS-AUDIT-SUB) TO BRLA-OLD-RULE
               MOVE AU-NEW-RULE(WS-AUDIT-SUB) TO BRLA-NEW-RULE
               WRITE CTR-BRLA-RECORD
           END-PERFORM.
