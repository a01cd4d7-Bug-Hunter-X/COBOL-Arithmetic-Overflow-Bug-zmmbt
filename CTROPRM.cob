       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTROPRM.
      *****************************************************************
      *  Operator security registry maintenance transaction.
      *
      *  Companion to the CTROPRC access check - lets a security
      *  administrator enrol operators on the CTROPR registry, change
      *  their names and roles, and revoke or reinstate them.  Every
      *  maintenance transaction (CTRMNT, CTRBMNT, CTRCALM, CTRALMG,
      *  CTRCASEM, CTRREPR, CTRAPPR, CTRRSTM, CTRSTPM) refuses an
      *  operator who is not on the registry, is revoked, or does not
      *  hold the role the action needs.
      *
      *  Validation: an operator ID must be new to be added, a name
      *  is required, and roles are keyed as role letters (D C A K R
      *  P S - see CTROPR.cpy).  An administrator cannot change their
      *  own entry - somebody else has to grant or take away their
      *  roles - and the registry is never saved without at least
      *  one active security administrator, which would lock
      *  everybody out of it for good.  Revoked operators stay on
      *  file so the initials on old audit rows still resolve.
      *
      *  When there is no registry yet, the first administrator signs
      *  on under the bootstrap grant and must enrol themselves as a
      *  security administrator before anything is saved.
      *
      *  The rewritten CTROPR is published complete-then-rename, the
      *  same way CTRMNT publishes CTRDEF, and only once it is in
      *  place is each change written to the CTRACCL access log.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-OPR-FILE ASSIGN TO DYNAMIC WS-OPR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-OPR-FILE
           RECORDING MODE IS F.
           COPY CTROPR.

       WORKING-STORAGE SECTION.
       01  WS-OPR-MAX-ENTRIES              PIC 9(4) VALUE 200.

       01  WS-OPR-TABLE.
           05  WS-OPR-COUNT                PIC 9(4) VALUE 0.
           05  WS-OPR-ENTRY
                   OCCURS 1 TO 200 TIMES DEPENDING ON WS-OPR-COUNT
                   INDEXED BY WS-OPR-IDX.
               10  OT-ID                   PIC X(3).
               10  OT-NAME                 PIC X(30).
               10  OT-STATUS               PIC X(1).
               10  OT-ROLE-FLAGS           PIC X(7).
               10  OT-CHANGED-TIMESTAMP    PIC X(14).
               10  OT-CHANGED-BY           PIC X(3).

       01  WS-FILE-STATUS-FIELDS.
           05  WS-OPR-STATUS               PIC XX VALUE SPACES.

       01  WS-OPR-FILENAME                 PIC X(20).
       01  WS-OPR-TMP-NAME                 PIC X(20) VALUE "CTROPR.TMP".
       01  WS-OPR-REAL-NAME                PIC X(20) VALUE "CTROPR".
       01  WS-OPR-RENAME-RESULT            PIC S9(9) COMP-5.

       01  WS-SWITCHES.
           05  WS-EXIT-SW                  PIC X VALUE 'N'.
               88  WS-EXIT-REQUESTED                 VALUE 'Y'.
           05  WS-CHANGES-MADE-SW          PIC X VALUE 'N'.
               88  WS-CHANGES-MADE                   VALUE 'Y'.
           05  WS-OPR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-OPR-FOUND                      VALUE 'Y'.
           05  WS-REPLY-VALID-SW           PIC X VALUE 'N'.
               88  WS-REPLY-VALID                    VALUE 'Y'.
           05  WS-OPR-DROPPED-SW           PIC X VALUE 'N'.
               88  WS-OPR-DROPPED                    VALUE 'Y'.
           05  WS-ALLOWED-SW               PIC X VALUE 'N'.
               88  WS-ALLOWED                        VALUE 'Y'.
           05  WS-BOOTSTRAP-SW             PIC X VALUE 'N'.
               88  WS-BOOTSTRAP                      VALUE 'Y'.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-NOW-TIMESTAMP            PIC X(14).

       01  WS-OPERATOR-INITIALS            PIC X(3) VALUE SPACES.
       01  WS-MENU-CHOICE                  PIC X(1) VALUE SPACE.
       01  WS-ID-REPLY                     PIC X(3) VALUE SPACES.
       01  WS-NAME-REPLY                   PIC X(30) VALUE SPACES.
       01  WS-ROLES-REPLY                  PIC X(7) VALUE SPACES.
       01  WS-CONFIRM-REPLY                PIC X(1) VALUE SPACE.
       01  WS-NEW-ROLE-FLAGS               PIC X(7) VALUE SPACES.
       01  WS-ROLE-LETTERS                 PIC X(7) VALUE "DCAKRPS".
       01  WS-EDIT-POS                     PIC 9(1) VALUE 1.
       01  WS-EDIT-CHAR                    PIC X(1).
       01  WS-ROLE-SUB                     PIC 9(1) VALUE 1.
       01  WS-ROLE-MATCH-SW                PIC X VALUE 'N'.
           88  WS-ROLE-MATCHED                      VALUE 'Y'.
       01  WS-ROLE-DISPLAY                 PIC X(7) VALUE SPACES.
       01  WS-ADMIN-COUNT                  PIC 9(4) VALUE 0.

      *    The session's changes are buffered here and only written
      *    to the CTRACCL access log after the rewritten CTROPR has
      *    been renamed into place.
       01  WS-MAINT-MAX-ENTRIES            PIC 9(4) VALUE 100.

       01  WS-MAINT-TABLE.
           05  WS-MAINT-COUNT              PIC 9(4) VALUE 0.
           05  WS-MAINT-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-MAINT-COUNT.
               10  MA-DETAIL               PIC X(30).

       01  WS-MAINT-SUB                    PIC 9(4) VALUE 0.

       01  WS-MAINT-DETAIL.
           05  MD-ACTION                   PIC X(10).
           05  MD-OPR-ID                   PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  MD-ROLES                    PIC X(7).
           05  FILLER                      PIC X(9) VALUE SPACES.

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
           DISPLAY "OPERATOR SECURITY REGISTRY MAINTENANCE".
           DISPLAY "Operator initials: ".
           ACCEPT WS-OPERATOR-INITIALS FROM CONSOLE.
           IF WS-OPERATOR-INITIALS = SPACES
               DISPLAY "Operator initials are required - "
                       "maintenance not started"
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE 'S' TO OPRL-FUNCTION
               MOVE "CTROPRM" TO OPRL-PROGRAM
               MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR
               MOVE 'S' TO OPRL-ROLE
               MOVE SPACES TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               EVALUATE TRUE
                   WHEN OPRL-BOOTSTRAP
                       SET WS-BOOTSTRAP-SW TO 'Y'
                       DISPLAY "No operator registry on file - enrol "
                               "yourself as a security administrator "
                               "(role S) first"
                   WHEN OPRL-GRANTED
                       PERFORM 1100-LOAD-REGISTRY
                   WHEN OTHER
                       DISPLAY "Maintenance not started"
                       SET WS-EXIT-REQUESTED TO TRUE
               END-EVALUATE
           END-IF.

       1100-LOAD-REGISTRY.
           MOVE 0 TO WS-OPR-COUNT.
           MOVE WS-OPR-REAL-NAME TO WS-OPR-FILENAME.
           OPEN INPUT CTR-OPR-FILE.
           IF WS-OPR-STATUS = "00"
               PERFORM UNTIL WS-OPR-STATUS NOT = "00"
                   READ CTR-OPR-FILE
                       AT END
                           MOVE "10" TO WS-OPR-STATUS
                       NOT AT END
                           IF WS-OPR-COUNT < WS-OPR-MAX-ENTRIES
                               ADD 1 TO WS-OPR-COUNT
                               MOVE OPR-ID TO OT-ID(WS-OPR-COUNT)
                               MOVE OPR-NAME TO OT-NAME(WS-OPR-COUNT)
                               MOVE OPR-STATUS
                                   TO OT-STATUS(WS-OPR-COUNT)
                               MOVE OPR-ROLE-FLAGS
                                   TO OT-ROLE-FLAGS(WS-OPR-COUNT)
                               MOVE OPR-CHANGED-TIMESTAMP
                                   TO OT-CHANGED-TIMESTAMP
                                          (WS-OPR-COUNT)
                               MOVE OPR-CHANGED-BY
                                   TO OT-CHANGED-BY(WS-OPR-COUNT)
                           ELSE
                               SET WS-OPR-DROPPED TO TRUE
                               DISPLAY "CTROPR has more operators "
                                       "than WS-OPR-MAX-ENTRIES - "
                                       "ignoring " OPR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-OPR-FILE
           ELSE
               DISPLAY "CTROPR operator registry could not be read - "
                       "status " WS-OPR-STATUS
                       " - maintenance not started"
               SET WS-EXIT-REQUESTED TO TRUE
           END-IF.

       2000-PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "A)dd  C)hange  V) revoke  I) reinstate  L)ist  "
                   "X) exit and save".
           DISPLAY "Choice: ".
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           EVALUATE TRUE
               WHEN (WS-MENU-CHOICE = 'A' OR 'a' OR 'C' OR 'c'
                       OR 'V' OR 'v' OR 'I' OR 'i')
                       AND WS-MAINT-COUNT
                           NOT < WS-MAINT-MAX-ENTRIES
                   DISPLAY "Change buffer is full - exit and save, "
                           "then start a new session for further "
                           "changes"
               WHEN WS-MENU-CHOICE = 'A' OR 'a'
                   PERFORM 3000-ADD-OPERATOR
               WHEN WS-MENU-CHOICE = 'C' OR 'c'
                   PERFORM 3100-CHANGE-OPERATOR
               WHEN WS-MENU-CHOICE = 'V' OR 'v'
                   PERFORM 3200-REVOKE-OPERATOR
               WHEN WS-MENU-CHOICE = 'I' OR 'i'
                   PERFORM 3300-REINSTATE-OPERATOR
               WHEN WS-MENU-CHOICE = 'L' OR 'l'
                   PERFORM 3400-LIST-OPERATORS
               WHEN WS-MENU-CHOICE = 'X' OR 'x'
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "No such choice"
           END-EVALUATE.

       2100-FIND-OPERATOR.
           SET WS-OPR-FOUND-SW TO 'N'.
           SET WS-OPR-IDX TO 1.
           PERFORM UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   OR WS-OPR-FOUND
               IF OT-ID(WS-OPR-IDX) = WS-ID-REPLY
                   SET WS-OPR-FOUND-SW TO 'Y'
               ELSE
                   SET WS-OPR-IDX UP BY 1
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Every change is re-checked against the registry on disk, so
      *  an administrator revoked by a colleague in mid-session can
      *  make no further changes.  Nobody maintains their own entry,
      *  except the bootstrap administrator enrolling themselves.
      *****************************************************************
       2200-CHECK-ALLOWED.
           SET WS-ALLOWED-SW TO 'N'.
           MOVE 'C' TO OPRL-FUNCTION.
           MOVE "CTROPRM" TO OPRL-PROGRAM.
           MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR.
           MOVE 'S' TO OPRL-ROLE.
           MOVE WS-ID-REPLY TO OPRL-DETAIL.
           CALL "CTROPRC" USING CTR-OPR-LINKAGE
           END-CALL.
           EVALUATE TRUE
               WHEN NOT OPRL-GRANTED
                   DISPLAY "Not authorized - nothing changed"
               WHEN WS-ID-REPLY = WS-OPERATOR-INITIALS
                       AND NOT WS-BOOTSTRAP
                   DISPLAY "You cannot maintain your own entry - "
                           "nothing changed"
               WHEN OTHER
                   SET WS-ALLOWED-SW TO 'Y'
           END-EVALUATE.

      *****************************************************************
      *  Roles are keyed as a string of role letters in any order;
      *  a blank reply holds no roles - the operator can still sign
      *  on where only their identity is checked.
      *****************************************************************
       2300-ACCEPT-ROLES.
           DISPLAY "Roles held - any of D C A K R P S, e.g. DAK "
                   "(blank = none): ".
           ACCEPT WS-ROLES-REPLY FROM CONSOLE.
           MOVE "NNNNNNN" TO WS-NEW-ROLE-FLAGS.
           SET WS-REPLY-VALID-SW TO 'Y'.
           PERFORM VARYING WS-EDIT-POS FROM 1 BY 1
                   UNTIL WS-EDIT-POS > 7
               MOVE WS-ROLES-REPLY(WS-EDIT-POS:1) TO WS-EDIT-CHAR
               IF WS-EDIT-CHAR NOT = SPACE
                   SET WS-ROLE-MATCH-SW TO 'N'
                   PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                           UNTIL WS-ROLE-SUB > 7
                       IF WS-ROLE-LETTERS(WS-ROLE-SUB:1)
                               = WS-EDIT-CHAR
                           MOVE 'Y'
                               TO WS-NEW-ROLE-FLAGS(WS-ROLE-SUB:1)
                           SET WS-ROLE-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-ROLE-MATCHED
                       SET WS-REPLY-VALID-SW TO 'N'
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-REPLY-VALID
               DISPLAY "Roles must be role letters D C A K R P S - "
                       "nothing changed"
           END-IF.

      *    Role flags shown as the letters held, '-' where not held.
       2400-FORMAT-ROLES.
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 7
               IF OT-ROLE-FLAGS(WS-OPR-IDX)(WS-ROLE-SUB:1) = 'Y'
                   MOVE WS-ROLE-LETTERS(WS-ROLE-SUB:1)
                       TO WS-ROLE-DISPLAY(WS-ROLE-SUB:1)
               ELSE
                   MOVE '-' TO WS-ROLE-DISPLAY(WS-ROLE-SUB:1)
               END-IF
           END-PERFORM.

       3000-ADD-OPERATOR.
           DISPLAY "Operator ID to add (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               PERFORM 2100-FIND-OPERATOR
               EVALUATE TRUE
                   WHEN WS-OPR-FOUND
                       DISPLAY "Operator " WS-ID-REPLY
                               " is already on the registry - "
                               "not added"
                   WHEN WS-OPR-COUNT NOT < WS-OPR-MAX-ENTRIES
                       DISPLAY "Registry table is full - not added"
                   WHEN OTHER
                       PERFORM 2200-CHECK-ALLOWED
                       IF WS-ALLOWED
                           PERFORM 3010-ACCEPT-NEW-OPERATOR
                       END-IF
               END-EVALUATE
           END-IF.

       3010-ACCEPT-NEW-OPERATOR.
           DISPLAY "Operator name: ".
           ACCEPT WS-NAME-REPLY FROM CONSOLE.
           IF WS-NAME-REPLY = SPACES
               DISPLAY "A name is required - not added"
           ELSE
               PERFORM 2300-ACCEPT-ROLES
               IF WS-REPLY-VALID
                   ADD 1 TO WS-OPR-COUNT
                   SET WS-OPR-IDX TO WS-OPR-COUNT
                   MOVE WS-ID-REPLY TO OT-ID(WS-OPR-IDX)
                   MOVE WS-NAME-REPLY TO OT-NAME(WS-OPR-IDX)
                   MOVE 'A' TO OT-STATUS(WS-OPR-IDX)
                   MOVE WS-NEW-ROLE-FLAGS TO OT-ROLE-FLAGS(WS-OPR-IDX)
                   PERFORM 3900-STAMP-ENTRY
                   MOVE "ADD" TO MD-ACTION
                   PERFORM 8000-RECORD-CHANGE
                   DISPLAY "Added " WS-ID-REPLY " roles "
                           WS-ROLE-DISPLAY
               END-IF
           END-IF.

       3100-CHANGE-OPERATOR.
           DISPLAY "Operator ID to change (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               PERFORM 2100-FIND-OPERATOR
               IF WS-OPR-FOUND
                   PERFORM 2200-CHECK-ALLOWED
                   IF WS-ALLOWED
                       PERFORM 3110-ACCEPT-CHANGED-OPERATOR
                   END-IF
               ELSE
                   DISPLAY "Operator " WS-ID-REPLY
                           " is not on the registry"
               END-IF
           END-IF.

       3110-ACCEPT-CHANGED-OPERATOR.
           PERFORM 2400-FORMAT-ROLES.
           DISPLAY "Current name " OT-NAME(WS-OPR-IDX)
                   " roles " WS-ROLE-DISPLAY.
           DISPLAY "New name (blank = unchanged): ".
           ACCEPT WS-NAME-REPLY FROM CONSOLE.
           PERFORM 2300-ACCEPT-ROLES.
           IF WS-REPLY-VALID
               IF WS-NAME-REPLY NOT = SPACES
                   MOVE WS-NAME-REPLY TO OT-NAME(WS-OPR-IDX)
               END-IF
               MOVE WS-NEW-ROLE-FLAGS TO OT-ROLE-FLAGS(WS-OPR-IDX)
               PERFORM 3900-STAMP-ENTRY
               MOVE "CHANGE" TO MD-ACTION
               PERFORM 8000-RECORD-CHANGE
               DISPLAY "Changed " WS-ID-REPLY " roles now "
                       WS-ROLE-DISPLAY
           END-IF.

       3200-REVOKE-OPERATOR.
           DISPLAY "Operator ID to revoke (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               PERFORM 2100-FIND-OPERATOR
               EVALUATE TRUE
                   WHEN NOT WS-OPR-FOUND
                       DISPLAY "Operator " WS-ID-REPLY
                               " is not on the registry"
                   WHEN OT-STATUS(WS-OPR-IDX) = 'R'
                       DISPLAY "Operator " WS-ID-REPLY
                               " is already revoked"
                   WHEN OTHER
                       PERFORM 2200-CHECK-ALLOWED
                       IF WS-ALLOWED
                           DISPLAY "Revoke " WS-ID-REPLY " "
                                   OT-NAME(WS-OPR-IDX) " (Y/N)? "
                           ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
                           IF WS-CONFIRM-REPLY = 'Y' OR 'y'
                               MOVE 'R' TO OT-STATUS(WS-OPR-IDX)
                               PERFORM 3900-STAMP-ENTRY
                               MOVE "REVOKE" TO MD-ACTION
                               PERFORM 8000-RECORD-CHANGE
                               DISPLAY "Revoked " WS-ID-REPLY
                           ELSE
                               DISPLAY "Revocation abandoned"
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       3300-REINSTATE-OPERATOR.
           DISPLAY "Operator ID to reinstate (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               PERFORM 2100-FIND-OPERATOR
               EVALUATE TRUE
                   WHEN NOT WS-OPR-FOUND
                       DISPLAY "Operator " WS-ID-REPLY
                               " is not on the registry"
                   WHEN OT-STATUS(WS-OPR-IDX) = 'A'
                       DISPLAY "Operator " WS-ID-REPLY
                               " is already active"
                   WHEN OTHER
                       PERFORM 2200-CHECK-ALLOWED
                       IF WS-ALLOWED
                           MOVE 'A' TO OT-STATUS(WS-OPR-IDX)
                           PERFORM 3900-STAMP-ENTRY
                           MOVE "REINSTATE" TO MD-ACTION
                           PERFORM 8000-RECORD-CHANGE
                           DISPLAY "Reinstated " WS-ID-REPLY
                                   " roles " WS-ROLE-DISPLAY
                       END-IF
               END-EVALUATE
           END-IF.

       3400-LIST-OPERATORS.
           DISPLAY "ID   NAME                            ST  DCAKRPS"
                   "  CHANGED BY".
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               PERFORM 2400-FORMAT-ROLES
               DISPLAY OT-ID(WS-OPR-IDX) "  "
                       OT-NAME(WS-OPR-IDX) "  "
                       OT-STATUS(WS-OPR-IDX) "   "
                       WS-ROLE-DISPLAY "  "
                       OT-CHANGED-TIMESTAMP(WS-OPR-IDX)(1:8) " "
                       OT-CHANGED-BY(WS-OPR-IDX)
           END-PERFORM.
           IF WS-OPR-COUNT = 0
               DISPLAY "  (no operators enrolled)"
           END-IF.

       3900-STAMP-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           MOVE WS-NOW-TIMESTAMP TO OT-CHANGED-TIMESTAMP(WS-OPR-IDX).
           MOVE WS-OPERATOR-INITIALS TO OT-CHANGED-BY(WS-OPR-IDX).
           PERFORM 2400-FORMAT-ROLES.
           SET WS-CHANGES-MADE TO TRUE.

       8000-RECORD-CHANGE.
           MOVE WS-ID-REPLY TO MD-OPR-ID.
           MOVE WS-ROLE-DISPLAY TO MD-ROLES.
           ADD 1 TO WS-MAINT-COUNT.
           MOVE WS-MAINT-DETAIL TO MA-DETAIL(WS-MAINT-COUNT).

       9000-TERMINATE.
           MOVE 0 TO WS-ADMIN-COUNT.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               IF OT-STATUS(WS-OPR-IDX) = 'A'
                       AND OT-ROLE-FLAGS(WS-OPR-IDX)(7:1) = 'Y'
                   ADD 1 TO WS-ADMIN-COUNT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT WS-CHANGES-MADE
                   DISPLAY "CTROPRM: no changes made"
               WHEN WS-OPR-DROPPED
                   DISPLAY "CTROPR left untouched - some operators "
                           "did not fit the registry table and must "
                           "not be lost - changes were NOT saved"
               WHEN WS-ADMIN-COUNT = 0
                   DISPLAY "CTROPR left untouched - no active "
                           "operator would hold role S and nobody "
                           "could maintain the registry - changes "
                           "were NOT saved"
               WHEN OTHER
                   PERFORM 9100-SAVE-REGISTRY
           END-EVALUATE.

       9100-SAVE-REGISTRY.
           MOVE WS-OPR-TMP-NAME TO WS-OPR-FILENAME.
           OPEN OUTPUT CTR-OPR-FILE.
           IF WS-OPR-STATUS = "00"
               PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   MOVE OT-ID(WS-OPR-IDX) TO OPR-ID
                   MOVE OT-NAME(WS-OPR-IDX) TO OPR-NAME
                   MOVE OT-STATUS(WS-OPR-IDX) TO OPR-STATUS
                   MOVE OT-ROLE-FLAGS(WS-OPR-IDX) TO OPR-ROLE-FLAGS
                   MOVE OT-CHANGED-TIMESTAMP(WS-OPR-IDX)
                       TO OPR-CHANGED-TIMESTAMP
                   MOVE OT-CHANGED-BY(WS-OPR-IDX) TO OPR-CHANGED-BY
                   WRITE CTR-OPR-RECORD
               END-PERFORM
               CLOSE CTR-OPR-FILE
               CALL "CBL_RENAME_FILE" USING WS-OPR-TMP-NAME
                       WS-OPR-REAL-NAME
                   RETURNING WS-OPR-RENAME-RESULT
               END-CALL
               IF WS-OPR-RENAME-RESULT NOT = 0
                   DISPLAY "CTROPR could not be published - rename "
                           "status " WS-OPR-RENAME-RESULT
                           " - changes were NOT saved"
               ELSE
                   PERFORM 9200-LOG-CHANGES
                   DISPLAY "CTROPRM: " WS-OPR-COUNT
                           " operators saved"
               END-IF
           ELSE
               DISPLAY "CTROPR could not be opened for output - "
                       "status " WS-OPR-STATUS
                       " - changes were NOT saved"
           END-IF.

      *****************************************************************
      *  Only reached once the rewritten registry is in place - the
      *  access log records what actually took effect.
      *****************************************************************
       9200-LOG-CHANGES.
           PERFORM VARYING WS-MAINT-SUB FROM 1 BY 1
                   UNTIL WS-MAINT-SUB > WS-MAINT-COUNT
               MOVE 'M' TO OPRL-FUNCTION
               MOVE "CTROPRM" TO OPRL-PROGRAM
               MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR
               MOVE 'S' TO OPRL-ROLE
               MOVE MA-DETAIL(WS-MAINT-SUB) TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-REFUSED
                   DISPLAY "CTRACCL access log could not be written - "
                           "registry change " MA-DETAIL(WS-MAINT-SUB)
                           " NOT logged"
               END-IF
           END-PERFORM.
