       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTROPRC.
      *****************************************************************
      *  Operator access check - CALLed with the CTROPRL parameter
      *  area by every maintenance transaction (CTRMNT, CTRBMNT,
      *  CTRCALM, CTRALMG, CTRCASEM, CTRREPR, CTRAPPR, CTRRSTM,
      *  CTRSTPM, CTROPRM) before it lets an operator sign on or act.
      *
      *  The operator must be on the CTROPR registry, active, and -
      *  for an action - hold the role the action needs.  The
      *  registry is re-read on every call, so a revocation or a role
      *  taken away takes effect on the operator's very next action,
      *  not at their next sign-on.
      *
      *  Every sign-on, the first use of each role in a session, and
      *  every refusal is appended to the CTRACCL central access log,
      *  which is what CTROPRR's access review is built from.  A
      *  grant that cannot be logged is refused - an action that ran
      *  unrecorded would defeat the control.
      *
      *  With no registry on file at all, only a security
      *  administration sign-on is let in (bootstrap), so the first
      *  administrator can create the registry through CTROPRM.
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

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-OPR-FILE
           RECORDING MODE IS F.
           COPY CTROPR.

       FD  CTR-ACCL-FILE
           RECORDING MODE IS F.
           COPY CTRACCL.

       WORKING-STORAGE SECTION.
      *    Role letters in CTROPR role-flag order.
       01  WS-ROLE-LETTERS                 PIC X(7) VALUE "DCAKRPS".
       01  WS-ROLE-POS                     PIC 9(1) VALUE 0.
       01  WS-ROLE-SUB                     PIC 9(1) VALUE 0.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-OPR-STATUS               PIC XX VALUE SPACES.
           05  WS-ACCL-STATUS              PIC XX VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REGISTRY-SW              PIC X VALUE 'N'.
               88  WS-REGISTRY-READ                  VALUE 'Y'.
               88  WS-REGISTRY-MISSING               VALUE 'M'.
               88  WS-REGISTRY-FAILED                VALUE 'F'.
           05  WS-OPR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-OPR-FOUND                      VALUE 'Y'.
           05  WS-LOG-OK-SW                PIC X VALUE 'N'.
               88  WS-LOG-OK                         VALUE 'Y'.

      *    The operator's registry row, as found.
       01  WS-FOUND-OPERATOR.
           05  FO-NAME                     PIC X(30).
           05  FO-STATUS                   PIC X(1).
           05  FO-ROLE-FLAGS.
               10  FO-ROLE-FLAG            PIC X(1) OCCURS 7 TIMES.

      *    Working storage survives between calls in the same run,
      *    which is what ties a session together: the roles already
      *    logged as used by this program and operator are not
      *    logged again until the next sign-on.
       01  WS-SESSION.
           05  WS-SESSION-PROGRAM          PIC X(8) VALUE SPACES.
           05  WS-SESSION-OPERATOR         PIC X(3) VALUE SPACES.
           05  WS-SESSION-BOOTSTRAP-SW     PIC X VALUE 'N'.
               88  WS-SESSION-BOOTSTRAP              VALUE 'Y'.
           05  WS-SESSION-ROLES-USED.
               10  WS-ROLE-USED            PIC X(1) OCCURS 7 TIMES.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-NOW-TIMESTAMP            PIC X(14).

       01  WS-LOG-EVENT                    PIC X(1) VALUE SPACE.
       01  WS-REASON-TEXT                  PIC X(36) VALUE SPACES.

       LINKAGE SECTION.
           COPY CTROPRL.

       PROCEDURE DIVISION USING CTR-OPR-LINKAGE.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           EVALUATE TRUE
               WHEN OPRL-SIGN-ON
                   PERFORM 2000-SIGN-ON
               WHEN OPRL-CHECK-ROLE
                   PERFORM 3000-CHECK-ROLE
               WHEN OPRL-LOG-MAINTENANCE
                   PERFORM 4000-LOG-MAINTENANCE
               WHEN OTHER
                   DISPLAY "CTROPR: unknown access-check function "
                           OPRL-FUNCTION
                   MOVE 'N' TO OPRL-RESULT
                   MOVE 'F' TO OPRL-REASON
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           MOVE 'N' TO OPRL-RESULT.
           MOVE SPACE TO OPRL-REASON.
           MOVE SPACES TO OPRL-OPERATOR-NAME.
           MOVE 0 TO WS-ROLE-POS.
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 7
               IF OPRL-ROLE NOT = SPACE
                       AND WS-ROLE-LETTERS(WS-ROLE-SUB:1) = OPRL-ROLE
                   MOVE WS-ROLE-SUB TO WS-ROLE-POS
               END-IF
           END-PERFORM.

      *****************************************************************
      *  The registry is small, so it is simply scanned for the one
      *  operator on every call rather than tabled.
      *****************************************************************
       1100-READ-REGISTRY.
           SET WS-OPR-FOUND-SW TO 'N'.
           MOVE SPACES TO FO-NAME.
           MOVE SPACE TO FO-STATUS.
           MOVE SPACES TO FO-ROLE-FLAGS.
           OPEN INPUT CTR-OPR-FILE.
           EVALUATE WS-OPR-STATUS
               WHEN "00"
                   SET WS-REGISTRY-READ TO TRUE
                   PERFORM UNTIL WS-OPR-STATUS NOT = "00"
                           OR WS-OPR-FOUND
                       READ CTR-OPR-FILE
                           AT END
                               MOVE "10" TO WS-OPR-STATUS
                           NOT AT END
                               IF OPR-ID = OPRL-OPERATOR
                                   SET WS-OPR-FOUND-SW TO 'Y'
                                   MOVE OPR-NAME TO FO-NAME
                                   MOVE OPR-STATUS TO FO-STATUS
                                   MOVE OPR-ROLE-FLAGS
                                       TO FO-ROLE-FLAGS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CTR-OPR-FILE
               WHEN "35"
                   SET WS-REGISTRY-MISSING TO TRUE
               WHEN OTHER
                   SET WS-REGISTRY-FAILED TO TRUE
                   DISPLAY "CTROPR operator registry could not be "
                           "read - status " WS-OPR-STATUS
           END-EVALUATE.
           IF WS-OPR-FOUND
               MOVE FO-NAME TO OPRL-OPERATOR-NAME
           END-IF.

      *****************************************************************
      *  A new sign-on starts a new session: nothing has been used
      *  under any role yet.
      *****************************************************************
       2000-SIGN-ON.
           MOVE OPRL-PROGRAM TO WS-SESSION-PROGRAM.
           MOVE OPRL-OPERATOR TO WS-SESSION-OPERATOR.
           SET WS-SESSION-BOOTSTRAP-SW TO 'N'.
           MOVE "NNNNNNN" TO WS-SESSION-ROLES-USED.
           PERFORM 5000-DECIDE-ACCESS.
           IF OPRL-GRANTED
               MOVE 'S' TO WS-LOG-EVENT
           ELSE
               MOVE 'N' TO WS-LOG-EVENT
           END-IF.
           PERFORM 6000-WRITE-ACCESS-LOG.
           IF OPRL-GRANTED
               IF WS-LOG-OK
                   IF OPRL-BOOTSTRAP
                       SET WS-SESSION-BOOTSTRAP-SW TO 'Y'
                   END-IF
                   IF WS-ROLE-POS > 0
                       MOVE 'Y' TO WS-ROLE-USED(WS-ROLE-POS)
                   END-IF
               ELSE
                   MOVE 'N' TO OPRL-RESULT
                   MOVE 'L' TO OPRL-REASON
                   DISPLAY "CTROPR: sign-on by " OPRL-OPERATOR
                           " refused - it could not be logged"
               END-IF
           END-IF.

       3000-CHECK-ROLE.
           IF OPRL-PROGRAM NOT = WS-SESSION-PROGRAM
                   OR OPRL-OPERATOR NOT = WS-SESSION-OPERATOR
               MOVE OPRL-PROGRAM TO WS-SESSION-PROGRAM
               MOVE OPRL-OPERATOR TO WS-SESSION-OPERATOR
               SET WS-SESSION-BOOTSTRAP-SW TO 'N'
               MOVE "NNNNNNN" TO WS-SESSION-ROLES-USED
           END-IF.
           PERFORM 5000-DECIDE-ACCESS.
           EVALUATE TRUE
               WHEN OPRL-REFUSED
                   MOVE 'N' TO WS-LOG-EVENT
                   PERFORM 6000-WRITE-ACCESS-LOG
               WHEN WS-ROLE-USED(WS-ROLE-POS) NOT = 'Y'
                   MOVE 'U' TO WS-LOG-EVENT
                   PERFORM 6000-WRITE-ACCESS-LOG
                   IF WS-LOG-OK
                       MOVE 'Y' TO WS-ROLE-USED(WS-ROLE-POS)
                   ELSE
                       MOVE 'N' TO OPRL-RESULT
                       MOVE 'L' TO OPRL-REASON
                       DISPLAY "CTROPR: " OPRL-OPERATOR " refused - "
                               "the use of role " OPRL-ROLE
                               " could not be logged"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-LOG-MAINTENANCE.
           MOVE 'M' TO WS-LOG-EVENT.
           MOVE 'G' TO OPRL-RESULT.
           PERFORM 6000-WRITE-ACCESS-LOG.
           IF NOT WS-LOG-OK
               MOVE 'N' TO OPRL-RESULT
               MOVE 'L' TO OPRL-REASON
           END-IF.

      *****************************************************************
      *  The bootstrap grant only applies while there is no registry
      *  file at all - once CTROPRM has saved one, an empty or
      *  unreadable registry locks everybody out rather than letting
      *  anybody in.
      *****************************************************************
       5000-DECIDE-ACCESS.
           IF OPRL-OPERATOR = SPACES
               SET WS-REGISTRY-READ TO TRUE
               SET WS-OPR-FOUND-SW TO 'N'
           ELSE
               PERFORM 1100-READ-REGISTRY
           END-IF.
           EVALUATE TRUE
               WHEN OPRL-CHECK-ROLE AND WS-ROLE-POS = 0
                   MOVE 'N' TO OPRL-RESULT
                   MOVE 'R' TO OPRL-REASON
                   MOVE "is not a known role" TO WS-REASON-TEXT
               WHEN WS-REGISTRY-MISSING
                   IF OPRL-ROLE = 'S'
                           AND (OPRL-SIGN-ON OR WS-SESSION-BOOTSTRAP)
                       MOVE 'B' TO OPRL-RESULT
                       MOVE 'B' TO OPRL-REASON
                   ELSE
                       MOVE 'N' TO OPRL-RESULT
                       MOVE 'F' TO OPRL-REASON
                       MOVE "- no operator registry on file"
                           TO WS-REASON-TEXT
                   END-IF
               WHEN WS-REGISTRY-FAILED
                   MOVE 'N' TO OPRL-RESULT
                   MOVE 'F' TO OPRL-REASON
                   MOVE "- operator registry unreadable"
                       TO WS-REASON-TEXT
               WHEN NOT WS-OPR-FOUND
                   MOVE 'N' TO OPRL-RESULT
                   MOVE 'U' TO OPRL-REASON
                   MOVE "- not on the operator registry"
                       TO WS-REASON-TEXT
               WHEN FO-STATUS NOT = 'A'
                   MOVE 'N' TO OPRL-RESULT
                   MOVE 'V' TO OPRL-REASON
                   MOVE "- access has been revoked"
                       TO WS-REASON-TEXT
               WHEN WS-ROLE-POS > 0
                       AND FO-ROLE-FLAG(WS-ROLE-POS) NOT = 'Y'
                   MOVE 'N' TO OPRL-RESULT
                   MOVE 'R' TO OPRL-REASON
                   MOVE "- role not held" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'G' TO OPRL-RESULT
           END-EVALUATE.
           IF OPRL-REFUSED
               DISPLAY "CTROPR: operator " OPRL-OPERATOR
                       " refused for " OPRL-PROGRAM " role ["
                       OPRL-ROLE "] " WS-REASON-TEXT
           END-IF.

       6000-WRITE-ACCESS-LOG.
           SET WS-LOG-OK-SW TO 'N'.
           OPEN EXTEND CTR-ACCL-FILE.
           IF WS-ACCL-STATUS = "35"
               OPEN OUTPUT CTR-ACCL-FILE
           END-IF.
           IF WS-ACCL-STATUS = "00"
               MOVE WS-NOW-TIMESTAMP TO ACCL-TIMESTAMP
               MOVE OPRL-PROGRAM TO ACCL-PROGRAM
               MOVE OPRL-OPERATOR TO ACCL-OPERATOR
               MOVE WS-LOG-EVENT TO ACCL-EVENT
               MOVE OPRL-ROLE TO ACCL-ROLE
               MOVE OPRL-REASON TO ACCL-REASON
               MOVE OPRL-DETAIL TO ACCL-DETAIL
               WRITE CTR-ACCL-RECORD
               IF WS-ACCL-STATUS = "00"
                   SET WS-LOG-OK-SW TO 'Y'
               END-IF
               CLOSE CTR-ACCL-FILE
           ELSE
               DISPLAY "CTRACCL access log could not be opened - "
                       "status " WS-ACCL-STATUS
           END-IF.
