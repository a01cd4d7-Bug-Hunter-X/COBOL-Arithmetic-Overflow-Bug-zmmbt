      *  appended to the dated CTRDEFA change-audit file with old
      *  value, new value, operator, and timestamp.  The rewritten
      *  CTRDEF is published complete-then-rename, the same way
      *  CTRDRIVE publishes CTRLIVE and CTRCKPT.  CTRDEF and CTRCKPT
      *  are keyed by counter ID: the session works on a table of
      *  every version, but each counter's checkpointed value is
      *  read directly by its key.
      *
      *  The P)ending choice walks the CTRRCMD threshold
      *  recommendations CTRTREND computed from the observed history,
      *  written back to CTRRCMD once the rewritten CTRDEF has been
      *  published, so the queue never claims a change that did not
      *  take effect.
      *
      *  The operator must be an active operator on the CTROPR
      *  registry to sign on, and every add, change and retirement
      *  is checked through CTROPRC for the definition maintenance
      *  role - and every recommendation review for the
      *  recommendation approval role - before it is allowed, so
      *  DEFA-OPERATOR is always a registered, authorized operator.
      *
      *  Definitions are dated.  Every add, change and retirement
      *  takes effect from a business date the operator keys - by
      *  default the day after the business date CTRDRIVE last ran
      *  (CTRCYCLE), so a change made in the middle of the nightly
      *  chain never alters the day CTRRECON and CTREXTR are about to
      *  rebuild.  A date already closed is refused, and the business
      *  date in progress has to be confirmed.  A change closes the
      *  version in force the day before and adds the new version
      *  after it, so a change can be scheduled for the first
      *  business day of next month with nobody on shift that
      *  morning.  The L)ist shows each counter's version in force on
      *  the business date in progress side by side with its
      *  scheduled versions.  Versions that ended before the business
      *  date in progress are no longer needed by any batch step and
      *  are dropped when CTRDEF is next rewritten - CTRDEFA keeps
      *  their history.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-DEF-FILE ASSIGN TO DYNAMIC WS-DEF-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-KEY
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CTR-CKPT-FILE ASSIGN TO CTRCKPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKPT-CTR-ID
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CTR-DEFA-FILE ASSIGN TO CTRDEFA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCMD-STATUS.

           SELECT CTR-CYCLE-FILE ASSIGN TO CTRCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-DEF-FILE
           RECORDING MODE IS F.
           COPY CTRRCMD.

       FD  CTR-CYCLE-FILE
           RECORDING MODE IS F.
           COPY CTRCYCLE.

       WORKING-STORAGE SECTION.
       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.

       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  MT-CTR-ID               PIC X(8).
               10  MT-THRESHOLD            PIC 9(9).
               10  MT-ACTION               PIC X(1).
               10  MT-GROUP-CODE           PIC X(4).
               10  MT-ANOMALY              PIC X(1).
               10  MT-EFF-FROM             PIC X(8).
               10  MT-EFF-TO               PIC X(8).
               10  MT-CURRENT-VALUE        PIC 9(9).
               10  MT-CKPT-KNOWN-SW        PIC X.

           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.
           05  WS-DEFA-STATUS              PIC XX VALUE SPACES.
           05  WS-RCMD-STATUS              PIC XX VALUE SPACES.
           05  WS-CYCLE-STATUS             PIC XX VALUE SPACES.

       01  WS-DEF-FILENAME                 PIC X(20).
       01  WS-DEF-TMP-NAME                 PIC X(20) VALUE "CTRDEF.TMP".
               88  WS-RCMD-DROPPED                   VALUE 'Y'.
           05  WS-DEF-SAVED-SW             PIC X VALUE 'N'.
               88  WS-DEF-SAVED                      VALUE 'Y'.
           05  WS-DEF-DROPPED-SW           PIC X VALUE 'N'.
               88  WS-DEF-DROPPED                    VALUE 'Y'.
           05  WS-DEF-WRITE-FAILED-SW      PIC X VALUE 'N'.
               88  WS-DEF-WRITE-FAILED               VALUE 'Y'.
           05  WS-EFF-VALID-SW             PIC X VALUE 'N'.
               88  WS-EFF-VALID                      VALUE 'Y'.
           05  WS-FIRST-VERSION-SW         PIC X VALUE 'N'.
               88  WS-FIRST-VERSION                  VALUE 'Y'.

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
       01  WS-CONFIRM-REPLY                PIC X(1) VALUE SPACE.
       01  WS-LOOKUP-ID                    PIC X(8).

      *    Business-date frame for dated definitions.  WS-CYCLE-DATE
      *    is the business date CTRDRIVE last ran (CTRCYCLE); the
      *    version in force on it is the "current" one on the list,
      *    and a change keyed without a date takes effect the day
      *    after it.
       01  WS-VERSION-DATES.
           05  WS-CYCLE-DATE               PIC X(8) VALUE SPACES.
           05  WS-IN-FORCE-DATE            PIC X(8) VALUE SPACES.
           05  WS-DEFAULT-EFF-DATE         PIC X(8) VALUE SPACES.
           05  WS-EFF-DATE                 PIC X(8) VALUE SPACES.
           05  WS-DAY-BEFORE-EFF           PIC X(8) VALUE SPACES.

       01  WS-DATE-REPLY                   PIC X(8) VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-DATE-IN                  PIC X(8).
           05  WS-DATE-NUM                 PIC 9(8).
           05  WS-DATE-INT                 PIC S9(9) COMP.
           05  WS-DATE-OUT                 PIC X(8).

      *    Console replies arrive left-justified with trailing
      *    spaces, which fails an IS NUMERIC test on the raw field -
      *    the digits are picked off one position at a time instead.
               10  AU-NEW-GROUP            PIC X(4).
               10  AU-OLD-ANOMALY          PIC X(1).
               10  AU-NEW-ANOMALY          PIC X(1).
               10  AU-EFF-DATE             PIC X(8).

       01  WS-AUDIT-SUB                    PIC 9(4) VALUE 0.

       01  WS-NEW-ANOMALY                  PIC X(1) VALUE SPACE.
       01  WS-ANOMALY-REPLY                PIC X(1) VALUE SPACE.
       01  WS-SHIFT-SUB                    PIC 9(4) VALUE 0.
       01  WS-INSERT-SUB                   PIC 9(4) VALUE 0.
       01  WS-SCAN-SUB                     PIC 9(4) VALUE 0.
       01  WS-PRIOR-SUB                    PIC 9(4) VALUE 0.
       01  WS-DEF-WRITTEN                  PIC 9(4) VALUE 0.
       01  WS-LISTED-COUNT                 PIC 9(4) VALUE 0.
       01  WS-SCHEDULED-COUNT              PIC 9(4) VALUE 0.

      *    One L)ist line - the version in force on the business date
      *    in progress on the left, a scheduled version on the right.
       01  WS-LIST-HEADER.
           05  FILLER                      PIC X(40) VALUE
               "COUNTER-ID  THRESHOLD  ACT  GRP   ANM  ".
           05  FILLER                      PIC X(40) VALUE
               "CURRENT   | FROM     THRESHOLD A GRP   N".

       01  WS-LIST-LINE.
           05  LL-CTR-ID                   PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  LL-CURRENT-PART.
               10  LL-THRESHOLD            PIC X(9).
               10  FILLER                  PIC X(2).
               10  LL-ACTION               PIC X(1).
               10  FILLER                  PIC X(4).
               10  LL-GROUP-CODE           PIC X(4).
               10  FILLER                  PIC X(2).
               10  LL-ANOMALY              PIC X(1).
               10  FILLER                  PIC X(5).
               10  LL-CURRENT-VALUE        PIC X(9).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  FILLER                      PIC X(2) VALUE "| ".
           05  LL-SCHED-FROM               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  LL-SCHED-PART.
               10  LL-SCHED-THRESHOLD      PIC X(9).
               10  FILLER                  PIC X(1).
               10  LL-SCHED-ACTION         PIC X(1).
               10  FILLER                  PIC X(1).
               10  LL-SCHED-GROUP-CODE     PIC X(4).
               10  FILLER                  PIC X(2).
               10  LL-SCHED-ANOMALY        PIC X(1).

           COPY CTROPRL.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
                       "maintenance not started"
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE 'S' TO OPRL-FUNCTION
               MOVE "CTRMNT" TO OPRL-PROGRAM
               MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR
               MOVE SPACE TO OPRL-ROLE
               MOVE SPACES TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-GRANTED
                   PERFORM 1500-GET-BUSINESS-DATE
                   PERFORM 1100-LOAD-COUNTER-DEFINITIONS
                   PERFORM 1200-LOAD-CHECKPOINT-VALUES
                   PERFORM 1300-OPEN-AUDIT-FILE
                   PERFORM 1400-LOAD-RECOMMENDATIONS
               ELSE
                   DISPLAY "Maintenance not started"
                   SET WS-EXIT-REQUESTED TO TRUE
               END-IF
           END-IF.

       1100-LOAD-COUNTER-DEFINITIONS.
           OPEN INPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               PERFORM UNTIL WS-DEF-STATUS NOT = "00"
                   READ CTR-DEF-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                                   TO MT-GROUP-CODE(WS-CTR-COUNT)
                               MOVE DEF-ANOMALY
                                   TO MT-ANOMALY(WS-CTR-COUNT)
                               MOVE DEF-EFF-FROM
                                   TO MT-EFF-FROM(WS-CTR-COUNT)
                               MOVE DEF-EFF-TO
                                   TO MT-EFF-TO(WS-CTR-COUNT)
                               MOVE 0
                                   TO MT-CURRENT-VALUE(WS-CTR-COUNT)
                               MOVE 'N'
                                   TO MT-CKPT-KNOWN-SW(WS-CTR-COUNT)
                           ELSE
                               SET WS-DEF-DROPPED TO TRUE
                               DISPLAY "CTRDEF has more rows than "
                                       "WS-CTR-MAX-ENTRIES - "
                                       "ignoring " DEF-CTR-ID
                           END-IF
       1200-LOAD-CHECKPOINT-VALUES.
           OPEN INPUT CTR-CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   PERFORM 1210-APPLY-CHECKPOINT-ROW
               END-PERFORM
               CLOSE CTR-CKPT-FILE
           ELSE
                       "current-value warnings not available"
           END-IF.

      *    The counter's running value belongs to every version of
      *    it - each version reads the counter's row by its key.
       1210-APPLY-CHECKPOINT-ROW.
           MOVE MT-CTR-ID(WS-CTR-IDX) TO CKPT-CTR-ID.
           READ CTR-CKPT-FILE
               KEY IS CKPT-CTR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CKPT-CTR-VALUE TO MT-CURRENT-VALUE(WS-CTR-IDX)
                   MOVE 'Y' TO MT-CKPT-KNOWN-SW(WS-CTR-IDX)
           END-READ.

       1300-OPEN-AUDIT-FILE.
           OPEN EXTEND CTR-DEFA-FILE.
           IF WS-DEFA-STATUS = "35"
               CLOSE CTR-RCMD-FILE
           END-IF.

      *****************************************************************
      *  The business date in progress is the one CTRDRIVE last ran.
      *  With no CTRCYCLE yet nothing has been run, and today's date
      *  stands in for it.
      *****************************************************************
       1500-GET-BUSINESS-DATE.
           OPEN INPUT CTR-CYCLE-FILE.
           IF WS-CYCLE-STATUS = "00"
               READ CTR-CYCLE-FILE
                   AT END
                       MOVE "10" TO WS-CYCLE-STATUS
               END-READ
               IF WS-CYCLE-STATUS = "00"
                   MOVE CYCLE-PROC-DATE TO WS-CYCLE-DATE
               END-IF
               CLOSE CTR-CYCLE-FILE
           END-IF.
           IF WS-CYCLE-DATE = SPACES
               MOVE WS-NOW-TIMESTAMP(1:8) TO WS-IN-FORCE-DATE
               MOVE WS-NOW-TIMESTAMP(1:8) TO WS-DEFAULT-EFF-DATE
           ELSE
               MOVE WS-CYCLE-DATE TO WS-IN-FORCE-DATE
               MOVE WS-CYCLE-DATE TO WS-DATE-IN
               PERFORM 2510-COMPUTE-DAY-AFTER
               MOVE WS-DATE-OUT TO WS-DEFAULT-EFF-DATE
           END-IF.
           DISPLAY "Business date in progress " WS-IN-FORCE-DATE
                   " - changes take effect from "
                   WS-DEFAULT-EFF-DATE " unless dated otherwise".

       2000-PROCESS-MENU.
           DISPLAY " ".
           DISPLAY "A)dd  C)hange  R)etire  L)ist  P)ending  "
                           "then start a new session for further "
                           "changes"
               WHEN WS-MENU-CHOICE = 'A' OR 'a'
                   MOVE 'D' TO OPRL-ROLE
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3000-ADD-COUNTER
                   END-IF
               WHEN WS-MENU-CHOICE = 'C' OR 'c'
                   MOVE 'D' TO OPRL-ROLE
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3100-CHANGE-COUNTER
                   END-IF
               WHEN WS-MENU-CHOICE = 'R' OR 'r'
                   MOVE 'D' TO OPRL-ROLE
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3200-RETIRE-COUNTER
                   END-IF
               WHEN WS-MENU-CHOICE = 'L' OR 'l'
                   PERFORM 3300-LIST-COUNTERS
               WHEN WS-MENU-CHOICE = 'P' OR 'p'
                   MOVE 'P' TO OPRL-ROLE
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 4000-REVIEW-RECOMMENDATIONS
                   END-IF
               WHEN WS-MENU-CHOICE = 'X' OR 'x'
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "No such choice"
           END-EVALUATE.

      *    Finds the version of WS-LOOKUP-ID in force on WS-EFF-DATE.
       2100-FIND-COUNTER.
           SET WS-CTR-FOUND-SW TO 'N'.
           SET WS-CTR-IDX TO 1.
           PERFORM UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   OR WS-CTR-FOUND
               IF MT-CTR-ID(WS-CTR-IDX) = WS-LOOKUP-ID
                       AND MT-EFF-FROM(WS-CTR-IDX) NOT > WS-EFF-DATE
                       AND (MT-EFF-TO(WS-CTR-IDX) = SPACES
                           OR MT-EFF-TO(WS-CTR-IDX)
                               NOT < WS-EFF-DATE)
                   SET WS-CTR-FOUND-SW TO 'Y'
               ELSE
                   SET WS-CTR-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Finds the first version of WS-LOOKUP-ID still in force on
      *    or after WS-EFF-DATE - in force then, or scheduled later.
       2150-FIND-LATER-VERSION.
           SET WS-CTR-FOUND-SW TO 'N'.
           SET WS-CTR-IDX TO 1.
           PERFORM UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   OR WS-CTR-FOUND
               IF MT-CTR-ID(WS-CTR-IDX) = WS-LOOKUP-ID
                       AND (MT-EFF-TO(WS-CTR-IDX) = SPACES
                           OR MT-EFF-TO(WS-CTR-IDX)
                               NOT < WS-EFF-DATE)
                   SET WS-CTR-FOUND-SW TO 'Y'
               ELSE
                   SET WS-CTR-IDX UP BY 1
               END-IF
           END-IF.

      *****************************************************************
      *  Checked against the registry on disk before every action, so
      *  an operator revoked or stripped of the role in mid-session
      *  can do nothing further.  OPRL-ROLE is set by the caller.
      *****************************************************************
       2300-CHECK-OPERATOR-ROLE.
           MOVE 'C' TO OPRL-FUNCTION.
           MOVE "CTRMNT" TO OPRL-PROGRAM.
           MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR.
           MOVE SPACES TO OPRL-DETAIL.
           CALL "CTROPRC" USING CTR-OPR-LINKAGE
           END-CALL.
           IF NOT OPRL-GRANTED
               DISPLAY "Not authorized - nothing changed"
           END-IF.

       2500-COMPUTE-DAY-BEFORE.
           MOVE WS-DATE-IN TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-DATE-OUT.

       2510-COMPUTE-DAY-AFTER.
           MOVE WS-DATE-IN TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-DATE-OUT.

      *****************************************************************
      *  A counter can be added from any date on which it has no
      *  version - including a counter already scheduled to retire
      *  before that date.
      *****************************************************************
       3000-ADD-COUNTER.
           DISPLAY "Counter ID to add (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               PERFORM 3900-ACCEPT-EFFECTIVE-DATE
               IF WS-EFF-VALID
                   MOVE WS-ID-REPLY TO WS-LOOKUP-ID
                   PERFORM 2150-FIND-LATER-VERSION
                   EVALUATE TRUE
                       WHEN WS-CTR-FOUND
                           DISPLAY "Counter " WS-ID-REPLY
                                   " is already defined on or after "
                                   WS-EFF-DATE " - not added"
                       WHEN WS-CTR-COUNT NOT < WS-CTR-MAX-ENTRIES
                           DISPLAY "Definition table is full - "
                                   "not added"
                       WHEN OTHER
                           PERFORM 3010-ACCEPT-NEW-DEFINITION
                   END-EVALUATE
               END-IF
           END-IF.

       3010-ACCEPT-NEW-DEFINITION.
           MOVE 'Y' TO WS-CONFIRM-REPLY.
           OPEN INPUT CTR-CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               MOVE WS-ID-REPLY TO CKPT-CTR-ID
               READ CTR-CKPT-FILE
                   KEY IS CKPT-CTR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CKPT-RESTART-CONTROL
                               AND WS-NEW-THRESHOLD < CKPT-CTR-VALUE
                           DISPLAY "WARNING: " WS-ID-REPLY
                                   " still has checkpointed "
                                   "value " CKPT-CTR-VALUE
                                   " above the new threshold "
                                   WS-NEW-THRESHOLD
                           DISPLAY "Add anyway (Y/N)? "
                           ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
                       END-IF
               END-READ
               CLOSE CTR-CKPT-FILE
           END-IF.

           MOVE WS-NEW-ACTION TO MT-ACTION(WS-CTR-COUNT).
           MOVE WS-NEW-GROUP TO MT-GROUP-CODE(WS-CTR-COUNT).
           MOVE WS-NEW-ANOMALY TO MT-ANOMALY(WS-CTR-COUNT).
           MOVE WS-EFF-DATE TO MT-EFF-FROM(WS-CTR-COUNT).
           MOVE SPACES TO MT-EFF-TO(WS-CTR-COUNT).
           MOVE 0 TO MT-CURRENT-VALUE(WS-CTR-COUNT).
           MOVE 'N' TO MT-CKPT-KNOWN-SW(WS-CTR-COUNT).
           SET WS-CHANGES-MADE TO TRUE.
           MOVE WS-NEW-GROUP TO WS-AUDIT-NEW-GROUP.
           MOVE WS-NEW-ANOMALY TO WS-AUDIT-NEW-ANOMALY.
           PERFORM 8000-WRITE-AUDIT-RECORD.
           DISPLAY "Added " WS-ID-REPLY " from " WS-EFF-DATE.

       3100-CHANGE-COUNTER.
           DISPLAY "Counter ID to change (blank = cancel): ".
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               PERFORM 3900-ACCEPT-EFFECTIVE-DATE
               IF WS-EFF-VALID
                   MOVE WS-ID-REPLY TO WS-LOOKUP-ID
                   PERFORM 2100-FIND-COUNTER
                   EVALUATE TRUE
                       WHEN NOT WS-CTR-FOUND
                           DISPLAY "Counter " WS-ID-REPLY
                                   " is not defined on " WS-EFF-DATE
                       WHEN MT-EFF-FROM(WS-CTR-IDX) NOT = WS-EFF-DATE
                               AND WS-CTR-COUNT
                                   NOT < WS-CTR-MAX-ENTRIES
                           DISPLAY "Definition table is full - "
                                   "not changed"
                       WHEN OTHER
                           PERFORM 3110-ACCEPT-CHANGED-DEFINITION
                   END-EVALUATE
               END-IF
           END-IF.

       3110-ACCEPT-CHANGED-DEFINITION.
           DISPLAY "In force on " WS-EFF-DATE ": threshold "
                   MT-THRESHOLD(WS-CTR-IDX)
                   " action " MT-ACTION(WS-CTR-IDX)
                   " group " MT-GROUP-CODE(WS-CTR-IDX)
                   " anomaly " MT-ANOMALY(WS-CTR-IDX).
                   PERFORM 3800-ACCEPT-ANOMALY
                   PERFORM 3120-CHECK-THRESHOLD-WARNING
                   IF WS-CONFIRM-REPLY = 'Y' OR 'y'
                       PERFORM 3130-APPLY-NEW-VERSION
                       MOVE 'C' TO WS-AUDIT-CHANGE-TYPE
                       MOVE WS-NEW-THRESHOLD
                           TO WS-AUDIT-NEW-THRESHOLD
                       MOVE WS-NEW-GROUP TO WS-AUDIT-NEW-GROUP
                       MOVE WS-NEW-ANOMALY TO WS-AUDIT-NEW-ANOMALY
                       PERFORM 8000-WRITE-AUDIT-RECORD
                       DISPLAY "Changed " WS-ID-REPLY " from "
                               WS-EFF-DATE
                   ELSE
                       DISPLAY "Change abandoned"
                   END-IF
               ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
           END-IF.

      *****************************************************************
      *  The new version is the one in force on the effective date
      *  (WS-CTR-IDX) replaced in place when it starts that same day.
      *  Otherwise that version is closed the day before and the new
      *  version inserted straight after it, inheriting its end date,
      *  so a version already scheduled beyond it stays as it was.
      *  WS-CTR-IDX is left on the new version.
      *****************************************************************
       3130-APPLY-NEW-VERSION.
           IF MT-EFF-FROM(WS-CTR-IDX) NOT = WS-EFF-DATE
               PERFORM 3140-INSERT-VERSION-AFTER
           END-IF.
           MOVE WS-NEW-THRESHOLD TO MT-THRESHOLD(WS-CTR-IDX).
           MOVE WS-NEW-ACTION TO MT-ACTION(WS-CTR-IDX).
           MOVE WS-NEW-GROUP TO MT-GROUP-CODE(WS-CTR-IDX).
           MOVE WS-NEW-ANOMALY TO MT-ANOMALY(WS-CTR-IDX).
           SET WS-CHANGES-MADE TO TRUE.

       3140-INSERT-VERSION-AFTER.
           MOVE WS-CTR-COUNT TO WS-SHIFT-SUB.
           ADD 1 TO WS-CTR-COUNT.
           SET WS-INSERT-SUB TO WS-CTR-IDX.
           ADD 1 TO WS-INSERT-SUB.
           PERFORM UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               MOVE WS-CTR-ENTRY(WS-SHIFT-SUB)
                   TO WS-CTR-ENTRY(WS-SHIFT-SUB + 1)
               SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM.
           MOVE WS-CTR-ENTRY(WS-CTR-IDX) TO WS-CTR-ENTRY(WS-INSERT-SUB).
           MOVE WS-DAY-BEFORE-EFF TO MT-EFF-TO(WS-CTR-IDX).
           SET WS-CTR-IDX TO WS-INSERT-SUB.
           MOVE WS-EFF-DATE TO MT-EFF-FROM(WS-CTR-IDX).

      *****************************************************************
      *  A retirement keyed for a date ends the counter the day
      *  before it: versions starting on or after the date are
      *  dropped and the version in force on it is closed.
      *****************************************************************
       3200-RETIRE-COUNTER.
           DISPLAY "Counter ID to retire (blank = cancel): ".
           ACCEPT WS-ID-REPLY FROM CONSOLE.
           IF WS-ID-REPLY = SPACES
               CONTINUE
           ELSE
               DISPLAY "The counter is no longer defined from the "
                       "effective date on"
               PERFORM 3900-ACCEPT-EFFECTIVE-DATE
               IF WS-EFF-VALID
                   MOVE WS-ID-REPLY TO WS-LOOKUP-ID
                   PERFORM 2150-FIND-LATER-VERSION
                   IF WS-CTR-FOUND
                       DISPLAY "Retire " WS-ID-REPLY " from "
                               WS-EFF-DATE " (Y/N)? "
                       ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
                       IF WS-CONFIRM-REPLY = 'Y' OR 'y'
                           PERFORM 3210-REMOVE-COUNTER-ENTRY
                       ELSE
                           DISPLAY "Retirement abandoned"
                       END-IF
                   ELSE
                       DISPLAY "Counter " WS-ID-REPLY " is not "
                               "defined on or after " WS-EFF-DATE
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-AUDIT-NEW-GROUP.
           MOVE SPACE TO WS-AUDIT-NEW-ANOMALY.
           PERFORM 8000-WRITE-AUDIT-RECORD.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM UNTIL WS-SCAN-SUB > WS-CTR-COUNT
               IF MT-CTR-ID(WS-SCAN-SUB) = WS-LOOKUP-ID
                       AND MT-EFF-FROM(WS-SCAN-SUB) NOT < WS-EFF-DATE
                   PERFORM 3220-DROP-VERSION
               ELSE
                   IF MT-CTR-ID(WS-SCAN-SUB) = WS-LOOKUP-ID
                           AND (MT-EFF-TO(WS-SCAN-SUB) = SPACES
                               OR MT-EFF-TO(WS-SCAN-SUB)
                                   NOT < WS-EFF-DATE)
                       MOVE WS-DAY-BEFORE-EFF
                           TO MT-EFF-TO(WS-SCAN-SUB)
                   END-IF
                   ADD 1 TO WS-SCAN-SUB
               END-IF
           END-PERFORM.
           SET WS-CHANGES-MADE TO TRUE.
           DISPLAY "Retired " WS-ID-REPLY " from " WS-EFF-DATE.

       3220-DROP-VERSION.
           MOVE WS-SCAN-SUB TO WS-SHIFT-SUB.
           PERFORM UNTIL WS-SHIFT-SUB NOT < WS-CTR-COUNT
               MOVE WS-CTR-ENTRY(WS-SHIFT-SUB + 1)
                   TO WS-CTR-ENTRY(WS-SHIFT-SUB)
               ADD 1 TO WS-SHIFT-SUB
           END-PERFORM.
           SUBTRACT 1 FROM WS-CTR-COUNT.

       3300-LIST-COUNTERS.
           DISPLAY "CURRENT = IN FORCE ON " WS-IN-FORCE-DATE
                   ", SCHEDULED VERSIONS TO THE RIGHT".
           DISPLAY WS-LIST-HEADER.
           MOVE 0 TO WS-LISTED-COUNT.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-CTR-COUNT
               PERFORM 3310-CHECK-FIRST-VERSION
               IF WS-FIRST-VERSION
                   PERFORM 3320-LIST-ONE-COUNTER
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (no counters defined)"
           END-IF.

      *    A counter is listed once, at its first version in the table.
       3310-CHECK-FIRST-VERSION.
           SET WS-FIRST-VERSION-SW TO 'Y'.
           MOVE 1 TO WS-PRIOR-SUB.
           PERFORM UNTIL WS-PRIOR-SUB NOT < WS-SCAN-SUB
                   OR NOT WS-FIRST-VERSION
               IF MT-CTR-ID(WS-PRIOR-SUB) = MT-CTR-ID(WS-SCAN-SUB)
                   SET WS-FIRST-VERSION-SW TO 'N'
               END-IF
               ADD 1 TO WS-PRIOR-SUB
           END-PERFORM.

      *****************************************************************
      *  The version in force on the business date in progress goes
      *  on the left; each later version goes on the right, the
      *  first beside it and any others on lines of their own.  A
      *  counter with nothing scheduled but an end date shows the
      *  date it retires from.  A counter whose versions have all
      *  ended is history and is not listed.
      *****************************************************************
       3320-LIST-ONE-COUNTER.
           MOVE MT-CTR-ID(WS-SCAN-SUB) TO WS-LOOKUP-ID.
           MOVE WS-IN-FORCE-DATE TO WS-EFF-DATE.
           PERFORM 2100-FIND-COUNTER.
           MOVE WS-LOOKUP-ID TO LL-CTR-ID.
           MOVE SPACES TO LL-CURRENT-PART.
           MOVE SPACES TO LL-SCHED-FROM.
           MOVE SPACES TO LL-SCHED-PART.
           IF WS-CTR-FOUND
               MOVE MT-THRESHOLD(WS-CTR-IDX) TO LL-THRESHOLD
               MOVE MT-ACTION(WS-CTR-IDX) TO LL-ACTION
               MOVE MT-GROUP-CODE(WS-CTR-IDX) TO LL-GROUP-CODE
               MOVE MT-ANOMALY(WS-CTR-IDX) TO LL-ANOMALY
               IF MT-CKPT-KNOWN-SW(WS-CTR-IDX) = 'Y'
                   MOVE MT-CURRENT-VALUE(WS-CTR-IDX)
                       TO LL-CURRENT-VALUE
               ELSE
                   MOVE "(none)" TO LL-CURRENT-VALUE
               END-IF
           ELSE
               MOVE "(not yet in force)" TO LL-CURRENT-PART
           END-IF.
           MOVE 0 TO WS-SCHEDULED-COUNT.
           PERFORM VARYING WS-PRIOR-SUB FROM WS-SCAN-SUB BY 1
                   UNTIL WS-PRIOR-SUB > WS-CTR-COUNT
               IF MT-CTR-ID(WS-PRIOR-SUB) = WS-LOOKUP-ID
                       AND MT-EFF-FROM(WS-PRIOR-SUB) > WS-IN-FORCE-DATE
                   PERFORM 3330-LIST-SCHEDULED-VERSION
               END-IF
           END-PERFORM.
           IF WS-SCHEDULED-COUNT = 0 AND WS-CTR-FOUND
               IF MT-EFF-TO(WS-CTR-IDX) NOT = SPACES
                   MOVE MT-EFF-TO(WS-CTR-IDX) TO WS-DATE-IN
                   PERFORM 2510-COMPUTE-DAY-AFTER
                   MOVE WS-DATE-OUT TO LL-SCHED-FROM
                   MOVE "RETIRED" TO LL-SCHED-PART
               END-IF
               DISPLAY WS-LIST-LINE
               ADD 1 TO WS-LISTED-COUNT
           END-IF.

       3330-LIST-SCHEDULED-VERSION.
           MOVE MT-EFF-FROM(WS-PRIOR-SUB) TO LL-SCHED-FROM.
           MOVE MT-THRESHOLD(WS-PRIOR-SUB) TO LL-SCHED-THRESHOLD.
           MOVE MT-ACTION(WS-PRIOR-SUB) TO LL-SCHED-ACTION.
           MOVE MT-GROUP-CODE(WS-PRIOR-SUB) TO LL-SCHED-GROUP-CODE.
           MOVE MT-ANOMALY(WS-PRIOR-SUB) TO LL-SCHED-ANOMALY.
           DISPLAY WS-LIST-LINE.
           IF WS-SCHEDULED-COUNT = 0
               ADD 1 TO WS-LISTED-COUNT
           END-IF.
           ADD 1 TO WS-SCHEDULED-COUNT.
           MOVE SPACES TO LL-CTR-ID.
           MOVE SPACES TO LL-CURRENT-PART.

      *****************************************************************
      *  Walks the pending CTRTREND threshold recommendations one by
                   DISPLAY "Skipped - left pending"
           END-EVALUATE.

      *    An approved threshold takes effect from the default date,
      *    as an undated hand-keyed change would.
       4200-APPROVE-RECOMMENDATION.
           MOVE RC-CTR-ID(WS-RCMD-IDX) TO WS-LOOKUP-ID.
           MOVE WS-DEFAULT-EFF-DATE TO WS-EFF-DATE.
           PERFORM 3910-SET-DAY-BEFORE-EFF.
           PERFORM 2100-FIND-COUNTER.
           EVALUATE TRUE
               WHEN NOT WS-CTR-FOUND
                   DISPLAY "Counter " WS-LOOKUP-ID " is not defined "
                           "on " WS-EFF-DATE
                           " - recommendation rejected"
                   MOVE 'R' TO RC-STATUS(WS-RCMD-IDX)
                   SET WS-RCMD-CHANGES-SW TO 'Y'
               WHEN MT-EFF-FROM(WS-CTR-IDX) NOT = WS-EFF-DATE
                       AND WS-CTR-COUNT NOT < WS-CTR-MAX-ENTRIES
                   DISPLAY "Definition table is full - left pending"
               WHEN OTHER
                   PERFORM 4210-APPLY-RECOMMENDATION
           END-EVALUATE.

       4210-APPLY-RECOMMENDATION.
           MOVE MT-THRESHOLD(WS-CTR-IDX) TO WS-AUDIT-OLD-THRESHOLD.
           MOVE MT-ACTION(WS-CTR-IDX) TO WS-AUDIT-OLD-ACTION.
           MOVE MT-GROUP-CODE(WS-CTR-IDX) TO WS-AUDIT-OLD-GROUP.
           MOVE MT-ANOMALY(WS-CTR-IDX) TO WS-AUDIT-OLD-ANOMALY.
           MOVE RC-SUGGESTED(WS-RCMD-IDX) TO WS-NEW-THRESHOLD.
           MOVE MT-ACTION(WS-CTR-IDX) TO WS-NEW-ACTION.
           MOVE MT-GROUP-CODE(WS-CTR-IDX) TO WS-NEW-GROUP.
           MOVE MT-ANOMALY(WS-CTR-IDX) TO WS-NEW-ANOMALY.
           PERFORM 3120-CHECK-THRESHOLD-WARNING.
           IF WS-CONFIRM-REPLY = 'Y' OR 'y'
               PERFORM 3130-APPLY-NEW-VERSION
               MOVE 'C' TO WS-AUDIT-CHANGE-TYPE
               MOVE WS-NEW-THRESHOLD TO WS-AUDIT-NEW-THRESHOLD
               MOVE WS-NEW-ACTION TO WS-AUDIT-NEW-ACTION
               MOVE WS-NEW-GROUP TO WS-AUDIT-NEW-GROUP
               MOVE WS-NEW-ANOMALY TO WS-AUDIT-NEW-ANOMALY
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 'A' TO RC-STATUS(WS-RCMD-IDX)
               SET WS-RCMD-CHANGES-SW TO 'Y'
               DISPLAY "Approved - " WS-LOOKUP-ID " threshold "
                       WS-NEW-THRESHOLD " from " WS-EFF-DATE
           ELSE
               DISPLAY "Approval abandoned - left pending"
           END-IF.

       3500-ACCEPT-THRESHOLD.
                           "set to N"
           END-EVALUATE.

      *****************************************************************
      *  Every change is keyed for a business date.  A date CTRDRIVE
      *  has already closed is refused - CTRRECON and CTREXTR would
      *  rebuild it with a threshold it was never counted under -
      *  and the business date still in progress has to be
      *  confirmed, since the whole day will be rebuilt with the new
      *  version.
      *****************************************************************
       3900-ACCEPT-EFFECTIVE-DATE.
           SET WS-EFF-VALID-SW TO 'N'.
           DISPLAY "Effective business date (YYYYMMDD, blank = "
                   WS-DEFAULT-EFF-DATE "): ".
           MOVE SPACES TO WS-DATE-REPLY.
           ACCEPT WS-DATE-REPLY FROM CONSOLE.
           IF WS-DATE-REPLY = SPACES
               MOVE WS-DEFAULT-EFF-DATE TO WS-DATE-REPLY
           END-IF.
           PERFORM 3905-EDIT-DATE-REPLY.
           EVALUATE TRUE
               WHEN WS-DATE-REPLY IS NOT NUMERIC
                   DISPLAY "Date must be eight digits, YYYYMMDD - "
                           "nothing changed"
               WHEN WS-DATE-INT = 0
                   DISPLAY "Not a valid date: " WS-DATE-REPLY
                           " - nothing changed"
               WHEN WS-CYCLE-DATE NOT = SPACES
                       AND WS-DATE-REPLY < WS-CYCLE-DATE
                   DISPLAY "Business date " WS-DATE-REPLY " is "
                           "already closed - nothing changed"
               WHEN WS-DATE-REPLY = WS-CYCLE-DATE
                   DISPLAY "WARNING: CTRDRIVE has already run business "
                           "date " WS-DATE-REPLY " - the whole day "
                           "will be rebuilt with this version"
                   DISPLAY "Use this date anyway (Y/N)? "
                   ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
                   IF WS-CONFIRM-REPLY = 'Y' OR 'y'
                       SET WS-EFF-VALID-SW TO 'Y'
                   ELSE
                       DISPLAY "Nothing changed"
                   END-IF
               WHEN OTHER
                   SET WS-EFF-VALID-SW TO 'Y'
           END-EVALUATE.
           IF WS-EFF-VALID
               MOVE WS-DATE-REPLY TO WS-EFF-DATE
               PERFORM 3910-SET-DAY-BEFORE-EFF
           END-IF.

      *    A real calendar date is the only kind with a day number;
      *    anything else comes back as zero.
       3905-EDIT-DATE-REPLY.
           MOVE 0 TO WS-DATE-INT.
           IF WS-DATE-REPLY IS NUMERIC
               MOVE WS-DATE-REPLY TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.

       3910-SET-DAY-BEFORE-EFF.
           MOVE WS-EFF-DATE TO WS-DATE-IN.
           PERFORM 2500-COMPUTE-DAY-BEFORE.
           MOVE WS-DATE-OUT TO WS-DAY-BEFORE-EFF.

       8000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
               TO AU-OLD-ANOMALY(WS-AUDIT-COUNT).
           MOVE WS-AUDIT-NEW-ANOMALY
               TO AU-NEW-ANOMALY(WS-AUDIT-COUNT).
           MOVE WS-EFF-DATE TO AU-EFF-DATE(WS-AUDIT-COUNT).

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-CHANGES-MADE AND WS-DEF-DROPPED
                   DISPLAY "CTRDEF left untouched - some rows did not "
                           "fit the definition table and must not be "
                           "lost - changes were NOT saved"
               WHEN WS-CHANGES-MADE
                   PERFORM 9100-SAVE-DEFINITIONS
               WHEN OTHER
                   DISPLAY "CTRMNT: no changes made"
           END-EVALUATE.
      *    Dispositions are only written back once any definition
      *    changes are safely on disk - an approval whose CTRDEF save
      *    failed stays pending, never marked approved.
               CLOSE CTR-DEFA-FILE
           END-IF.

      *****************************************************************
      *  The session table is not held in key order - added counters
      *  and inserted versions sit where they were made - so each
      *  version is written to the new keyed CTRDEF by its key.  A
      *  write the file refuses leaves the old CTRDEF in place.
      *****************************************************************
       9100-SAVE-DEFINITIONS.
           MOVE WS-DEF-TMP-NAME TO WS-DEF-FILENAME.
           OPEN OUTPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               MOVE 0 TO WS-DEF-WRITTEN
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   IF MT-EFF-TO(WS-CTR-IDX) = SPACES
                           OR WS-CYCLE-DATE = SPACES
                           OR MT-EFF-TO(WS-CTR-IDX)
                               NOT < WS-CYCLE-DATE
                       PERFORM 9110-WRITE-DEFINITION
                   END-IF
               END-PERFORM
               CLOSE CTR-DEF-FILE
               IF WS-DEF-WRITE-FAILED
                   DISPLAY "CTRDEF not published - a definition "
                           "could not be written - changes were NOT "
                           "saved, audit rows NOT written"
               ELSE
                   PERFORM 9120-PUBLISH-DEFINITIONS
               END-IF
           ELSE
               DISPLAY "CTRDEF could not be opened for output - "
                       "NOT written"
           END-IF.

      *    A version that ended before the business date in progress
      *    is not written back - CTRDEFA holds its history.
       9110-WRITE-DEFINITION.
           MOVE MT-CTR-ID(WS-CTR-IDX) TO DEF-CTR-ID.
           MOVE MT-THRESHOLD(WS-CTR-IDX) TO DEF-THRESHOLD.
           MOVE MT-ACTION(WS-CTR-IDX) TO DEF-ACTION.
           MOVE MT-GROUP-CODE(WS-CTR-IDX) TO DEF-GROUP-CODE.
           MOVE MT-ANOMALY(WS-CTR-IDX) TO DEF-ANOMALY.
           MOVE MT-EFF-FROM(WS-CTR-IDX) TO DEF-EFF-FROM.
           MOVE MT-EFF-TO(WS-CTR-IDX) TO DEF-EFF-TO.
           WRITE CTR-DEF-RECORD
               INVALID KEY
                   SET WS-DEF-WRITE-FAILED TO TRUE
                   DISPLAY "CTRDEF version " DEF-CTR-ID " from "
                           DEF-EFF-FROM " not written - status "
                           WS-DEF-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-DEF-WRITTEN
           END-WRITE.

       9120-PUBLISH-DEFINITIONS.
           CALL "CBL_RENAME_FILE" USING WS-DEF-TMP-NAME
                   WS-DEF-REAL-NAME
               RETURNING WS-DEF-RENAME-RESULT
           END-CALL.
           IF WS-DEF-RENAME-RESULT NOT = 0
               DISPLAY "CTRDEF could not be published - rename "
                       "status " WS-DEF-RENAME-RESULT
                       " - changes were NOT saved, audit rows "
                       "NOT written"
           ELSE
               SET WS-DEF-SAVED-SW TO 'Y'
               PERFORM 9200-WRITE-AUDIT-TRAIL
               DISPLAY "CTRMNT: " WS-DEF-WRITTEN
                       " definitions saved"
           END-IF.

      *****************************************************************
      *  Only reached once the rewritten CTRDEF has been renamed
      *  into place - the audit trail records what actually took
                       TO DEFA-OLD-ANOMALY
                   MOVE AU-NEW-ANOMALY(WS-AUDIT-SUB)
                       TO DEFA-NEW-ANOMALY
                   MOVE AU-EFF-DATE(WS-AUDIT-SUB) TO DEFA-EFF-DATE
                   WRITE CTR-DEFA-RECORD
               END-PERFORM
           ELSE
