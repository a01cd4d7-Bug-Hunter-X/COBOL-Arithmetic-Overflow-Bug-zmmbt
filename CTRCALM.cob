      *  would leave CTRDRIVE nowhere to post).  The rewritten CTRCAL
      *  is published complete-then-rename, the same way CTRMNT
      *  publishes CTRDEF.
      *
      *  The operator signs on with their initials, must be an active
      *  operator on the CTROPR registry, and every holiday add or
      *  delete and every weekday-flag change is checked through
      *  CTROPRC for the calendar maintenance role before it is
      *  allowed.  Listing the calendar needs no role.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-REPLY-VALID-SW           PIC X VALUE 'N'.
               88  WS-REPLY-VALID                    VALUE 'Y'.

       01  WS-OPERATOR-INITIALS            PIC X(3) VALUE SPACES.
       01  WS-MENU-CHOICE                  PIC X(1) VALUE SPACE.
       01  WS-DATE-REPLY                   PIC X(8) VALUE SPACES.
       01  WS-NAME-REPLY                   PIC X(20) VALUE SPACES.
           "MON TUE WED THU FRI SAT SUN ".
       01  WS-DAY-SUB                      PIC 9(1) VALUE 1.

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
           DISPLAY "BUSINESS-DAY CALENDAR MAINTENANCE".
           DISPLAY "Operator initials: ".
           ACCEPT WS-OPERATOR-INITIALS FROM CONSOLE.
           IF WS-OPERATOR-INITIALS = SPACES
               DISPLAY "Operator initials are required - "
                       "maintenance not started"
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE 'S' TO OPRL-FUNCTION
               MOVE "CTRCALM" TO OPRL-PROGRAM
               MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR
               MOVE SPACE TO OPRL-ROLE
               MOVE SPACES TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-GRANTED
                   PERFORM 1100-LOAD-CALENDAR
               ELSE
                   DISPLAY "Maintenance not started"
                   SET WS-EXIT-REQUESTED TO TRUE
               END-IF
           END-IF.

       1100-LOAD-CALENDAR.
           MOVE WS-CAL-REAL-NAME TO WS-CAL-FILENAME.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-MENU-CHOICE = 'A' OR 'a'
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3000-ADD-HOLIDAY
                   END-IF
               WHEN WS-MENU-CHOICE = 'D' OR 'd'
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3100-DELETE-HOLIDAY
                   END-IF
               WHEN WS-MENU-CHOICE = 'W' OR 'w'
                   PERFORM 2300-CHECK-OPERATOR-ROLE
                   IF OPRL-GRANTED
                       PERFORM 3200-SET-WEEKDAY-FLAGS
                   END-IF
               WHEN WS-MENU-CHOICE = 'L' OR 'l'
                   PERFORM 3300-LIST-CALENDAR
               WHEN WS-MENU-CHOICE = 'X' OR 'x'
               DISPLAY "Not a valid YYYYMMDD date - nothing changed"
           END-IF.

      *****************************************************************
      *  Checked against the registry on disk before every change, so
      *  an operator revoked or stripped of the role in mid-session
      *  can do nothing further.
      *****************************************************************
       2300-CHECK-OPERATOR-ROLE.
           MOVE 'C' TO OPRL-FUNCTION.
           MOVE "CTRCALM" TO OPRL-PROGRAM.
           MOVE WS-OPERATOR-INITIALS TO OPRL-OPERATOR.
           MOVE 'C' TO OPRL-ROLE.
           MOVE SPACES TO OPRL-DETAIL.
           CALL "CTROPRC" USING CTR-OPR-LINKAGE
           END-CALL.
           IF NOT OPRL-GRANTED
               DISPLAY "Not authorized - nothing changed"
           END-IF.

       3000-ADD-HOLIDAY.
           DISPLAY "Holiday date YYYYMMDD (blank = cancel): ".
           ACCEPT WS-DATE-REPLY FROM CONSOLE.
