       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRSTPM.
      *****************************************************************
      *  Nightly job-chain step-status page.
      *
      *  Shows where the chain stands for a business date (blank =
      *  the latest date on CTRSTEP): every step in running order
      *  with its status, start and end times, return code and the
      *  number of attempts, and which step the chain will run next.
      *  The operator can mark a step for rerun with their initials;
      *  the CTRSTPC step-control module marks it and every step
      *  after it, and the next submission of the chain skips the
      *  steps ahead of it and restarts there.  The CTRALMG step is
      *  its unattended CHAIN-mode queue merge - marking it has no
      *  bearing on operators escalating and acknowledging alerts,
      *  which they can do at any time.
      *
      *  The initials are signed on through the CTROPRC access check
      *  before each mark, so STEP-RERUN-BY always names an active
      *  operator on the CTROPR registry and every mark is on the
      *  CTRACCL access log.  No role is needed: a rerun mark changes
      *  no counts - it only lets the chain go back over its own
      *  work - and whoever runs the chain must be able to make one.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-STEP-FILE ASSIGN TO CTRSTEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-STEP-FILE
           RECORDING MODE IS F.
           COPY CTRSTEP.

       WORKING-STORAGE SECTION.
      *    The chain, in running order - as CTRSTPC holds it.
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

       01  WS-SWITCHES.
           05  WS-EXIT-SW                  PIC X VALUE 'N'.
               88  WS-EXIT-REQUESTED                 VALUE 'Y'.
           05  WS-REPLY-VALID-SW           PIC X VALUE 'N'.
               88  WS-REPLY-VALID                    VALUE 'Y'.

       01  WS-STATUS-DATE                  PIC X(8) VALUE SPACES.
       01  WS-CHAIN-SUB                    PIC 9(4) VALUE 0.
       01  WS-ROW-POS                      PIC 9(4) VALUE 0.
       01  WS-NEXT-STEP-SUB                PIC 9(4) VALUE 0.

      *    Console replies are picked off one digit at a time, as in
      *    CTRCASEM.
       01  WS-SELECTION-REPLY              PIC X(4) VALUE SPACES.
       01  WS-SELECTION-NUMBER             PIC 9(4) VALUE 0.
       01  WS-REPLY-NUMBER                 PIC 9(4) VALUE 0.
       01  WS-REPLY-POS                    PIC 9(1) VALUE 1.
       01  WS-REPLY-DIGIT-X                PIC X(1).
       01  WS-REPLY-DIGIT-9 REDEFINES WS-REPLY-DIGIT-X
                                           PIC 9(1).

       01  WS-RERUN-INITIALS               PIC X(3) VALUE SPACES.

           COPY CTRSTPL.

           COPY CTROPRL.

       01  WS-STEP-HEADER-LINE.
           05  FILLER                      PIC X(32)
                   VALUE "NIGHTLY CHAIN STEP STATUS  FOR: ".
           05  WS-STEP-HDR-DATE            PIC X(8).

       01  WS-STEP-COLUMN-HEADER.
           05  FILLER                      PIC X(49) VALUE
               "   STEP      STATUS         STARTED         ENDED".
           05  FILLER                      PIC X(31) VALUE
               "             RC RUNS".

       01  WS-STEP-DETAIL-LINE.
           05  WS-STEP-LIST-NO             PIC 9(1).
           05  FILLER                      PIC X(2) VALUE ") ".
           05  WS-STEP-DTL-NAME            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STEP-DTL-STATUS          PIC X(13).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STEP-DTL-START           PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STEP-DTL-END             PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STEP-DTL-RC              PIC Z(3)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STEP-DTL-RUNS            PIC ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-STEP-DTL-NEXT            PIC X(6).

       01  WS-RERUN-NOTE-LINE.
           05  FILLER                      PIC X(27)
                   VALUE "     marked for rerun by   ".
           05  WS-RERUN-NOTE-BY            PIC X(3).
           05  FILLER                      PIC X(4) VALUE " at ".
           05  WS-RERUN-NOTE-TS            PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SHOW-CHAIN-STATUS.
           PERFORM 3000-MARK-STEPS
               UNTIL WS-EXIT-REQUESTED.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Business date (YYYYMMDD, blank = latest): ".
           ACCEPT WS-STATUS-DATE FROM CONSOLE.
           IF WS-STATUS-DATE = SPACES
               PERFORM 1100-FIND-LATEST-DATE
           END-IF.
           IF WS-STATUS-DATE = SPACES
               DISPLAY "CTRSTEP holds no chain steps - nothing has "
                       "run under step control"
               SET WS-EXIT-REQUESTED TO TRUE
           END-IF.

       1100-FIND-LATEST-DATE.
           OPEN INPUT CTR-STEP-FILE.
           IF WS-STEP-STATUS = "00"
               PERFORM UNTIL WS-STEP-STATUS NOT = "00"
                   READ CTR-STEP-FILE
                       AT END
                           MOVE "10" TO WS-STEP-STATUS
                       NOT AT END
                           IF STEP-PROC-DATE > WS-STATUS-DATE
                               MOVE STEP-PROC-DATE TO WS-STATUS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-STEP-FILE
           END-IF.

       1200-LOAD-DATE-STEPS.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-SIZE
               MOVE 'N' TO SE-PRESENT-SW(WS-CHAIN-SUB)
               MOVE SPACE TO SE-STATUS(WS-CHAIN-SUB)
               MOVE SPACES TO SE-START-TIMESTAMP(WS-CHAIN-SUB)
               MOVE SPACES TO SE-END-TIMESTAMP(WS-CHAIN-SUB)
               MOVE 0 TO SE-RETURN-CODE(WS-CHAIN-SUB)
               MOVE 0 TO SE-RUN-COUNT(WS-CHAIN-SUB)
               MOVE SPACES TO SE-RERUN-BY(WS-CHAIN-SUB)
               MOVE SPACES TO SE-RERUN-TIMESTAMP(WS-CHAIN-SUB)
           END-PERFORM.
           OPEN INPUT CTR-STEP-FILE.
           IF WS-STEP-STATUS = "00"
               PERFORM UNTIL WS-STEP-STATUS NOT = "00"
                   READ CTR-STEP-FILE
                       AT END
                           MOVE "10" TO WS-STEP-STATUS
                       NOT AT END
                           IF STEP-PROC-DATE = WS-STATUS-DATE
                               PERFORM 1210-TABLE-STEP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-STEP-FILE
           END-IF.

       1210-TABLE-STEP-ROW.
           MOVE 0 TO WS-ROW-POS.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-SIZE
               IF WS-CHAIN-STEP(WS-CHAIN-SUB) = STEP-NAME
                   MOVE WS-CHAIN-SUB TO WS-ROW-POS
               END-IF
           END-PERFORM.
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

      *****************************************************************
      *  The next step to run is the first one in chain order that
      *  has not completed - the point a resubmitted chain restarts.
      *****************************************************************
       2000-SHOW-CHAIN-STATUS.
           IF NOT WS-EXIT-REQUESTED
               PERFORM 1200-LOAD-DATE-STEPS
               MOVE 0 TO WS-NEXT-STEP-SUB
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                       UNTIL WS-CHAIN-SUB > WS-CHAIN-SIZE
                           OR WS-NEXT-STEP-SUB > 0
                   IF SE-STATUS(WS-CHAIN-SUB) NOT = 'C'
                       MOVE WS-CHAIN-SUB TO WS-NEXT-STEP-SUB
                   END-IF
               END-PERFORM
               MOVE WS-STATUS-DATE TO WS-STEP-HDR-DATE
               DISPLAY WS-STEP-HEADER-LINE
               DISPLAY WS-STEP-COLUMN-HEADER
               PERFORM 2100-SHOW-ONE-STEP
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-SIZE
               IF WS-NEXT-STEP-SUB = 0
                   DISPLAY "CHAIN COMPLETE FOR " WS-STATUS-DATE
               ELSE
                   DISPLAY "CHAIN WILL RESTART AT "
                           WS-CHAIN-STEP(WS-NEXT-STEP-SUB)
               END-IF
           END-IF.

       2100-SHOW-ONE-STEP.
           MOVE WS-CHAIN-SUB TO WS-STEP-LIST-NO.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO WS-STEP-DTL-NAME.
           EVALUATE SE-STATUS(WS-CHAIN-SUB)
               WHEN 'S'
                   MOVE "STARTED" TO WS-STEP-DTL-STATUS
               WHEN 'C'
                   MOVE "COMPLETE" TO WS-STEP-DTL-STATUS
               WHEN 'F'
                   MOVE "FAILED" TO WS-STEP-DTL-STATUS
               WHEN 'R'
                   MOVE "RERUN MARKED" TO WS-STEP-DTL-STATUS
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STEP-DTL-STATUS
           END-EVALUATE.
           MOVE SE-START-TIMESTAMP(WS-CHAIN-SUB) TO WS-STEP-DTL-START.
           MOVE SE-END-TIMESTAMP(WS-CHAIN-SUB) TO WS-STEP-DTL-END.
           MOVE SE-RETURN-CODE(WS-CHAIN-SUB) TO WS-STEP-DTL-RC.
           MOVE SE-RUN-COUNT(WS-CHAIN-SUB) TO WS-STEP-DTL-RUNS.
           IF WS-CHAIN-SUB = WS-NEXT-STEP-SUB
               MOVE "<-NEXT" TO WS-STEP-DTL-NEXT
           ELSE
               MOVE SPACES TO WS-STEP-DTL-NEXT
           END-IF.
           DISPLAY WS-STEP-DETAIL-LINE.
           IF SE-STATUS(WS-CHAIN-SUB) = 'R'
               MOVE SE-RERUN-BY(WS-CHAIN-SUB) TO WS-RERUN-NOTE-BY
               MOVE SE-RERUN-TIMESTAMP(WS-CHAIN-SUB)
                   TO WS-RERUN-NOTE-TS
               DISPLAY WS-RERUN-NOTE-LINE
           END-IF.

       3000-MARK-STEPS.
           DISPLAY "Mark which step for rerun (blank = done): ".
           ACCEPT WS-SELECTION-REPLY FROM CONSOLE.
           IF WS-SELECTION-REPLY = SPACES OR WS-SELECTION-REPLY = "0"
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               PERFORM 3100-EDIT-SELECTION-REPLY
               IF WS-REPLY-VALID
                   MOVE WS-REPLY-NUMBER TO WS-SELECTION-NUMBER
               ELSE
                   MOVE 0 TO WS-SELECTION-NUMBER
               END-IF
               IF WS-SELECTION-NUMBER > 0
                       AND WS-SELECTION-NUMBER NOT > WS-CHAIN-SIZE
                   PERFORM 3200-MARK-ONE-STEP
               ELSE
                   DISPLAY "No such step number"
               END-IF
           END-IF.

       3100-EDIT-SELECTION-REPLY.
           SET WS-REPLY-VALID-SW TO 'N'.
           MOVE 0 TO WS-REPLY-NUMBER.
           PERFORM 3110-EDIT-SELECTION-DIGIT
               VARYING WS-REPLY-POS FROM 1 BY 1
               UNTIL WS-REPLY-POS > 4.

       3110-EDIT-SELECTION-DIGIT.
           MOVE WS-SELECTION-REPLY(WS-REPLY-POS:1)
               TO WS-REPLY-DIGIT-X.
           IF WS-REPLY-DIGIT-X IS NUMERIC
               COMPUTE WS-REPLY-NUMBER =
                   WS-REPLY-NUMBER * 10 + WS-REPLY-DIGIT-9
               SET WS-REPLY-VALID-SW TO 'Y'
           ELSE
               IF WS-REPLY-DIGIT-X NOT = SPACE
                   SET WS-REPLY-VALID-SW TO 'N'
                   MOVE 5 TO WS-REPLY-POS
               END-IF
           END-IF.

       3200-MARK-ONE-STEP.
           DISPLAY "Operator initials: ".
           ACCEPT WS-RERUN-INITIALS FROM CONSOLE.
           IF WS-RERUN-INITIALS = SPACES
               DISPLAY "Initials are required - nothing marked"
           ELSE
               MOVE 'S' TO OPRL-FUNCTION
               MOVE "CTRSTPM" TO OPRL-PROGRAM
               MOVE WS-RERUN-INITIALS TO OPRL-OPERATOR
               MOVE SPACE TO OPRL-ROLE
               MOVE WS-CHAIN-STEP(WS-SELECTION-NUMBER) TO OPRL-DETAIL
               CALL "CTROPRC" USING CTR-OPR-LINKAGE
               END-CALL
               IF OPRL-GRANTED
                   PERFORM 3300-MARK-RERUN
               ELSE
                   DISPLAY "Not authorized - nothing marked"
               END-IF
           END-IF.

       3300-MARK-RERUN.
           MOVE 'R' TO STPL-FUNCTION.
           MOVE WS-CHAIN-STEP(WS-SELECTION-NUMBER) TO STPL-STEP-NAME.
           MOVE WS-STATUS-DATE TO STPL-BUSINESS-DATE.
           MOVE 0 TO STPL-RETURN-CODE.
           MOVE WS-RERUN-INITIALS TO STPL-OPERATOR.
           CALL "CTRSTPC" USING CTR-STEP-LINKAGE
           END-CALL.
           IF STPL-GO
               DISPLAY "Marked " STPL-STEP-NAME " and the steps "
                       "after it for rerun by " WS-RERUN-INITIALS
           ELSE
               DISPLAY STPL-STEP-NAME " was NOT marked for rerun"
           END-IF.
           PERFORM 2000-SHOW-CHAIN-STATUS.
