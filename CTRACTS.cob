       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRACTS.
      *****************************************************************
      *  Counter activity statement.
      *
      *  When audit or a business owner questions a number, this
      *  prints everything behind it in one place instead of
      *  searching seven files keyed seven different ways.  For one
      *  counter and a range of business dates it prints, for each
      *  business day on CTRHIST, one chronological statement:
      *
      *    - the definition in force that day, from the CTRDEFA
      *      change that put it in place (who, when, effective from)
      *    - each CTRDRIVE cycle with its run, its opening position
      *      (zero on the first cycle - counters reset when the
      *      business day rolls over - and the prior cycle's close
      *      after that) and its closing position and wrap-aware
      *      total from CTRHIST
      *    - inside each cycle, in time order: rejects released into
      *      the count through CTRREPR (CTRRSUB) ahead of the run,
      *      every S/V adjustment (CTRADJ) with its source, run and
      *      both operators, every overflow (CTREXC) and every
      *      threshold alert (CTRALST) with who acknowledged it
      *    - after the cycles: CTRANOM volume alerts, back-dated
      *      restatements (CTRRST) and discrepancy cases (CTRCASE)
      *      with their resolution
      *
      *  and closes the day with the tie-out: the closing total (the
      *  last cycle's total carried through any restatements) must
      *  equal the CTRHIST day-final total and, where the CTRXTR
      *  warehouse extract (or the CTRXTRR restatement extract) on
      *  file is for that date, the extract total.  A day that does
      *  not tie is flagged and counted in the footer.
      *
      *  CTRADJ, CTREXC and CTRALST rows carry the CTRDRIVE run ID,
      *  which the CTRRLOG run log turns into a business date and
      *  cycle.  A release is counted by the first run after it; a
      *  CTRANOM volume alert belongs to the day of the last run
      *  before it.  With no CTRRLOG on file the runs are taken from
      *  the counter's own CTRHIST rows.
      *
      *  The operator is prompted for the counter ID and the first
      *  and last business date (a blank last date means the first
      *  date only).  The statement goes to CTRACTP.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-HIST-FILE ASSIGN TO CTRHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CTR-RLOG-FILE ASSIGN TO CTRRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

           SELECT CTR-XTR-FILE ASSIGN TO DYNAMIC WS-XTR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTR-STATUS.

           SELECT CTR-DEFA-FILE ASSIGN TO CTRDEFA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFA-STATUS.

           SELECT CTR-ADJ-FILE ASSIGN TO CTRADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT CTR-EXC-FILE ASSIGN TO CTREXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT CTR-RSUB-FILE ASSIGN TO CTRRSUB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSUB-STATUS.

           SELECT CTR-ALST-FILE ASSIGN TO CTRALST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALST-STATUS.

           SELECT CTR-RST-FILE ASSIGN TO CTRRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.

           SELECT CTR-CASE-FILE ASSIGN TO CTRCASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CTR-ACTP-FILE ASSIGN TO CTRACTP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-HIST-FILE
           RECORDING MODE IS F.
           COPY CTRHIST.

       FD  CTR-RLOG-FILE
           RECORDING MODE IS F.
           COPY CTRRLOG.

       FD  CTR-XTR-FILE
           RECORDING MODE IS F.
           COPY CTRXTR.

       FD  CTR-DEFA-FILE
           RECORDING MODE IS F.
           COPY CTRDEFA.

       FD  CTR-ADJ-FILE
           RECORDING MODE IS F.
           COPY CTRADJ.

       FD  CTR-EXC-FILE
           RECORDING MODE IS F.
           COPY CTREXC.

       FD  CTR-RSUB-FILE
           RECORDING MODE IS F.
           COPY CTRRSUB.

       FD  CTR-ALST-FILE
           RECORDING MODE IS F.
           COPY CTRALST.

       FD  CTR-RST-FILE
           RECORDING MODE IS F.
           COPY CTRRST.

       FD  CTR-CASE-FILE
           RECORDING MODE IS F.
           COPY CTRCASE.

       FD  CTR-ACTP-FILE
           RECORDING MODE IS F.
           COPY CTRACTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-HIST-STATUS              PIC XX VALUE SPACES.
           05  WS-RLOG-STATUS              PIC XX VALUE SPACES.
           05  WS-XTR-STATUS               PIC XX VALUE SPACES.
           05  WS-DEFA-STATUS              PIC XX VALUE SPACES.
           05  WS-ADJ-STATUS               PIC XX VALUE SPACES.
           05  WS-EXC-STATUS               PIC XX VALUE SPACES.
           05  WS-RSUB-STATUS              PIC XX VALUE SPACES.
           05  WS-ALST-STATUS              PIC XX VALUE SPACES.
           05  WS-RST-STATUS               PIC XX VALUE SPACES.
           05  WS-CASE-STATUS              PIC XX VALUE SPACES.
           05  WS-ACTP-STATUS              PIC XX VALUE SPACES.

       01  WS-XTR-FILENAME                 PIC X(20).
       01  WS-XTR-REAL-NAME                PIC X(20) VALUE "CTRXTR".
       01  WS-XTRR-REAL-NAME               PIC X(20) VALUE "CTRXTRR".

       01  WS-RUN-INFO.
           05  WS-CURRENT-TIMESTAMP        PIC X(26).
           05  WS-NOW-TIMESTAMP            PIC X(14).

       01  WS-STATEMENT-REQUEST.
           05  WS-CTR-ID                   PIC X(8) VALUE SPACES.
           05  WS-START-DATE               PIC X(8) VALUE SPACES.
           05  WS-END-DATE                 PIC X(8) VALUE SPACES.

       01  WS-DATE-REPLY                   PIC X(8) VALUE SPACES.
       01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY
                                           PIC 9(8).
       01  WS-DATE-INT                     PIC S9(9) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-INPUT-VALID-SW           PIC X VALUE 'N'.
               88  WS-INPUT-VALID                    VALUE 'Y'.
           05  WS-REPLY-VALID-SW           PIC X VALUE 'N'.
               88  WS-REPLY-VALID                    VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
               88  WS-TABLE-FULL                     VALUE 'Y'.
           05  WS-RLOG-ON-FILE-SW          PIC X VALUE 'N'.
               88  WS-RLOG-ON-FILE                   VALUE 'Y'.
           05  WS-RUN-FOUND-SW             PIC X VALUE 'N'.
               88  WS-RUN-FOUND                      VALUE 'Y'.
           05  WS-DAY-FOUND-SW             PIC X VALUE 'N'.
               88  WS-DAY-FOUND                      VALUE 'Y'.
           05  WS-CYCLE-FOUND-SW           PIC X VALUE 'N'.
               88  WS-CYCLE-FOUND                    VALUE 'Y'.
           05  WS-EVENT-FOUND-SW           PIC X VALUE 'N'.
               88  WS-EVENT-FOUND                    VALUE 'Y'.
           05  WS-DEFA-FOUND-SW            PIC X VALUE 'N'.
               88  WS-DEFA-FOUND                     VALUE 'Y'.
           05  WS-OPENING-KNOWN-SW         PIC X VALUE 'N'.
               88  WS-OPENING-KNOWN                  VALUE 'Y'.
           05  WS-CHAIN-BROKEN-SW          PIC X VALUE 'N'.
               88  WS-CHAIN-BROKEN                   VALUE 'Y'.
           05  WS-DAY-TIED-SW              PIC X VALUE 'N'.
               88  WS-DAY-TIED                       VALUE 'Y'.

      *    CTRDRIVE runs on the business dates asked for, in run
      *    order, with the last run before the range and the first
      *    after it - enough to place a release or a volume alert
      *    that falls just outside.
       01  WS-RUN-MAX-ENTRIES              PIC 9(4) VALUE 1000.

       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT                PIC 9(4) VALUE 0.
           05  WS-RUN-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-RUN-COUNT
                   INDEXED BY WS-RUN-IDX.
               10  RN-RUN-ID               PIC X(14).
               10  RN-PROC-DATE            PIC X(8).
               10  RN-CYCLE                PIC 9(3).

       01  WS-RUN-BOUNDS.
           05  WS-PRIOR-RUN-ID             PIC X(14) VALUE SPACES.
           05  WS-NEXT-RUN-ID              PIC X(14) VALUE HIGH-VALUES.
           05  WS-HIST-PRIOR-RUN-ID        PIC X(14) VALUE SPACES.
           05  WS-HIST-NEXT-RUN-ID         PIC X(14) VALUE HIGH-VALUES.

      *    Each cycle's position as CTRDRIVE wrote it - the first
      *    CTRHIST row for the date and cycle; a restated row always
      *    follows the row it replaced.
       01  WS-CYCLE-MAX-ENTRIES            PIC 9(4) VALUE 1000.

       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-COUNT              PIC 9(4) VALUE 0.
           05  WS-CYCLE-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CYCLE-COUNT
                   INDEXED BY WS-CYCLE-IDX.
               10  CY-PROC-DATE            PIC X(8).
               10  CY-CYCLE                PIC 9(3).
               10  CY-RUN-ID               PIC X(14).
               10  CY-FINAL-VALUE          PIC 9(9).
               10  CY-OVFL-COUNT           PIC 9(5).
               10  CY-ACTUAL-TOTAL         PIC 9(15).
               10  CY-THRESHOLD            PIC 9(9).
               10  CY-ACTION               PIC X(1).

      *    One entry per business day printed, with the figures the
      *    day has to tie to.  DY-XTR-SOURCE is spaces when no
      *    extract on file is for the date.
       01  WS-DAY-MAX-ENTRIES              PIC 9(4) VALUE 400.

       01  WS-DAY-TABLE.
           05  WS-DAY-COUNT                PIC 9(4) VALUE 0.
           05  WS-DAY-ENTRY
                   OCCURS 1 TO 400 TIMES DEPENDING ON WS-DAY-COUNT
                   INDEXED BY WS-DAY-IDX.
               10  DY-PROC-DATE            PIC X(8).
               10  DY-FINAL-CYCLE          PIC 9(3).
               10  DY-FINAL-TOTAL          PIC 9(15).
               10  DY-XTR-SOURCE           PIC X(7).
               10  DY-XTR-TOTAL            PIC 9(15).

      *    The counter's CTRDEFA changes.  DA-EFF-KEY is the business
      *    date the change took effect: DEFA-EFF-DATE, or for a row
      *    written before definitions were dated, the day it was
      *    keyed.
       01  WS-DEFA-MAX-ENTRIES             PIC 9(4) VALUE 200.

       01  WS-DEFA-TABLE.
           05  WS-DEFA-COUNT               PIC 9(4) VALUE 0.
           05  WS-DEFA-ENTRY
                   OCCURS 1 TO 200 TIMES DEPENDING ON WS-DEFA-COUNT
                   INDEXED BY WS-DEFA-IDX.
               10  DA-EFF-KEY              PIC X(8).
               10  DA-EFF-DATE             PIC X(8).
               10  DA-TIMESTAMP            PIC X(14).
               10  DA-OPERATOR             PIC X(3).
               10  DA-CHANGE-TYPE          PIC X(1).
               10  DA-THRESHOLD            PIC 9(9).
               10  DA-ACTION               PIC X(1).
               10  DA-GROUP-CODE           PIC X(4).
               10  DA-ANOMALY              PIC X(1).

      *    Every event placed on a business day, with its statement
      *    lines already built.  EV-CYCLE 999 is an event of the day
      *    as a whole, printed after the cycles.
       01  WS-EVENT-MAX-ENTRIES            PIC 9(4) VALUE 2000.
       01  WS-DAY-LEVEL-CYCLE              PIC 9(3) VALUE 999.

       01  WS-EVENT-TABLE.
           05  WS-EVENT-COUNT              PIC 9(4) VALUE 0.
           05  WS-EVENT-ENTRY
                   OCCURS 1 TO 2000 TIMES DEPENDING ON WS-EVENT-COUNT
                   INDEXED BY WS-EVENT-IDX.
               10  EV-PROC-DATE            PIC X(8).
               10  EV-CYCLE                PIC 9(3).
               10  EV-TIMESTAMP            PIC X(14).
               10  EV-KIND                 PIC X(1).
                   88  EV-RESTATEMENT                VALUE 'T'.
               10  EV-PRINTED-SW           PIC X(1).
                   88  EV-PRINTED                    VALUE 'Y'.
               10  EV-BEFORE-TOTAL         PIC 9(15).
               10  EV-AFTER-TOTAL          PIC 9(15).
               10  EV-LINE-1               PIC X(80).
               10  EV-LINE-2               PIC X(80).

       01  WS-EVENT-WORK.
           05  WS-FIND-RUN-ID              PIC X(14).
           05  WS-MAP-DATE                 PIC X(8).
           05  WS-MAP-CYCLE                PIC 9(3).
           05  WS-LOOKUP-DATE              PIC X(8).
           05  WS-LOOKUP-CYCLE             PIC 9(3).
           05  WS-EVENT-TIMESTAMP          PIC X(14).
           05  WS-EVENT-KIND               PIC X(1).
           05  WS-EVENT-TEXT-1             PIC X(60).
           05  WS-EVENT-TEXT-2             PIC X(60).
           05  WS-EVENT-BEFORE-TOTAL       PIC 9(15).
           05  WS-EVENT-AFTER-TOTAL        PIC 9(15).
           05  WS-FULL-TABLE-NAME          PIC X(20).

       01  WS-PRINT-WORK.
           05  WS-SEL-DATE                 PIC X(8).
           05  WS-SEL-CYCLE                PIC 9(3).
           05  WS-BEST-TIMESTAMP           PIC X(14).
           05  WS-BEST-SUB                 PIC 9(4) VALUE 0.
           05  WS-BEST-EFF-KEY             PIC X(8).
           05  WS-LAST-CYCLE               PIC 9(3) VALUE 0.
           05  WS-OPEN-VALUE               PIC 9(9) VALUE 0.
           05  WS-OPEN-OVFL-COUNT          PIC 9(5) VALUE 0.
           05  WS-OPEN-TOTAL               PIC 9(15) VALUE 0.
           05  WS-RUNNING-TOTAL            PIC 9(15) VALUE 0.
           05  WS-CHANGE-WORD              PIC X(7).
           05  WS-EFF-TEXT                 PIC X(10).
           05  WS-XTR-SET-DATE             PIC X(8) VALUE SPACES.
           05  WS-XTR-SET-SOURCE           PIC X(7) VALUE SPACES.

       01  WS-REPORT-COUNTS.
           05  WS-DAYS-PRINTED             PIC 9(5) VALUE 0.
           05  WS-EVENTS-PRINTED           PIC 9(5) VALUE 0.
           05  WS-UNTIED-COUNT             PIC 9(5) VALUE 0.

       01  WS-ACTP-HEADER-LINE.
           05  FILLER                      PIC X(28)
                   VALUE "COUNTER ACTIVITY STATEMENT  ".
           05  FILLER                      PIC X(8) VALUE "COUNTER ".
           05  WS-ACTP-CTR-ID              PIC X(8).
           05  FILLER                      PIC X(9) VALUE "  PERIOD ".
           05  WS-ACTP-START-DATE          PIC X(8).
           05  FILLER                      PIC X(3) VALUE " - ".
           05  WS-ACTP-END-DATE            PIC X(8).

       01  WS-ACTP-PRINTED-LINE.
           05  FILLER                      PIC X(8) VALUE "PRINTED ".
           05  WS-ACTP-PRINTED             PIC X(14).

       01  WS-ACTP-DAY-LINE.
           05  FILLER                      PIC X(14)
                   VALUE "BUSINESS DATE ".
           05  WS-ACTP-DAY-DATE            PIC X(8).

       01  WS-ACTP-DEF-LINE.
           05  FILLER                      PIC X(23)
                   VALUE "  DEFINITION IN FORCE  ".
           05  WS-ACTP-DEF-TEXT            PIC X(57).

       01  WS-ACTP-DEF-VALUES.
           05  FILLER                      PIC X(10) VALUE "THRESHOLD ".
           05  WS-ACTP-DEF-THRESHOLD       PIC Z(8)9.
           05  FILLER                      PIC X(9) VALUE "  ACTION ".
           05  WS-ACTP-DEF-ACTION          PIC X(1).
           05  FILLER                      PIC X(8) VALUE "  GROUP ".
           05  WS-ACTP-DEF-GROUP           PIC X(4).
           05  FILLER                      PIC X(10) VALUE "  ANOMALY ".
           05  WS-ACTP-DEF-ANOMALY         PIC X(1).

       01  WS-ACTP-CYCLE-LINE.
           05  FILLER                      PIC X(8) VALUE "  CYCLE ".
           05  WS-ACTP-CYCLE               PIC 9(3).
           05  FILLER                      PIC X(6) VALUE "  RUN ".
           05  WS-ACTP-RUN-ID              PIC X(14).
           05  FILLER                      PIC X(12)
                   VALUE "  THRESHOLD ".
           05  WS-ACTP-CYCLE-THRESHOLD     PIC Z(8)9.
           05  FILLER                      PIC X(9) VALUE "  ACTION ".
           05  WS-ACTP-CYCLE-ACTION        PIC X(1).

       01  WS-ACTP-POSITION-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-ACTP-POSITION-LABEL      PIC X(9).
           05  FILLER                      PIC X(6) VALUE "VALUE ".
           05  WS-ACTP-POSITION-VALUE      PIC Z(8)9.
           05  FILLER                      PIC X(12)
                   VALUE "  OVERFLOWS ".
           05  WS-ACTP-POSITION-OVFL       PIC Z(4)9.
           05  FILLER                      PIC X(8) VALUE "  TOTAL ".
           05  WS-ACTP-POSITION-TOTAL      PIC Z(14)9.

       01  WS-ACTP-NO-OPENING-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(40) VALUE
               "OPENING  NOT ON FILE - NO CTRHIST ROW FO".
           05  FILLER                      PIC X(24) VALUE
               "R THE CYCLE BEFORE".

      *    Every event line starts with the date and time it happened.
       01  WS-ACTP-EVENT-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-ACTP-EVENT-DATE          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-ACTP-EVENT-TIME          PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-ACTP-EVENT-TEXT          PIC X(60).

       01  WS-ACTP-EVENT-CONT-LINE.
           05  FILLER                      PIC X(20) VALUE SPACES.
           05  WS-ACTP-EVENT-CONT-TEXT     PIC X(60).

       01  WS-ADJ-TEXT.
           05  FILLER                      PIC X(11)
                   VALUE "ADJUSTMENT ".
           05  WS-ADJ-TEXT-TYPE            PIC X(1).
           05  FILLER                      PIC X(8) VALUE "  VALUE ".
           05  WS-ADJ-TEXT-OLD-VALUE       PIC Z(8)9.
           05  FILLER                      PIC X(4) VALUE " -> ".
           05  WS-ADJ-TEXT-NEW-VALUE       PIC Z(8)9.
           05  FILLER                      PIC X(6) VALUE "  QTY ".
           05  WS-ADJ-TEXT-QUANTITY        PIC Z(8)9.

       01  WS-ADJ-TEXT-2.
           05  FILLER                      PIC X(7) VALUE "SOURCE ".
           05  WS-ADJ-TEXT-SOURCE          PIC X(8).
           05  FILLER                      PIC X(5) VALUE "  BY ".
           05  WS-ADJ-TEXT-REQUESTER       PIC X(3).
           05  FILLER                      PIC X(11)
                   VALUE "  APPROVED ".
           05  WS-ADJ-TEXT-APPROVER        PIC X(3).
           05  FILLER                      PIC X(6) VALUE "  RUN ".
           05  WS-ADJ-TEXT-RUN-ID          PIC X(14).

       01  WS-OVFL-TEXT.
           05  FILLER                      PIC X(18)
                   VALUE "OVERFLOW    VALUE ".
           05  WS-OVFL-TEXT-OLD-VALUE      PIC Z(8)9.
           05  FILLER                      PIC X(10)
                   VALUE "  SOURCE  ".
           05  WS-OVFL-TEXT-SOURCE         PIC X(8).

       01  WS-RELEASE-TEXT.
           05  FILLER                      PIC X(24)
                   VALUE "REJECT RELEASED  REASON ".
           05  WS-RELEASE-TEXT-REASON      PIC X(2).
           05  FILLER                      PIC X(5) VALUE "  BY ".
           05  WS-RELEASE-TEXT-OPERATOR    PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RELEASE-TEXT-HOW         PIC X(9).

       01  WS-RELEASE-TEXT-2.
           05  FILLER                      PIC X(5) VALUE "TYPE ".
           05  WS-RELEASE-TEXT-TYPE        PIC X(1).
           05  FILLER                      PIC X(6) VALUE "  QTY ".
           05  WS-RELEASE-TEXT-QUANTITY    PIC X(9).
           05  FILLER                      PIC X(9) VALUE "  SOURCE ".
           05  WS-RELEASE-TEXT-SOURCE      PIC X(8).

       01  WS-ALERT-TEXT.
           05  FILLER                      PIC X(6) VALUE "ALERT ".
           05  WS-ALERT-TEXT-ACTION        PIC X(1).
           05  FILLER                      PIC X(8) VALUE "  VALUE ".
           05  WS-ALERT-TEXT-VALUE         PIC Z(8)9.
           05  FILLER                      PIC X(12)
                   VALUE "  THRESHOLD ".
           05  WS-ALERT-TEXT-THRESHOLD     PIC Z(8)9.
           05  FILLER                      PIC X(6) VALUE "  DUP ".
           05  WS-ALERT-TEXT-DUPS          PIC Z(4)9.

       01  WS-VOLUME-ALERT-TEXT.
           05  FILLER                      PIC X(21)
                   VALUE "VOLUME ALERT  VOLUME ".
           05  WS-VOLUME-TEXT-VALUE        PIC Z(8)9.
           05  FILLER                      PIC X(19)
                   VALUE "  TRAILING AVERAGE ".
           05  WS-VOLUME-TEXT-AVERAGE      PIC Z(8)9.

       01  WS-ACK-TEXT.
           05  FILLER                      PIC X(16)
                   VALUE "ACKNOWLEDGED BY ".
           05  WS-ACK-TEXT-OPERATOR        PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-ACK-TEXT-TIMESTAMP       PIC X(14).
           05  FILLER                      PIC X(14)
                   VALUE "  DISPOSITION ".
           05  WS-ACK-TEXT-DISPOSITION     PIC X(2).

       01  WS-ESC-TEXT.
           05  FILLER                      PIC X(10) VALUE "ESCALATED ".
           05  WS-ESC-TEXT-TIMESTAMP       PIC X(14).
           05  FILLER                      PIC X(19)
                   VALUE " - NOT ACKNOWLEDGED".

       01  WS-RESTATE-TEXT.
           05  FILLER                      PIC X(9) VALUE "RESTATED ".
           05  WS-RESTATE-TEXT-TYPE        PIC X(1).
           05  FILLER                      PIC X(5) VALUE " QTY ".
           05  WS-RESTATE-TEXT-QUANTITY    PIC Z(8)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RESTATE-TEXT-BEFORE      PIC Z(14)9.
           05  FILLER                      PIC X(4) VALUE " -> ".
           05  WS-RESTATE-TEXT-AFTER       PIC Z(14)9.

       01  WS-RESTATE-TEXT-2.
           05  FILLER                      PIC X(3) VALUE "BY ".
           05  WS-RESTATE-TEXT-OPERATOR    PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RESTATE-TEXT-REASON      PIC X(30).

       01  WS-CASE-TEXT.
           05  FILLER                      PIC X(20)
                   VALUE "CASE OPENED  ACTUAL ".
           05  WS-CASE-TEXT-ACTUAL         PIC Z(14)9.
           05  FILLER                      PIC X(11)
                   VALUE "  EXPECTED ".
           05  WS-CASE-TEXT-EXPECTED       PIC Z(8)9.

       01  WS-CASE-TEXT-2.
           05  WS-CASE-TEXT-STATUS         PIC X(30).
           05  FILLER                      PIC X(7) VALUE "  DIFF ".
           05  WS-CASE-TEXT-DIFFERENCE     PIC -(14)9.

       01  WS-ACTP-TOTAL-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ACTP-TOTAL-LABEL         PIC X(24).
           05  WS-ACTP-TOTAL               PIC Z(14)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ACTP-TOTAL-RESULT        PIC X(12).

       01  WS-ACTP-NO-EXTRACT-LINE.
           05  FILLER                      PIC X(40) VALUE
               "  NO CTRXTR EXTRACT ON FILE FOR THIS DAT".
           05  FILLER                      PIC X(27) VALUE
               "E - TIED TO CTRHIST ONLY".

       01  WS-ACTP-CHAIN-LINE.
           05  FILLER                      PIC X(40) VALUE
               "  RESTATEMENT BEFORE-TOTAL DOES NOT FOLL".
           05  FILLER                      PIC X(27) VALUE
               "OW FROM THE FIGURE BEFORE".

       01  WS-ACTP-FOOTER-LINE.
           05  FILLER                      PIC X(15)
                   VALUE "BUSINESS DAYS: ".
           05  WS-ACTP-DAYS                PIC Z(4)9.
           05  FILLER                      PIC X(11)
                   VALUE "   EVENTS: ".
           05  WS-ACTP-EVENTS              PIC Z(4)9.
           05  FILLER                      PIC X(18)
                   VALUE "   DAYS NOT TIED: ".
           05  WS-ACTP-UNTIED              PIC Z(4)9.

       01  WS-ACTP-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF WS-INPUT-VALID
               PERFORM 2000-LOAD-RUN-LOG
               PERFORM 2100-LOAD-HISTORY
               IF NOT WS-RLOG-ON-FILE
                   PERFORM 2190-RUNS-FROM-HISTORY
               END-IF
               PERFORM 2200-LOAD-EXTRACTS
               PERFORM 2300-LOAD-DEFINITION-AUDIT
               PERFORM 2400-LOAD-ADJUSTMENTS
               PERFORM 2500-LOAD-OVERFLOWS
               PERFORM 2600-LOAD-RELEASES
               PERFORM 2700-LOAD-ALERTS
               PERFORM 2800-LOAD-RESTATEMENTS
               PERFORM 2900-LOAD-CASES
               EVALUATE TRUE
                   WHEN WS-TABLE-FULL
                       DISPLAY "No statement produced - shorten the "
                               "date range"
                   WHEN WS-DAY-COUNT = 0
                       DISPLAY "CTRHIST has no rows for " WS-CTR-ID
                               " from " WS-START-DATE " to "
                               WS-END-DATE " - no statement produced"
                   WHEN OTHER
                       PERFORM 3000-OPEN-STATEMENT
                       IF WS-ACTP-STATUS = "00"
                           PERFORM 4000-PRINT-STATEMENT
                           PERFORM 9000-TERMINATE
                       END-IF
               END-EVALUATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-NOW-TIMESTAMP.
           DISPLAY "COUNTER ACTIVITY STATEMENT".
           DISPLAY "Counter ID: ".
           ACCEPT WS-CTR-ID FROM CONSOLE.
           IF WS-CTR-ID = SPACES
               DISPLAY "A counter ID is required - no statement "
                       "produced"
           ELSE
               DISPLAY "First business date (YYYYMMDD): "
               PERFORM 1100-ACCEPT-DATE
               IF WS-REPLY-VALID
                   MOVE WS-DATE-REPLY TO WS-START-DATE
                   DISPLAY "Last business date "
                           "(YYYYMMDD, blank = first date only): "
                   PERFORM 1100-ACCEPT-DATE
                   IF WS-DATE-REPLY = SPACES
                       MOVE WS-START-DATE TO WS-END-DATE
                       SET WS-INPUT-VALID-SW TO 'Y'
                   END-IF
                   IF WS-REPLY-VALID
                       MOVE WS-DATE-REPLY TO WS-END-DATE
                       IF WS-END-DATE < WS-START-DATE
                           DISPLAY "Last date is before the first "
                                   "date - no statement produced"
                       ELSE
                           SET WS-INPUT-VALID-SW TO 'Y'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A blank reply is left blank and not valid; the caller
      *    decides whether blank means anything.
       1100-ACCEPT-DATE.
           SET WS-REPLY-VALID-SW TO 'N'.
           MOVE SPACES TO WS-DATE-REPLY.
           ACCEPT WS-DATE-REPLY FROM CONSOLE.
           MOVE 0 TO WS-DATE-INT.
           IF WS-DATE-REPLY IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-REPLY-NUM)
           END-IF.
           EVALUATE TRUE
               WHEN WS-DATE-REPLY = SPACES
                   CONTINUE
               WHEN WS-DATE-REPLY IS NOT NUMERIC
                   DISPLAY "Date must be eight digits, YYYYMMDD"
               WHEN WS-DATE-INT = 0
                   DISPLAY "Not a valid date: " WS-DATE-REPLY
               WHEN OTHER
                   SET WS-REPLY-VALID-SW TO 'Y'
           END-EVALUATE.

      *****************************************************************
      *  CTRRLOG has one row per CTRDRIVE run, written at the end of
      *  every live run (an action-A abort included), so it places
      *  any run ID on its business date and cycle.
      *****************************************************************
       2000-LOAD-RUN-LOG.
           OPEN INPUT CTR-RLOG-FILE.
           IF WS-RLOG-STATUS = "00"
               SET WS-RLOG-ON-FILE-SW TO 'Y'
               PERFORM UNTIL WS-RLOG-STATUS NOT = "00"
                   READ CTR-RLOG-FILE
                       AT END
                           MOVE "10" TO WS-RLOG-STATUS
                       NOT AT END
                           EVALUATE TRUE
                               WHEN RLOG-PROC-DATE < WS-START-DATE
                                   IF RLOG-RUN-ID > WS-PRIOR-RUN-ID
                                       MOVE RLOG-RUN-ID
                                           TO WS-PRIOR-RUN-ID
                                   END-IF
                               WHEN RLOG-PROC-DATE > WS-END-DATE
                                   IF RLOG-RUN-ID < WS-NEXT-RUN-ID
                                       MOVE RLOG-RUN-ID
                                           TO WS-NEXT-RUN-ID
                                   END-IF
                               WHEN OTHER
                                   PERFORM 2010-TABLE-RUN
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CTR-RLOG-FILE
           ELSE
               DISPLAY "CTRRLOG run log not found - runs are taken "
                       "from the counter's own CTRHIST rows"
           END-IF.

       2010-TABLE-RUN.
           IF WS-RUN-COUNT < WS-RUN-MAX-ENTRIES
               ADD 1 TO WS-RUN-COUNT
               SET WS-RUN-IDX TO WS-RUN-COUNT
               MOVE RLOG-RUN-ID TO RN-RUN-ID(WS-RUN-IDX)
               MOVE RLOG-PROC-DATE TO RN-PROC-DATE(WS-RUN-IDX)
               MOVE RLOG-CYCLE-NUMBER TO RN-CYCLE(WS-RUN-IDX)
           ELSE
               MOVE "CTRRLOG run" TO WS-FULL-TABLE-NAME
               PERFORM 2095-NOTE-TABLE-FULL
           END-IF.

      *    Exact run ID - CTRADJ, CTREXC and threshold alerts.
       2050-FIND-RUN.
           SET WS-RUN-FOUND-SW TO 'N'.
           SET WS-RUN-IDX TO 1.
           PERFORM UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   OR WS-RUN-FOUND
               IF RN-RUN-ID(WS-RUN-IDX) = WS-FIND-RUN-ID
                   SET WS-RUN-FOUND-SW TO 'Y'
                   MOVE RN-PROC-DATE(WS-RUN-IDX) TO WS-MAP-DATE
                   MOVE RN-CYCLE(WS-RUN-IDX) TO WS-MAP-CYCLE
               ELSE
                   SET WS-RUN-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    First run after WS-FIND-RUN-ID - the run a released reject
      *    was counted in.  One released before the last run ahead
      *    of the range was counted before it.
       2060-FIND-NEXT-RUN.
           SET WS-RUN-FOUND-SW TO 'N'.
           IF WS-FIND-RUN-ID > WS-PRIOR-RUN-ID
               SET WS-RUN-IDX TO 1
               PERFORM UNTIL WS-RUN-IDX > WS-RUN-COUNT
                       OR WS-RUN-FOUND
                   IF RN-RUN-ID(WS-RUN-IDX) > WS-FIND-RUN-ID
                       SET WS-RUN-FOUND-SW TO 'Y'
                       MOVE RN-PROC-DATE(WS-RUN-IDX) TO WS-MAP-DATE
                       MOVE RN-CYCLE(WS-RUN-IDX) TO WS-MAP-CYCLE
                   ELSE
                       SET WS-RUN-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

      *    Last run at or before WS-FIND-RUN-ID - the day a CTRANOM
      *    volume alert was judged on.  One raised after the first
      *    run beyond the range belongs to a later day.
       2070-FIND-LATEST-RUN.
           SET WS-RUN-FOUND-SW TO 'N'.
           IF WS-FIND-RUN-ID < WS-NEXT-RUN-ID
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF RN-RUN-ID(WS-RUN-IDX) NOT > WS-FIND-RUN-ID
                       SET WS-RUN-FOUND-SW TO 'Y'
                       MOVE RN-PROC-DATE(WS-RUN-IDX) TO WS-MAP-DATE
                       MOVE RN-CYCLE(WS-RUN-IDX) TO WS-MAP-CYCLE
                   END-IF
               END-PERFORM
           END-IF.

      *    Files an event on WS-MAP-DATE / WS-MAP-CYCLE, building its
      *    statement lines from the WS-EVENT-* fields.
       2090-TABLE-EVENT.
           IF WS-EVENT-COUNT < WS-EVENT-MAX-ENTRIES
               ADD 1 TO WS-EVENT-COUNT
               SET WS-EVENT-IDX TO WS-EVENT-COUNT
               MOVE WS-MAP-DATE TO EV-PROC-DATE(WS-EVENT-IDX)
               MOVE WS-MAP-CYCLE TO EV-CYCLE(WS-EVENT-IDX)
               MOVE WS-EVENT-TIMESTAMP TO EV-TIMESTAMP(WS-EVENT-IDX)
               MOVE WS-EVENT-KIND TO EV-KIND(WS-EVENT-IDX)
               MOVE 'N' TO EV-PRINTED-SW(WS-EVENT-IDX)
               MOVE WS-EVENT-BEFORE-TOTAL
                   TO EV-BEFORE-TOTAL(WS-EVENT-IDX)
               MOVE WS-EVENT-AFTER-TOTAL
                   TO EV-AFTER-TOTAL(WS-EVENT-IDX)
               MOVE WS-EVENT-TIMESTAMP(1:8) TO WS-ACTP-EVENT-DATE
               MOVE WS-EVENT-TIMESTAMP(9:6) TO WS-ACTP-EVENT-TIME
               MOVE WS-EVENT-TEXT-1 TO WS-ACTP-EVENT-TEXT
               MOVE WS-ACTP-EVENT-LINE TO EV-LINE-1(WS-EVENT-IDX)
               IF WS-EVENT-TEXT-2 = SPACES
                   MOVE SPACES TO EV-LINE-2(WS-EVENT-IDX)
               ELSE
                   MOVE WS-EVENT-TEXT-2 TO WS-ACTP-EVENT-CONT-TEXT
                   MOVE WS-ACTP-EVENT-CONT-LINE
                       TO EV-LINE-2(WS-EVENT-IDX)
               END-IF
           ELSE
               MOVE "event" TO WS-FULL-TABLE-NAME
               PERFORM 2095-NOTE-TABLE-FULL
           END-IF.

       2095-NOTE-TABLE-FULL.
           IF NOT WS-TABLE-FULL
               DISPLAY "Too much activity for one statement - the "
                       WS-FULL-TABLE-NAME " table is full"
               SET WS-TABLE-FULL-SW TO 'Y'
           END-IF.

      *****************************************************************
      *  The counter's CTRHIST rows in the range give the business
      *  days, each cycle's position and the day-final total - the
      *  last row not superseded, which for a restated day is the
      *  restated row.
      *****************************************************************
       2100-LOAD-HISTORY.
           OPEN INPUT CTR-HIST-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ CTR-HIST-FILE
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF HIST-CTR-ID = WS-CTR-ID
                               PERFORM 2110-CHECK-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-HIST-FILE
           ELSE
               DISPLAY "CTRHIST history file not found - status "
                       WS-HIST-STATUS
           END-IF.

       2110-CHECK-HISTORY-ROW.
           EVALUATE TRUE
               WHEN HIST-PROC-DATE < WS-START-DATE
                   IF HIST-ROW-STATUS = SPACE
                           AND HIST-RUN-ID > WS-HIST-PRIOR-RUN-ID
                       MOVE HIST-RUN-ID TO WS-HIST-PRIOR-RUN-ID
                   END-IF
               WHEN HIST-PROC-DATE > WS-END-DATE
                   IF HIST-ROW-STATUS = SPACE
                           AND HIST-RUN-ID < WS-HIST-NEXT-RUN-ID
                       MOVE HIST-RUN-ID TO WS-HIST-NEXT-RUN-ID
                   END-IF
               WHEN OTHER
                   PERFORM 2120-TABLE-HISTORY-ROW
           END-EVALUATE.

       2120-TABLE-HISTORY-ROW.
           MOVE HIST-PROC-DATE TO WS-LOOKUP-DATE.
           PERFORM 2150-FIND-DAY.
           IF NOT WS-DAY-FOUND
               PERFORM 2130-ADD-DAY
           END-IF.
           IF WS-DAY-FOUND
               IF NOT HIST-ROW-SUPERSEDED
                       AND HIST-CYCLE-NUMBER
                           NOT < DY-FINAL-CYCLE(WS-DAY-IDX)
                   MOVE HIST-CYCLE-NUMBER
                       TO DY-FINAL-CYCLE(WS-DAY-IDX)
                   MOVE HIST-ACTUAL-TOTAL
                       TO DY-FINAL-TOTAL(WS-DAY-IDX)
               END-IF
               MOVE HIST-CYCLE-NUMBER TO WS-LOOKUP-CYCLE
               PERFORM 2160-FIND-CYCLE
               IF NOT WS-CYCLE-FOUND
                   PERFORM 2140-ADD-CYCLE
               END-IF
           END-IF.

       2130-ADD-DAY.
           IF WS-DAY-COUNT < WS-DAY-MAX-ENTRIES
               ADD 1 TO WS-DAY-COUNT
               SET WS-DAY-IDX TO WS-DAY-COUNT
               MOVE HIST-PROC-DATE TO DY-PROC-DATE(WS-DAY-IDX)
               MOVE 0 TO DY-FINAL-CYCLE(WS-DAY-IDX)
               MOVE 0 TO DY-FINAL-TOTAL(WS-DAY-IDX)
               MOVE SPACES TO DY-XTR-SOURCE(WS-DAY-IDX)
               MOVE 0 TO DY-XTR-TOTAL(WS-DAY-IDX)
               SET WS-DAY-FOUND-SW TO 'Y'
           ELSE
               MOVE "business day" TO WS-FULL-TABLE-NAME
               PERFORM 2095-NOTE-TABLE-FULL
           END-IF.

       2140-ADD-CYCLE.
           IF WS-CYCLE-COUNT < WS-CYCLE-MAX-ENTRIES
               ADD 1 TO WS-CYCLE-COUNT
               SET WS-CYCLE-IDX TO WS-CYCLE-COUNT
               MOVE HIST-PROC-DATE TO CY-PROC-DATE(WS-CYCLE-IDX)
               MOVE HIST-CYCLE-NUMBER TO CY-CYCLE(WS-CYCLE-IDX)
               MOVE HIST-RUN-ID TO CY-RUN-ID(WS-CYCLE-IDX)
               MOVE HIST-FINAL-VALUE TO CY-FINAL-VALUE(WS-CYCLE-IDX)
               MOVE HIST-OVFL-COUNT TO CY-OVFL-COUNT(WS-CYCLE-IDX)
               MOVE HIST-ACTUAL-TOTAL
                   TO CY-ACTUAL-TOTAL(WS-CYCLE-IDX)
               MOVE HIST-THRESHOLD TO CY-THRESHOLD(WS-CYCLE-IDX)
               MOVE HIST-ACTION TO CY-ACTION(WS-CYCLE-IDX)
           ELSE
               MOVE "cycle" TO WS-FULL-TABLE-NAME
               PERFORM 2095-NOTE-TABLE-FULL
           END-IF.

       2150-FIND-DAY.
           SET WS-DAY-FOUND-SW TO 'N'.
           SET WS-DAY-IDX TO 1.
           PERFORM UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   OR WS-DAY-FOUND
               IF DY-PROC-DATE(WS-DAY-IDX) = WS-LOOKUP-DATE
                   SET WS-DAY-FOUND-SW TO 'Y'
               ELSE
                   SET WS-DAY-IDX UP BY 1
               END-IF
           END-PERFORM.

       2160-FIND-CYCLE.
           SET WS-CYCLE-FOUND-SW TO 'N'.
           SET WS-CYCLE-IDX TO 1.
           PERFORM UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
                   OR WS-CYCLE-FOUND
               IF CY-PROC-DATE(WS-CYCLE-IDX) = WS-LOOKUP-DATE
                       AND CY-CYCLE(WS-CYCLE-IDX) = WS-LOOKUP-CYCLE
                   SET WS-CYCLE-FOUND-SW TO 'Y'
               ELSE
                   SET WS-CYCLE-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Without the run log every run this counter was tracked in
      *    is still on CTRHIST - each cycle row carries its run ID.
       2190-RUNS-FROM-HISTORY.
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                   UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
               ADD 1 TO WS-RUN-COUNT
               SET WS-RUN-IDX TO WS-RUN-COUNT
               MOVE CY-RUN-ID(WS-CYCLE-IDX) TO RN-RUN-ID(WS-RUN-IDX)
               MOVE CY-PROC-DATE(WS-CYCLE-IDX)
                   TO RN-PROC-DATE(WS-RUN-IDX)
               MOVE CY-CYCLE(WS-CYCLE-IDX) TO RN-CYCLE(WS-RUN-IDX)
           END-PERFORM.
           MOVE WS-HIST-PRIOR-RUN-ID TO WS-PRIOR-RUN-ID.
           MOVE WS-HIST-NEXT-RUN-ID TO WS-NEXT-RUN-ID.

      *****************************************************************
      *  CTRXTR holds the last day sent to the warehouse and CTRXTRR
      *  the restated days sent with it; a restated set is read last,
      *  so it is the figure a restated day ties to.
      *****************************************************************
       2200-LOAD-EXTRACTS.
           MOVE WS-XTR-REAL-NAME TO WS-XTR-FILENAME.
           MOVE "CTRXTR" TO WS-XTR-SET-SOURCE.
           PERFORM 2210-READ-EXTRACT.
           MOVE WS-XTRR-REAL-NAME TO WS-XTR-FILENAME.
           MOVE "CTRXTRR" TO WS-XTR-SET-SOURCE.
           PERFORM 2210-READ-EXTRACT.

       2210-READ-EXTRACT.
           MOVE SPACES TO WS-XTR-SET-DATE.
           OPEN INPUT CTR-XTR-FILE.
           IF WS-XTR-STATUS = "00"
               PERFORM UNTIL WS-XTR-STATUS NOT = "00"
                   READ CTR-XTR-FILE
                       AT END
                           MOVE "10" TO WS-XTR-STATUS
                       NOT AT END
                           EVALUATE XTRH-RECORD-TYPE
                               WHEN 'H'
                               WHEN 'R'
                                   MOVE XTRH-BUSINESS-DATE
                                       TO WS-XTR-SET-DATE
                               WHEN 'D'
                                   IF XTRD-CTR-ID = WS-CTR-ID
                                       PERFORM 2220-NOTE-EXTRACT-TOTAL
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CTR-XTR-FILE
           END-IF.

       2220-NOTE-EXTRACT-TOTAL.
           MOVE WS-XTR-SET-DATE TO WS-LOOKUP-DATE.
           PERFORM 2150-FIND-DAY.
           IF WS-DAY-FOUND
               MOVE WS-XTR-SET-SOURCE TO DY-XTR-SOURCE(WS-DAY-IDX)
               MOVE XTRD-DAILY-TOTAL TO DY-XTR-TOTAL(WS-DAY-IDX)
           END-IF.

       2300-LOAD-DEFINITION-AUDIT.
           OPEN INPUT CTR-DEFA-FILE.
           IF WS-DEFA-STATUS = "00"
               PERFORM UNTIL WS-DEFA-STATUS NOT = "00"
                   READ CTR-DEFA-FILE
                       AT END
                           MOVE "10" TO WS-DEFA-STATUS
                       NOT AT END
                           IF DEFA-CTR-ID = WS-CTR-ID
                               PERFORM 2310-TABLE-DEFINITION-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-DEFA-FILE
           ELSE
               DISPLAY "CTRDEFA audit trail not found - definitions "
                       "are shown per cycle only"
           END-IF.

       2310-TABLE-DEFINITION-CHANGE.
           IF WS-DEFA-COUNT < WS-DEFA-MAX-ENTRIES
               ADD 1 TO WS-DEFA-COUNT
               SET WS-DEFA-IDX TO WS-DEFA-COUNT
               IF DEFA-EFF-DATE = SPACES
                   MOVE DEFA-TIMESTAMP(1:8) TO DA-EFF-KEY(WS-DEFA-IDX)
               ELSE
                   MOVE DEFA-EFF-DATE TO DA-EFF-KEY(WS-DEFA-IDX)
               END-IF
               MOVE DEFA-EFF-DATE TO DA-EFF-DATE(WS-DEFA-IDX)
               MOVE DEFA-TIMESTAMP TO DA-TIMESTAMP(WS-DEFA-IDX)
               MOVE DEFA-OPERATOR TO DA-OPERATOR(WS-DEFA-IDX)
               MOVE DEFA-CHANGE-TYPE TO DA-CHANGE-TYPE(WS-DEFA-IDX)
               MOVE DEFA-NEW-THRESHOLD TO DA-THRESHOLD(WS-DEFA-IDX)
               MOVE DEFA-NEW-ACTION TO DA-ACTION(WS-DEFA-IDX)
               MOVE DEFA-NEW-GROUP TO DA-GROUP-CODE(WS-DEFA-IDX)
               MOVE DEFA-NEW-ANOMALY TO DA-ANOMALY(WS-DEFA-IDX)
           ELSE
               MOVE "CTRDEFA change" TO WS-FULL-TABLE-NAME
               PERFORM 2095-NOTE-TABLE-FULL
           END-IF.

       2400-LOAD-ADJUSTMENTS.
           OPEN INPUT CTR-ADJ-FILE.
           IF WS-ADJ-STATUS = "00"
               PERFORM UNTIL WS-ADJ-STATUS NOT = "00"
                   READ CTR-ADJ-FILE
                       AT END
                           MOVE "10" TO WS-ADJ-STATUS
                       NOT AT END
                           IF ADJ-CTR-ID = WS-CTR-ID
                               MOVE ADJ-RUN-ID TO WS-FIND-RUN-ID
                               PERFORM 2050-FIND-RUN
                               IF WS-RUN-FOUND
                                   PERFORM 2410-TABLE-ADJUSTMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-ADJ-FILE
           END-IF.

       2410-TABLE-ADJUSTMENT.
           MOVE ADJ-TYPE-CODE TO WS-ADJ-TEXT-TYPE.
           MOVE ADJ-OLD-VALUE TO WS-ADJ-TEXT-OLD-VALUE.
           MOVE ADJ-NEW-VALUE TO WS-ADJ-TEXT-NEW-VALUE.
           MOVE ADJ-QUANTITY TO WS-ADJ-TEXT-QUANTITY.
           MOVE ADJ-SOURCE-ID TO WS-ADJ-TEXT-SOURCE.
           MOVE ADJ-REQUESTER TO WS-ADJ-TEXT-REQUESTER.
           MOVE ADJ-APPROVER TO WS-ADJ-TEXT-APPROVER.
           MOVE ADJ-RUN-ID TO WS-ADJ-TEXT-RUN-ID.
           MOVE ADJ-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           MOVE 'A' TO WS-EVENT-KIND.
           MOVE WS-ADJ-TEXT TO WS-EVENT-TEXT-1.
           MOVE WS-ADJ-TEXT-2 TO WS-EVENT-TEXT-2.
           MOVE 0 TO WS-EVENT-BEFORE-TOTAL.
           MOVE 0 TO WS-EVENT-AFTER-TOTAL.
           PERFORM 2090-TABLE-EVENT.

       2500-LOAD-OVERFLOWS.
           OPEN INPUT CTR-EXC-FILE.
           IF WS-EXC-STATUS = "00"
               PERFORM UNTIL WS-EXC-STATUS NOT = "00"
                   READ CTR-EXC-FILE
                       AT END
                           MOVE "10" TO WS-EXC-STATUS
                       NOT AT END
                           IF EXC-CTR-ID = WS-CTR-ID
                               MOVE EXC-RUN-ID TO WS-FIND-RUN-ID
                               PERFORM 2050-FIND-RUN
                               IF WS-RUN-FOUND
                                   PERFORM 2510-TABLE-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-EXC-FILE
           END-IF.

       2510-TABLE-OVERFLOW.
           MOVE EXC-OLD-VALUE TO WS-OVFL-TEXT-OLD-VALUE.
           MOVE EXC-SOURCE-ID TO WS-OVFL-TEXT-SOURCE.
           MOVE EXC-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           MOVE 'O' TO WS-EVENT-KIND.
           MOVE WS-OVFL-TEXT TO WS-EVENT-TEXT-1.
           MOVE SPACES TO WS-EVENT-TEXT-2.
           MOVE 0 TO WS-EVENT-BEFORE-TOTAL.
           MOVE 0 TO WS-EVENT-AFTER-TOTAL.
           PERFORM 2090-TABLE-EVENT.

      *    Only a reject released into the count matters here - a
      *    dropped one never reached the counter.  The released image
      *    is a CTRTRAN record: counter ID, type, quantity, source.
       2600-LOAD-RELEASES.
           OPEN INPUT CTR-RSUB-FILE.
           IF WS-RSUB-STATUS = "00"
               PERFORM UNTIL WS-RSUB-STATUS NOT = "00"
                   READ CTR-RSUB-FILE
                       AT END
                           MOVE "10" TO WS-RSUB-STATUS
                       NOT AT END
                           IF RSUB-DISPOSITION = 'R'
                                   AND RSUB-NEW-IMAGE(1:8) = WS-CTR-ID
                               MOVE RSUB-TIMESTAMP TO WS-FIND-RUN-ID
                               PERFORM 2060-FIND-NEXT-RUN
                               IF WS-RUN-FOUND
                                   PERFORM 2610-TABLE-RELEASE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-RSUB-FILE
           END-IF.

       2610-TABLE-RELEASE.
           MOVE RSUB-REASON-CODE TO WS-RELEASE-TEXT-REASON.
           MOVE RSUB-OPERATOR TO WS-RELEASE-TEXT-OPERATOR.
           IF RSUB-NEW-IMAGE = RSUB-ORIG-IMAGE
               MOVE "AS SENT" TO WS-RELEASE-TEXT-HOW
           ELSE
               MOVE "CORRECTED" TO WS-RELEASE-TEXT-HOW
           END-IF.
           MOVE RSUB-NEW-IMAGE(9:1) TO WS-RELEASE-TEXT-TYPE.
           MOVE RSUB-NEW-IMAGE(10:9) TO WS-RELEASE-TEXT-QUANTITY.
           MOVE RSUB-NEW-IMAGE(19:8) TO WS-RELEASE-TEXT-SOURCE.
           MOVE RSUB-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           MOVE 'J' TO WS-EVENT-KIND.
           MOVE WS-RELEASE-TEXT TO WS-EVENT-TEXT-1.
           MOVE WS-RELEASE-TEXT-2 TO WS-EVENT-TEXT-2.
           MOVE 0 TO WS-EVENT-BEFORE-TOTAL.
           MOVE 0 TO WS-EVENT-AFTER-TOTAL.
           PERFORM 2090-TABLE-EVENT.

      *    A threshold alert carries the CTRDRIVE run that raised it;
      *    a volume alert carries CTRANOM's own run and is about the
      *    day CTRDRIVE last ran.
       2700-LOAD-ALERTS.
           OPEN INPUT CTR-ALST-FILE.
           IF WS-ALST-STATUS = "00"
               PERFORM UNTIL WS-ALST-STATUS NOT = "00"
                   READ CTR-ALST-FILE
                       AT END
                           MOVE "10" TO WS-ALST-STATUS
                       NOT AT END
                           IF ALST-CTR-ID = WS-CTR-ID
                               PERFORM 2710-PLACE-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-ALST-FILE
           END-IF.

       2710-PLACE-ALERT.
           MOVE ALST-RUN-ID TO WS-FIND-RUN-ID.
           IF ALST-ACTION = 'V'
               PERFORM 2070-FIND-LATEST-RUN
               MOVE WS-DAY-LEVEL-CYCLE TO WS-MAP-CYCLE
               MOVE ALST-OLD-VALUE TO WS-VOLUME-TEXT-VALUE
               MOVE ALST-THRESHOLD TO WS-VOLUME-TEXT-AVERAGE
               MOVE WS-VOLUME-ALERT-TEXT TO WS-EVENT-TEXT-1
           ELSE
               PERFORM 2050-FIND-RUN
               MOVE ALST-ACTION TO WS-ALERT-TEXT-ACTION
               MOVE ALST-OLD-VALUE TO WS-ALERT-TEXT-VALUE
               MOVE ALST-THRESHOLD TO WS-ALERT-TEXT-THRESHOLD
               MOVE ALST-DUP-COUNT TO WS-ALERT-TEXT-DUPS
               MOVE WS-ALERT-TEXT TO WS-EVENT-TEXT-1
           END-IF.
           IF WS-RUN-FOUND
               EVALUATE ALST-STATUS
                   WHEN 'A'
                       MOVE ALST-ACK-OPERATOR TO WS-ACK-TEXT-OPERATOR
                       MOVE ALST-ACK-TIMESTAMP
                           TO WS-ACK-TEXT-TIMESTAMP
                       MOVE ALST-DISPOSITION
                           TO WS-ACK-TEXT-DISPOSITION
                       MOVE WS-ACK-TEXT TO WS-EVENT-TEXT-2
                   WHEN 'E'
                       MOVE ALST-ESC-TIMESTAMP
                           TO WS-ESC-TEXT-TIMESTAMP
                       MOVE WS-ESC-TEXT TO WS-EVENT-TEXT-2
                   WHEN OTHER
                       MOVE "OPEN - NOT ACKNOWLEDGED"
                           TO WS-EVENT-TEXT-2
               END-EVALUATE
               MOVE ALST-FIRST-TIMESTAMP TO WS-EVENT-TIMESTAMP
               MOVE 'L' TO WS-EVENT-KIND
               MOVE 0 TO WS-EVENT-BEFORE-TOTAL
               MOVE 0 TO WS-EVENT-AFTER-TOTAL
               PERFORM 2090-TABLE-EVENT
           END-IF.

       2800-LOAD-RESTATEMENTS.
           OPEN INPUT CTR-RST-FILE.
           IF WS-RST-STATUS = "00"
               PERFORM UNTIL WS-RST-STATUS NOT = "00"
                   READ CTR-RST-FILE
                       AT END
                           MOVE "10" TO WS-RST-STATUS
                       NOT AT END
                           IF RST-CTR-ID = WS-CTR-ID
                                   AND RST-PROC-DATE
                                       NOT < WS-START-DATE
                                   AND RST-PROC-DATE
                                       NOT > WS-END-DATE
                               PERFORM 2810-TABLE-RESTATEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-RST-FILE
           END-IF.

       2810-TABLE-RESTATEMENT.
           MOVE RST-TYPE-CODE TO WS-RESTATE-TEXT-TYPE.
           MOVE RST-QUANTITY TO WS-RESTATE-TEXT-QUANTITY.
           MOVE RST-BEFORE-TOTAL TO WS-RESTATE-TEXT-BEFORE.
           MOVE RST-AFTER-TOTAL TO WS-RESTATE-TEXT-AFTER.
           MOVE RST-OPERATOR TO WS-RESTATE-TEXT-OPERATOR.
           MOVE RST-REASON TO WS-RESTATE-TEXT-REASON.
           MOVE RST-PROC-DATE TO WS-MAP-DATE.
           MOVE WS-DAY-LEVEL-CYCLE TO WS-MAP-CYCLE.
           MOVE RST-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           MOVE 'T' TO WS-EVENT-KIND.
           MOVE WS-RESTATE-TEXT TO WS-EVENT-TEXT-1.
           MOVE WS-RESTATE-TEXT-2 TO WS-EVENT-TEXT-2.
           MOVE RST-BEFORE-TOTAL TO WS-EVENT-BEFORE-TOTAL.
           MOVE RST-AFTER-TOTAL TO WS-EVENT-AFTER-TOTAL.
           PERFORM 2090-TABLE-EVENT.

      *    Only CTRRECON cases are about a counter; a CTRBAL case
      *    carries a balancing rule ID instead.
       2900-LOAD-CASES.
           OPEN INPUT CTR-CASE-FILE.
           IF WS-CASE-STATUS = "00"
               PERFORM UNTIL WS-CASE-STATUS NOT = "00"
                   READ CTR-CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-STATUS
                       NOT AT END
                           IF CASE-CTR-ID = WS-CTR-ID
                                   AND CASE-FROM-RECON
                                   AND CASE-PROC-DATE
                                       NOT < WS-START-DATE
                                   AND CASE-PROC-DATE
                                       NOT > WS-END-DATE
                               PERFORM 2910-TABLE-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-CASE-FILE
           END-IF.

       2910-TABLE-CASE.
           MOVE CASE-ACTUAL-VALUE TO WS-CASE-TEXT-ACTUAL.
           MOVE CASE-EXPECTED-VALUE TO WS-CASE-TEXT-EXPECTED.
           MOVE CASE-DIFFERENCE TO WS-CASE-TEXT-DIFFERENCE.
           MOVE SPACES TO WS-CASE-TEXT-STATUS.
           IF CASE-STATUS = 'C'
               STRING "CLOSED " DELIMITED BY SIZE
                      CASE-RESOLUTION-CODE DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      CASE-CLOSE-OPERATOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CASE-CLOSE-TIMESTAMP(1:8) DELIMITED BY SIZE
                   INTO WS-CASE-TEXT-STATUS
               END-STRING
           ELSE
               STRING "OPEN, LAST SEEN " DELIMITED BY SIZE
                      CASE-LAST-SEEN-DATE DELIMITED BY SIZE
                   INTO WS-CASE-TEXT-STATUS
               END-STRING
           END-IF.
           MOVE CASE-PROC-DATE TO WS-MAP-DATE.
           MOVE WS-DAY-LEVEL-CYCLE TO WS-MAP-CYCLE.
           MOVE CASE-OPEN-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           MOVE 'K' TO WS-EVENT-KIND.
           MOVE WS-CASE-TEXT TO WS-EVENT-TEXT-1.
           MOVE WS-CASE-TEXT-2 TO WS-EVENT-TEXT-2.
           MOVE 0 TO WS-EVENT-BEFORE-TOTAL.
           MOVE 0 TO WS-EVENT-AFTER-TOTAL.
           PERFORM 2090-TABLE-EVENT.

       3000-OPEN-STATEMENT.
           OPEN OUTPUT CTR-ACTP-FILE.
           IF WS-ACTP-STATUS NOT = "00"
               DISPLAY "CTRACTP statement file could not be opened "
                       "for output - status " WS-ACTP-STATUS
                       " - no statement produced"
           ELSE
               MOVE WS-CTR-ID TO WS-ACTP-CTR-ID
               MOVE WS-START-DATE TO WS-ACTP-START-DATE
               MOVE WS-END-DATE TO WS-ACTP-END-DATE
               MOVE WS-ACTP-HEADER-LINE TO CTR-ACTP-LINE
               WRITE CTR-ACTP-LINE
               MOVE WS-NOW-TIMESTAMP TO WS-ACTP-PRINTED
               MOVE WS-ACTP-PRINTED-LINE TO CTR-ACTP-LINE
               WRITE CTR-ACTP-LINE
           END-IF.

       4000-PRINT-STATEMENT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM 4100-PRINT-ONE-DAY
           END-PERFORM.

      *****************************************************************
      *  A day opens at zero - CTRDRIVE resets every counter when
      *  the business day rolls over - and each later cycle opens
      *  where the one before it closed.  The closing total is the
      *  last cycle's total, carried through any restatement of the
      *  day in the order they were made.
      *****************************************************************
       4100-PRINT-ONE-DAY.
           MOVE WS-ACTP-BLANK-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           MOVE DY-PROC-DATE(WS-DAY-IDX) TO WS-ACTP-DAY-DATE.
           MOVE WS-ACTP-DAY-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           PERFORM 4200-PRINT-DEFINITION.
           MOVE 0 TO WS-LAST-CYCLE.
           MOVE 0 TO WS-OPEN-VALUE.
           MOVE 0 TO WS-OPEN-OVFL-COUNT.
           MOVE 0 TO WS-OPEN-TOTAL.
           MOVE 0 TO WS-RUNNING-TOTAL.
           SET WS-CHAIN-BROKEN-SW TO 'N'.
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                   UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
               IF CY-PROC-DATE(WS-CYCLE-IDX)
                       = DY-PROC-DATE(WS-DAY-IDX)
                   PERFORM 4300-PRINT-ONE-CYCLE
               END-IF
           END-PERFORM.
           MOVE DY-PROC-DATE(WS-DAY-IDX) TO WS-SEL-DATE.
           MOVE 0 TO WS-SEL-CYCLE.
           PERFORM 4400-PRINT-EVENTS.
           PERFORM 4500-PRINT-TIE-OUT.

      *    The change in force is the one with the latest effective
      *    date on or before the day; of two with the same date the
      *    one keyed later stands.
       4200-PRINT-DEFINITION.
           SET WS-DEFA-FOUND-SW TO 'N'.
           MOVE SPACES TO WS-BEST-EFF-KEY.
           PERFORM VARYING WS-DEFA-IDX FROM 1 BY 1
                   UNTIL WS-DEFA-IDX > WS-DEFA-COUNT
               IF DA-EFF-KEY(WS-DEFA-IDX)
                       NOT > DY-PROC-DATE(WS-DAY-IDX)
                       AND DA-EFF-KEY(WS-DEFA-IDX)
                           NOT < WS-BEST-EFF-KEY
                   SET WS-DEFA-FOUND-SW TO 'Y'
                   SET WS-BEST-SUB TO WS-DEFA-IDX
                   MOVE DA-EFF-KEY(WS-DEFA-IDX) TO WS-BEST-EFF-KEY
               END-IF
           END-PERFORM.
           IF WS-DEFA-FOUND
               PERFORM 4210-PRINT-DEFINITION-CHANGE
           ELSE
               MOVE "NO CTRDEFA CHANGE ON FILE - SEE EACH CYCLE"
                   TO WS-ACTP-DEF-TEXT
               MOVE WS-ACTP-DEF-LINE TO CTR-ACTP-LINE
               WRITE CTR-ACTP-LINE
           END-IF.

       4210-PRINT-DEFINITION-CHANGE.
           SET WS-DEFA-IDX TO WS-BEST-SUB.
           EVALUATE DA-CHANGE-TYPE(WS-DEFA-IDX)
               WHEN 'A'
                   MOVE "ADDED" TO WS-CHANGE-WORD
               WHEN 'R'
                   MOVE "RETIRED" TO WS-CHANGE-WORD
               WHEN OTHER
                   MOVE "CHANGED" TO WS-CHANGE-WORD
           END-EVALUATE.
           IF DA-CHANGE-TYPE(WS-DEFA-IDX) = 'R'
               MOVE "NONE - COUNTER RETIRED" TO WS-ACTP-DEF-TEXT
           ELSE
               MOVE DA-THRESHOLD(WS-DEFA-IDX)
                   TO WS-ACTP-DEF-THRESHOLD
               MOVE DA-ACTION(WS-DEFA-IDX) TO WS-ACTP-DEF-ACTION
               MOVE DA-GROUP-CODE(WS-DEFA-IDX) TO WS-ACTP-DEF-GROUP
               MOVE DA-ANOMALY(WS-DEFA-IDX) TO WS-ACTP-DEF-ANOMALY
               MOVE WS-ACTP-DEF-VALUES TO WS-ACTP-DEF-TEXT
           END-IF.
           MOVE WS-ACTP-DEF-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           IF DA-EFF-DATE(WS-DEFA-IDX) = SPACES
               MOVE "ON PUBLISH" TO WS-EFF-TEXT
           ELSE
               MOVE DA-EFF-DATE(WS-DEFA-IDX) TO WS-EFF-TEXT
           END-IF.
           MOVE SPACES TO WS-ACTP-DEF-TEXT.
           STRING WS-CHANGE-WORD DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  DA-OPERATOR(WS-DEFA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DA-TIMESTAMP(WS-DEFA-IDX) DELIMITED BY SIZE
                  "  EFFECTIVE " DELIMITED BY SIZE
                  WS-EFF-TEXT DELIMITED BY SIZE
               INTO WS-ACTP-DEF-TEXT
           END-STRING.
           MOVE SPACES TO WS-ACTP-DEF-LINE(1:23).
           MOVE WS-ACTP-DEF-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           MOVE "  DEFINITION IN FORCE  " TO WS-ACTP-DEF-LINE(1:23).

       4300-PRINT-ONE-CYCLE.
           MOVE CY-CYCLE(WS-CYCLE-IDX) TO WS-ACTP-CYCLE.
           MOVE CY-RUN-ID(WS-CYCLE-IDX) TO WS-ACTP-RUN-ID.
           MOVE CY-THRESHOLD(WS-CYCLE-IDX) TO WS-ACTP-CYCLE-THRESHOLD.
           MOVE CY-ACTION(WS-CYCLE-IDX) TO WS-ACTP-CYCLE-ACTION.
           MOVE WS-ACTP-CYCLE-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           IF CY-CYCLE(WS-CYCLE-IDX) = WS-LAST-CYCLE + 1
               SET WS-OPENING-KNOWN-SW TO 'Y'
           ELSE
               SET WS-OPENING-KNOWN-SW TO 'N'
           END-IF.
           IF WS-OPENING-KNOWN
               MOVE "OPENING" TO WS-ACTP-POSITION-LABEL
               MOVE WS-OPEN-VALUE TO WS-ACTP-POSITION-VALUE
               MOVE WS-OPEN-OVFL-COUNT TO WS-ACTP-POSITION-OVFL
               MOVE WS-OPEN-TOTAL TO WS-ACTP-POSITION-TOTAL
               MOVE WS-ACTP-POSITION-LINE TO CTR-ACTP-LINE
           ELSE
               MOVE WS-ACTP-NO-OPENING-LINE TO CTR-ACTP-LINE
           END-IF.
           WRITE CTR-ACTP-LINE.
           MOVE CY-PROC-DATE(WS-CYCLE-IDX) TO WS-SEL-DATE.
           MOVE CY-CYCLE(WS-CYCLE-IDX) TO WS-SEL-CYCLE.
           PERFORM 4400-PRINT-EVENTS.
           MOVE "CLOSING" TO WS-ACTP-POSITION-LABEL.
           MOVE CY-FINAL-VALUE(WS-CYCLE-IDX) TO WS-ACTP-POSITION-VALUE.
           MOVE CY-OVFL-COUNT(WS-CYCLE-IDX) TO WS-ACTP-POSITION-OVFL.
           MOVE CY-ACTUAL-TOTAL(WS-CYCLE-IDX)
               TO WS-ACTP-POSITION-TOTAL.
           MOVE WS-ACTP-POSITION-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           MOVE CY-CYCLE(WS-CYCLE-IDX) TO WS-LAST-CYCLE.
           MOVE CY-FINAL-VALUE(WS-CYCLE-IDX) TO WS-OPEN-VALUE.
           MOVE CY-OVFL-COUNT(WS-CYCLE-IDX) TO WS-OPEN-OVFL-COUNT.
           MOVE CY-ACTUAL-TOTAL(WS-CYCLE-IDX) TO WS-OPEN-TOTAL.
           MOVE CY-ACTUAL-TOTAL(WS-CYCLE-IDX) TO WS-RUNNING-TOTAL.

      *    Prints the unprinted events of WS-SEL-DATE in time order -
      *    those of cycle WS-SEL-CYCLE only, or with a cycle of zero
      *    every one left over for the day.
       4400-PRINT-EVENTS.
           SET WS-EVENT-FOUND-SW TO 'Y'.
           PERFORM UNTIL NOT WS-EVENT-FOUND
               PERFORM 4410-FIND-EARLIEST-EVENT
               IF WS-EVENT-FOUND
                   PERFORM 4420-PRINT-ONE-EVENT
               END-IF
           END-PERFORM.

       4410-FIND-EARLIEST-EVENT.
           SET WS-EVENT-FOUND-SW TO 'N'.
           MOVE HIGH-VALUES TO WS-BEST-TIMESTAMP.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF EV-PROC-DATE(WS-EVENT-IDX) = WS-SEL-DATE
                       AND NOT EV-PRINTED(WS-EVENT-IDX)
                       AND (WS-SEL-CYCLE = 0
                           OR EV-CYCLE(WS-EVENT-IDX) = WS-SEL-CYCLE)
                       AND EV-TIMESTAMP(WS-EVENT-IDX)
                           < WS-BEST-TIMESTAMP
                   SET WS-EVENT-FOUND-SW TO 'Y'
                   SET WS-BEST-SUB TO WS-EVENT-IDX
                   MOVE EV-TIMESTAMP(WS-EVENT-IDX)
                       TO WS-BEST-TIMESTAMP
               END-IF
           END-PERFORM.

       4420-PRINT-ONE-EVENT.
           SET WS-EVENT-IDX TO WS-BEST-SUB.
           MOVE 'Y' TO EV-PRINTED-SW(WS-EVENT-IDX).
           ADD 1 TO WS-EVENTS-PRINTED.
           IF EV-RESTATEMENT(WS-EVENT-IDX)
               IF EV-BEFORE-TOTAL(WS-EVENT-IDX)
                       NOT = WS-RUNNING-TOTAL
                   SET WS-CHAIN-BROKEN-SW TO 'Y'
               END-IF
               MOVE EV-AFTER-TOTAL(WS-EVENT-IDX) TO WS-RUNNING-TOTAL
           END-IF.
           MOVE EV-LINE-1(WS-EVENT-IDX) TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           IF EV-LINE-2(WS-EVENT-IDX) NOT = SPACES
               MOVE EV-LINE-2(WS-EVENT-IDX) TO CTR-ACTP-LINE
               WRITE CTR-ACTP-LINE
           END-IF.

      *****************************************************************
      *  The tie-out that makes the statement proof of the number:
      *  the closing total against the CTRHIST day-final total, and
      *  against the warehouse extract when the one on file is for
      *  this day.  Every restatement has to start from the figure
      *  the one before it left.
      *****************************************************************
       4500-PRINT-TIE-OUT.
           SET WS-DAY-TIED-SW TO 'Y'.
           MOVE "CLOSING TOTAL" TO WS-ACTP-TOTAL-LABEL.
           MOVE WS-RUNNING-TOTAL TO WS-ACTP-TOTAL.
           MOVE SPACES TO WS-ACTP-TOTAL-RESULT.
           MOVE WS-ACTP-TOTAL-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           MOVE "CTRHIST DAY-FINAL TOTAL" TO WS-ACTP-TOTAL-LABEL.
           MOVE DY-FINAL-TOTAL(WS-DAY-IDX) TO WS-ACTP-TOTAL.
           IF DY-FINAL-TOTAL(WS-DAY-IDX) = WS-RUNNING-TOTAL
               MOVE "TIES" TO WS-ACTP-TOTAL-RESULT
           ELSE
               MOVE "DOES NOT TIE" TO WS-ACTP-TOTAL-RESULT
               SET WS-DAY-TIED-SW TO 'N'
           END-IF.
           MOVE WS-ACTP-TOTAL-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           IF DY-XTR-SOURCE(WS-DAY-IDX) = SPACES
               MOVE WS-ACTP-NO-EXTRACT-LINE TO CTR-ACTP-LINE
           ELSE
               MOVE SPACES TO WS-ACTP-TOTAL-LABEL
               STRING DY-XTR-SOURCE(WS-DAY-IDX) DELIMITED BY SPACE
                      " EXTRACT TOTAL" DELIMITED BY SIZE
                   INTO WS-ACTP-TOTAL-LABEL
               END-STRING
               MOVE DY-XTR-TOTAL(WS-DAY-IDX) TO WS-ACTP-TOTAL
               IF DY-XTR-TOTAL(WS-DAY-IDX) = WS-RUNNING-TOTAL
                   MOVE "TIES" TO WS-ACTP-TOTAL-RESULT
               ELSE
                   MOVE "DOES NOT TIE" TO WS-ACTP-TOTAL-RESULT
                   SET WS-DAY-TIED-SW TO 'N'
               END-IF
               MOVE WS-ACTP-TOTAL-LINE TO CTR-ACTP-LINE
           END-IF.
           WRITE CTR-ACTP-LINE.
           IF WS-CHAIN-BROKEN
               MOVE WS-ACTP-CHAIN-LINE TO CTR-ACTP-LINE
               WRITE CTR-ACTP-LINE
               SET WS-DAY-TIED-SW TO 'N'
           END-IF.
           ADD 1 TO WS-DAYS-PRINTED.
           IF NOT WS-DAY-TIED
               ADD 1 TO WS-UNTIED-COUNT
           END-IF.

       9000-TERMINATE.
           MOVE WS-ACTP-BLANK-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           MOVE WS-DAYS-PRINTED TO WS-ACTP-DAYS.
           MOVE WS-EVENTS-PRINTED TO WS-ACTP-EVENTS.
           MOVE WS-UNTIED-COUNT TO WS-ACTP-UNTIED.
           MOVE WS-ACTP-FOOTER-LINE TO CTR-ACTP-LINE.
           WRITE CTR-ACTP-LINE.
           CLOSE CTR-ACTP-FILE.
           DISPLAY "CTRACTS: " WS-CTR-ID " - " WS-DAYS-PRINTED
                   " business days, " WS-EVENTS-PRINTED
                   " events, " WS-UNTIED-COUNT " days not tied".
