       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRHPRF.
      *****************************************************************
      *  Hourly volume profile report.
      *
      *  CTRHIST says how much a counter did in a day; the CTRHOUR
      *  hourly history CTRDRIVE writes beside it says when.  For one
      *  business date this report prints each counter's 24-hour
      *  profile - its counted volume in every hour of the day, from
      *  the events' own TRAN-EVENT-TIMESTAMP - beside the average of
      *  the same hour over its trailing business days, and marks
      *  every hour with no activity.  An hour that is empty but
      *  normally busy is called out, and the last active hour is
      *  set against the trailing one, so when CTRANOM raises a
      *  low-volume alert the hour the sender went quiet can be read
      *  straight off the page; the peak hours, actual and trailing,
      *  are the numbers staffing is planned around.
      *
      *  The operator is prompted for a counter ID (blank for every
      *  counter in force on the date in CTRDEF) and a business date
      *  (YYYYMMDD; blank for the latest date on CTRHOUR).  A
      *  business day's profile is the sum of all its cycles' rows.
      *  The trailing profile is the average over the counter's
      *  previous business days on file, up to the seven before the
      *  date.  A counter with no row at all for the date is
      *  profiled as a day with nothing counted - the dead feed, or
      *  a cycle that never completed - and says so.  Volume that
      *  carried no usable event time is shown as UNTIMED on each
      *  counter's line and is not placed in any hour.
      *
      *  Read-only; not a step of the nightly chain.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-DEF-FILE ASSIGN TO CTRDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEF-KEY
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CTR-HOUR-FILE ASSIGN TO CTRHOUR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUR-STATUS.

           SELECT CTR-PROF-FILE ASSIGN TO CTRPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-DEF-FILE
           RECORDING MODE IS F.
           COPY CTRDEF.

       FD  CTR-HOUR-FILE
           RECORDING MODE IS F.
           COPY CTRHOUR.

       FD  CTR-PROF-FILE
           RECORDING MODE IS F.
           COPY CTRPROF.

       WORKING-STORAGE SECTION.
       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.
       01  WS-DAY-WINDOW-SIZE              PIC 9(2) VALUE 8.

      *    One entry per counter in force on the report date, holding
      *    a sliding window of its most recent business days' hourly
      *    volumes up to that date.  CTRHOUR is appended in date
      *    order and each cycle's row holds only its own activity, so
      *    a later row for the day in hand is added into the last
      *    slot and a new date slides the window.  Entries are in
      *    counter ID order as CTRDEF's key delivers them, so each
      *    CTRHOUR row's counter is found by a binary SEARCH ALL.
       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   ASCENDING KEY IS HP-CTR-ID
                   INDEXED BY WS-CTR-IDX.
               10  HP-CTR-ID               PIC X(8).
               10  HP-DAY-COUNT            PIC 9(2).
               10  HP-DAY-ENTRY            OCCURS 8 TIMES.
                   15  HD-DATE             PIC X(8).
                   15  HD-UNTIMED          PIC 9(11).
                   15  HD-HOUR-COUNT       PIC 9(11) OCCURS 24 TIMES.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-DEF-STATUS               PIC XX VALUE SPACES.
           05  WS-HOUR-STATUS              PIC XX VALUE SPACES.
           05  WS-PROF-STATUS              PIC XX VALUE SPACES.

       01  WS-SELECT-ID                    PIC X(8) VALUE SPACES.
       01  WS-REPORT-DATE                  PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-ID                    PIC X(8).

       01  WS-DATE-REPLY                   PIC X(8) VALUE SPACES.
       01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY
                                           PIC 9(8).
       01  WS-DATE-INT                     PIC S9(9) COMP VALUE 0.

       01  WS-SWITCHES.
           05  WS-REPLY-VALID-SW           PIC X VALUE 'N'.
               88  WS-REPLY-VALID                    VALUE 'Y'.
           05  WS-HOUR-EOF-SW              PIC X VALUE 'N'.
               88  WS-HOUR-EOF                       VALUE 'Y'.
           05  WS-CTR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-CTR-FOUND                      VALUE 'Y'.
           05  WS-DAY-ON-FILE-SW           PIC X VALUE 'N'.
               88  WS-DAY-ON-FILE                    VALUE 'Y'.

       01  WS-DAY-SUB                      PIC 9(2) VALUE 0.
       01  WS-SLOT-SUB                     PIC 9(2) VALUE 0.
       01  WS-HOUR-SUB                     PIC 9(2) VALUE 0.
       01  WS-TRAIL-FIRST                  PIC 9(2) VALUE 0.
       01  WS-TRAIL-LIMIT                  PIC 9(2) VALUE 0.

       01  WS-PROFILE-WORK-FIELDS.
           05  WS-ACTUAL-HOUR              PIC 9(11) OCCURS 24 TIMES.
           05  WS-TRAIL-HOUR-SUM           PIC 9(13) OCCURS 24 TIMES.
           05  WS-TRAIL-HOUR-AVG           PIC 9(11) VALUE 0.
           05  WS-TRAIL-DAYS               PIC 9(2) VALUE 0.
           05  WS-ACTUAL-DAY-TOTAL         PIC 9(13) VALUE 0.
           05  WS-ACTUAL-UNTIMED           PIC 9(11) VALUE 0.
           05  WS-PEAK-HOUR                PIC 9(2) VALUE 0.
           05  WS-PEAK-VOLUME              PIC 9(11) VALUE 0.
           05  WS-TRAIL-PEAK-HOUR          PIC 9(2) VALUE 0.
           05  WS-TRAIL-PEAK-SUM           PIC 9(13) VALUE 0.
           05  WS-LAST-ACTIVE-HOUR         PIC 9(2) VALUE 0.
           05  WS-TRAIL-LAST-HOUR          PIC 9(2) VALUE 0.

      *    Hours are carried as subscripts 1-24; the label shows the
      *    clock hour the bucket starts at.
       01  WS-HOUR-LABEL.
           05  WS-HOUR-LABEL-HH            PIC 9(2).
           05  FILLER                      PIC X(3) VALUE ":00".

       01  WS-PROFILED-COUNT               PIC 9(5) VALUE 0.
       01  WS-QUIET-COUNT                  PIC 9(5) VALUE 0.

       01  WS-PROF-HEADER-LINE.
           05  FILLER                      PIC X(24)
                   VALUE "HOURLY VOLUME PROFILE   ".
           05  FILLER                      PIC X(15)
                   VALUE "BUSINESS DATE: ".
           05  WS-PROF-HDR-DATE            PIC X(8).
           05  FILLER                      PIC X(23)
                   VALUE "   TRAILING DAYS UP TO ".
           05  WS-PROF-HDR-TRAIL           PIC Z9.

       01  WS-PROF-COUNTER-LINE.
           05  FILLER                      PIC X(9) VALUE "COUNTER: ".
           05  WS-PROF-CTR-ID              PIC X(8).
           05  FILLER                      PIC X(13)
                   VALUE "  DAY TOTAL: ".
           05  WS-PROF-DAY-TOTAL           PIC Z(10)9.
           05  FILLER                      PIC X(11)
                   VALUE "  UNTIMED: ".
           05  WS-PROF-UNTIMED             PIC Z(10)9.
           05  FILLER                      PIC X(14)
                   VALUE "  TRAIL DAYS: ".
           05  WS-PROF-TRAIL-DAYS          PIC Z9.

       01  WS-PROF-NOTE-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PROF-NOTE-TEXT           PIC X(70).

       01  WS-PROF-COLUMN-HEADER.
           05  FILLER                      PIC X(80) VALUE
               "  HOUR        ACTUAL    TRAIL-AVG  NOTE".

       01  WS-PROF-DETAIL-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PROF-HOUR                PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PROF-ACTUAL              PIC Z(10)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PROF-TRAIL-AVG           PIC Z(10)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PROF-HOUR-NOTE           PIC X(30).

       01  WS-PROF-PEAK-LINE.
           05  FILLER                      PIC X(13)
                   VALUE "  PEAK HOUR: ".
           05  WS-PROF-PEAK-HOUR           PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PROF-PEAK-VOLUME         PIC Z(10)9.
           05  FILLER                      PIC X(18)
                   VALUE "   TRAILING PEAK: ".
           05  WS-PROF-TRAIL-PEAK-HOUR     PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PROF-TRAIL-PEAK-AVG      PIC Z(10)9.

       01  WS-PROF-LAST-LINE.
           05  FILLER                      PIC X(15)
                   VALUE "  LAST ACTIVE: ".
           05  WS-PROF-LAST-HOUR           PIC X(5).
           05  FILLER                      PIC X(25)
                   VALUE "   TRAILING LAST ACTIVE: ".
           05  WS-PROF-TRAIL-LAST-HOUR     PIC X(5).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-PROF-QUIET-TEXT          PIC X(27).

       01  WS-PROF-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF WS-REPLY-VALID
               IF WS-REPORT-DATE = SPACES
                   PERFORM 1200-FIND-LATEST-DATE
               END-IF
               IF WS-REPORT-DATE = SPACES
                   DISPLAY "CTRHOUR has no hourly rows - no profile "
                           "produced"
               ELSE
                   PERFORM 1300-LOAD-COUNTER-DEFINITIONS
                   IF WS-CTR-COUNT = 0
                       IF WS-SELECT-ID = SPACES
                           DISPLAY "No counters in force on "
                                   WS-REPORT-DATE
                                   " - no profile produced"
                       ELSE
                           DISPLAY "Counter " WS-SELECT-ID
                                   " is not in force on "
                                   WS-REPORT-DATE
                                   " - no profile produced"
                       END-IF
                   ELSE
                       PERFORM 2000-LOAD-HOURLY-HISTORY
                       PERFORM 3000-BUILD-PROFILE-REPORT
                       PERFORM 9000-TERMINATE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "HOURLY VOLUME PROFILE".
           DISPLAY "Counter ID (blank for all): ".
           ACCEPT WS-SELECT-ID FROM CONSOLE.
           DISPLAY "Business date (YYYYMMDD, blank = latest on file): ".
           PERFORM 1100-ACCEPT-DATE.
           IF WS-REPLY-VALID
               MOVE WS-DATE-REPLY TO WS-REPORT-DATE
           ELSE
               DISPLAY "No profile produced"
           END-IF.

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
                   SET WS-REPLY-VALID-SW TO 'Y'
               WHEN WS-DATE-REPLY IS NOT NUMERIC
                   DISPLAY "Date must be eight digits, YYYYMMDD"
               WHEN WS-DATE-INT = 0
                   DISPLAY "Not a valid date: " WS-DATE-REPLY
               WHEN OTHER
                   SET WS-REPLY-VALID-SW TO 'Y'
           END-EVALUATE.

      *    A blank date reply means the latest business date CTRHOUR
      *    holds, so the file is passed once to find it before the
      *    counters in force on that date can be tabled.
       1200-FIND-LATEST-DATE.
           OPEN INPUT CTR-HOUR-FILE.
           IF WS-HOUR-STATUS = "00"
               PERFORM UNTIL WS-HOUR-STATUS NOT = "00"
                   READ CTR-HOUR-FILE
                       AT END
                           MOVE "10" TO WS-HOUR-STATUS
                       NOT AT END
                           IF HOUR-PROC-DATE > WS-REPORT-DATE
                               MOVE HOUR-PROC-DATE TO WS-REPORT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-HOUR-FILE
           END-IF.

       1300-LOAD-COUNTER-DEFINITIONS.
           OPEN INPUT CTR-DEF-FILE.
           IF WS-DEF-STATUS = "00"
               PERFORM UNTIL WS-DEF-STATUS NOT = "00"
                   READ CTR-DEF-FILE
                       AT END
                           MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                           IF (WS-SELECT-ID = SPACES
                                   OR DEF-CTR-ID = WS-SELECT-ID)
                                   AND DEF-EFF-FROM
                                       NOT > WS-REPORT-DATE
                                   AND (DEF-EFF-TO = SPACES
                                       OR DEF-EFF-TO
                                           NOT < WS-REPORT-DATE)
                               PERFORM 1310-TABLE-ONE-COUNTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-DEF-FILE
           ELSE
               DISPLAY "CTRDEF counter-definition file not found - "
                       "status " WS-DEF-STATUS
           END-IF.

       1310-TABLE-ONE-COUNTER.
           IF WS-CTR-COUNT < WS-CTR-MAX-ENTRIES
               ADD 1 TO WS-CTR-COUNT
               SET WS-CTR-IDX TO WS-CTR-COUNT
               MOVE DEF-CTR-ID TO HP-CTR-ID(WS-CTR-IDX)
               MOVE 0 TO HP-DAY-COUNT(WS-CTR-IDX)
           ELSE
               DISPLAY "CTRDEF has more counters than "
                       "WS-CTR-MAX-ENTRIES - ignoring "
                       DEF-CTR-ID
           END-IF.

       2000-LOAD-HOURLY-HISTORY.
           OPEN INPUT CTR-HOUR-FILE.
           IF WS-HOUR-STATUS NOT = "00"
               DISPLAY "CTRHOUR hourly history file not available - "
                       "status " WS-HOUR-STATUS
               SET WS-HOUR-EOF-SW TO 'Y'
           ELSE
               PERFORM UNTIL WS-HOUR-EOF
                   READ CTR-HOUR-FILE
                       AT END
                           SET WS-HOUR-EOF-SW TO 'Y'
                       NOT AT END
                           PERFORM 2100-TABLE-HOURLY-ROW
                   END-READ
               END-PERFORM
               CLOSE CTR-HOUR-FILE
           END-IF.

      *    Rows dated after the report date are left out, so a profile
      *    for an earlier day compares it only with the days before
      *    it.
       2100-TABLE-HOURLY-ROW.
           IF HOUR-PROC-DATE NOT > WS-REPORT-DATE
               MOVE HOUR-CTR-ID TO WS-LOOKUP-ID
               PERFORM 2200-FIND-COUNTER
               IF WS-CTR-FOUND
                   PERFORM 2300-SLIDE-DAY-WINDOW
               END-IF
           END-IF.

       2200-FIND-COUNTER.
           SET WS-CTR-FOUND-SW TO 'N'.
           IF WS-CTR-COUNT > 0
               SEARCH ALL WS-CTR-ENTRY
                   AT END
                       CONTINUE
                   WHEN HP-CTR-ID(WS-CTR-IDX) = WS-LOOKUP-ID
                       SET WS-CTR-FOUND-SW TO 'Y'
               END-SEARCH
           END-IF.

       2300-SLIDE-DAY-WINDOW.
           EVALUATE TRUE
               WHEN HP-DAY-COUNT(WS-CTR-IDX) > 0
                       AND HD-DATE(WS-CTR-IDX
                           HP-DAY-COUNT(WS-CTR-IDX))
                           = HOUR-PROC-DATE
      *        A later cycle of the same business day - its own
      *        activity is added to what the day already holds.
                   MOVE HP-DAY-COUNT(WS-CTR-IDX) TO WS-SLOT-SUB
               WHEN HP-DAY-COUNT(WS-CTR-IDX) < WS-DAY-WINDOW-SIZE
                   ADD 1 TO HP-DAY-COUNT(WS-CTR-IDX)
                   MOVE HP-DAY-COUNT(WS-CTR-IDX) TO WS-SLOT-SUB
                   PERFORM 2310-CLEAR-DAY-SLOT
               WHEN OTHER
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB
                               NOT < WS-DAY-WINDOW-SIZE
                       MOVE HP-DAY-ENTRY(WS-CTR-IDX WS-DAY-SUB + 1)
                           TO HP-DAY-ENTRY(WS-CTR-IDX WS-DAY-SUB)
                   END-PERFORM
                   MOVE WS-DAY-WINDOW-SIZE TO WS-SLOT-SUB
                   PERFORM 2310-CLEAR-DAY-SLOT
           END-EVALUATE.
           PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               ADD HOUR-EVENT-COUNT(WS-HOUR-SUB)
                   TO HD-HOUR-COUNT(WS-CTR-IDX WS-SLOT-SUB
                       WS-HOUR-SUB)
           END-PERFORM.
           ADD HOUR-UNTIMED-COUNT
               TO HD-UNTIMED(WS-CTR-IDX WS-SLOT-SUB).

       2310-CLEAR-DAY-SLOT.
           MOVE HOUR-PROC-DATE TO HD-DATE(WS-CTR-IDX WS-SLOT-SUB).
           MOVE 0 TO HD-UNTIMED(WS-CTR-IDX WS-SLOT-SUB).
           PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               MOVE 0 TO HD-HOUR-COUNT(WS-CTR-IDX WS-SLOT-SUB
                   WS-HOUR-SUB)
           END-PERFORM.

       3000-BUILD-PROFILE-REPORT.
           OPEN OUTPUT CTR-PROF-FILE.
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "CTRPROF profile report file could not be "
                       "opened for output - status " WS-PROF-STATUS
                       " - no report written"
           ELSE
               MOVE WS-REPORT-DATE TO WS-PROF-HDR-DATE
               COMPUTE WS-PROF-HDR-TRAIL = WS-DAY-WINDOW-SIZE - 1
               MOVE WS-PROF-HEADER-LINE TO CTR-PROF-LINE
               WRITE CTR-PROF-LINE
               MOVE WS-PROF-BLANK-LINE TO CTR-PROF-LINE
               WRITE CTR-PROF-LINE
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                   PERFORM 3100-PROFILE-ONE-COUNTER
               END-PERFORM
               CLOSE CTR-PROF-FILE
           END-IF.

      *****************************************************************
      *  The day profiled is the report date.  A counter with no row
      *  for that date counted NOTHING in any completed cycle - the
      *  dead-feed case - and is profiled as an empty day against
      *  its most recent trailing days.  A counter
      *  with no hourly history at all has nothing to compare and
      *  gets its counter line and a note only.
      *****************************************************************
       3100-PROFILE-ONE-COUNTER.
           ADD 1 TO WS-PROFILED-COUNT.
           MOVE 0 TO WS-ACTUAL-DAY-TOTAL.
           MOVE 0 TO WS-ACTUAL-UNTIMED.
           MOVE 0 TO WS-TRAIL-DAYS.
           PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               MOVE 0 TO WS-ACTUAL-HOUR(WS-HOUR-SUB)
               MOVE 0 TO WS-TRAIL-HOUR-SUM(WS-HOUR-SUB)
           END-PERFORM.
           SET WS-DAY-ON-FILE-SW TO 'N'.
           MOVE 1 TO WS-TRAIL-FIRST.
           IF HP-DAY-COUNT(WS-CTR-IDX) = 0
               MOVE 0 TO WS-TRAIL-LIMIT
           ELSE
               IF HD-DATE(WS-CTR-IDX HP-DAY-COUNT(WS-CTR-IDX))
                       = WS-REPORT-DATE
                   SET WS-DAY-ON-FILE-SW TO 'Y'
                   MOVE HP-DAY-COUNT(WS-CTR-IDX) TO WS-SLOT-SUB
                   PERFORM 3110-TAKE-ACTUAL-DAY
                   COMPUTE WS-TRAIL-LIMIT =
                       HP-DAY-COUNT(WS-CTR-IDX) - 1
               ELSE
                   MOVE HP-DAY-COUNT(WS-CTR-IDX) TO WS-TRAIL-LIMIT
                   IF WS-TRAIL-LIMIT = WS-DAY-WINDOW-SIZE
                       MOVE 2 TO WS-TRAIL-FIRST
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-DAY-SUB FROM WS-TRAIL-FIRST BY 1
                   UNTIL WS-DAY-SUB > WS-TRAIL-LIMIT
               PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                       UNTIL WS-HOUR-SUB > 24
                   ADD HD-HOUR-COUNT(WS-CTR-IDX WS-DAY-SUB
                           WS-HOUR-SUB)
                       TO WS-TRAIL-HOUR-SUM(WS-HOUR-SUB)
               END-PERFORM
               ADD 1 TO WS-TRAIL-DAYS
           END-PERFORM.

           MOVE HP-CTR-ID(WS-CTR-IDX) TO WS-PROF-CTR-ID.
           MOVE WS-ACTUAL-DAY-TOTAL TO WS-PROF-DAY-TOTAL.
           MOVE WS-ACTUAL-UNTIMED TO WS-PROF-UNTIMED.
           MOVE WS-TRAIL-DAYS TO WS-PROF-TRAIL-DAYS.
           MOVE WS-PROF-COUNTER-LINE TO CTR-PROF-LINE.
           WRITE CTR-PROF-LINE.
           IF HP-DAY-COUNT(WS-CTR-IDX) = 0
               MOVE "NO HOURLY HISTORY ON FILE UP TO THIS DATE"
                   TO WS-PROF-NOTE-TEXT
               MOVE WS-PROF-NOTE-LINE TO CTR-PROF-LINE
               WRITE CTR-PROF-LINE
           ELSE
               IF NOT WS-DAY-ON-FILE
                   MOVE "NO ROW FOR THIS DATE - NOTHING COUNTED"
                       TO WS-PROF-NOTE-TEXT
                   MOVE WS-PROF-NOTE-LINE TO CTR-PROF-LINE
                   WRITE CTR-PROF-LINE
               END-IF
               PERFORM 3200-FIND-PEAKS
               MOVE WS-PROF-COLUMN-HEADER TO CTR-PROF-LINE
               WRITE CTR-PROF-LINE
               PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                       UNTIL WS-HOUR-SUB > 24
                   PERFORM 3300-WRITE-HOUR-LINE
               END-PERFORM
               PERFORM 3400-WRITE-SUMMARY-LINES
           END-IF.
           MOVE WS-PROF-BLANK-LINE TO CTR-PROF-LINE.
           WRITE CTR-PROF-LINE.

       3110-TAKE-ACTUAL-DAY.
           PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               MOVE HD-HOUR-COUNT(WS-CTR-IDX WS-SLOT-SUB WS-HOUR-SUB)
                   TO WS-ACTUAL-HOUR(WS-HOUR-SUB)
               ADD HD-HOUR-COUNT(WS-CTR-IDX WS-SLOT-SUB WS-HOUR-SUB)
                   TO WS-ACTUAL-DAY-TOTAL
           END-PERFORM.
           MOVE HD-UNTIMED(WS-CTR-IDX WS-SLOT-SUB)
               TO WS-ACTUAL-UNTIMED.
           ADD WS-ACTUAL-UNTIMED TO WS-ACTUAL-DAY-TOTAL.

      *    Peak and last-active hours are subscripts; zero means no
      *    hour qualified.  The trailing figures are judged on the
      *    window's sums, so an hour busy on only one trailing day
      *    still counts as normally active even where its average
      *    rounds to nothing.
       3200-FIND-PEAKS.
           MOVE 0 TO WS-PEAK-HOUR.
           MOVE 0 TO WS-PEAK-VOLUME.
           MOVE 0 TO WS-TRAIL-PEAK-HOUR.
           MOVE 0 TO WS-TRAIL-PEAK-SUM.
           MOVE 0 TO WS-LAST-ACTIVE-HOUR.
           MOVE 0 TO WS-TRAIL-LAST-HOUR.
           PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               IF WS-ACTUAL-HOUR(WS-HOUR-SUB) > WS-PEAK-VOLUME
                   MOVE WS-HOUR-SUB TO WS-PEAK-HOUR
                   MOVE WS-ACTUAL-HOUR(WS-HOUR-SUB) TO WS-PEAK-VOLUME
               END-IF
               IF WS-TRAIL-HOUR-SUM(WS-HOUR-SUB) > WS-TRAIL-PEAK-SUM
                   MOVE WS-HOUR-SUB TO WS-TRAIL-PEAK-HOUR
                   MOVE WS-TRAIL-HOUR-SUM(WS-HOUR-SUB)
                       TO WS-TRAIL-PEAK-SUM
               END-IF
               IF WS-ACTUAL-HOUR(WS-HOUR-SUB) > 0
                   MOVE WS-HOUR-SUB TO WS-LAST-ACTIVE-HOUR
               END-IF
               IF WS-TRAIL-HOUR-SUM(WS-HOUR-SUB) > 0
                   MOVE WS-HOUR-SUB TO WS-TRAIL-LAST-HOUR
               END-IF
           END-PERFORM.

       3300-WRITE-HOUR-LINE.
           COMPUTE WS-HOUR-LABEL-HH = WS-HOUR-SUB - 1.
           MOVE WS-HOUR-LABEL TO WS-PROF-HOUR.
           MOVE WS-ACTUAL-HOUR(WS-HOUR-SUB) TO WS-PROF-ACTUAL.
           IF WS-TRAIL-DAYS > 0
               COMPUTE WS-TRAIL-HOUR-AVG ROUNDED =
                   WS-TRAIL-HOUR-SUM(WS-HOUR-SUB) / WS-TRAIL-DAYS
           ELSE
               MOVE 0 TO WS-TRAIL-HOUR-AVG
           END-IF.
           MOVE WS-TRAIL-HOUR-AVG TO WS-PROF-TRAIL-AVG.
           EVALUATE TRUE
               WHEN WS-ACTUAL-HOUR(WS-HOUR-SUB) = 0
                       AND WS-TRAIL-HOUR-SUM(WS-HOUR-SUB) > 0
                   MOVE "NO ACTIVITY - NORMALLY ACTIVE"
                       TO WS-PROF-HOUR-NOTE
               WHEN WS-ACTUAL-HOUR(WS-HOUR-SUB) = 0
                   MOVE "NO ACTIVITY" TO WS-PROF-HOUR-NOTE
               WHEN WS-HOUR-SUB = WS-PEAK-HOUR
                   MOVE "PEAK HOUR" TO WS-PROF-HOUR-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-PROF-HOUR-NOTE
           END-EVALUATE.
           MOVE WS-PROF-DETAIL-LINE TO CTR-PROF-LINE.
           WRITE CTR-PROF-LINE.

      *****************************************************************
      *  A day whose timed activity stopped before the hour its
      *  trailing days normally run to is flagged as having gone
      *  quiet after its last active hour; one with no timed
      *  activity at all against a busy trailing profile is flagged
      *  as silent all day.
      *****************************************************************
       3400-WRITE-SUMMARY-LINES.
           IF WS-PEAK-HOUR = 0
               MOVE "  -  " TO WS-PROF-PEAK-HOUR
           ELSE
               COMPUTE WS-HOUR-LABEL-HH = WS-PEAK-HOUR - 1
               MOVE WS-HOUR-LABEL TO WS-PROF-PEAK-HOUR
           END-IF.
           MOVE WS-PEAK-VOLUME TO WS-PROF-PEAK-VOLUME.
           IF WS-TRAIL-PEAK-HOUR = 0
               MOVE "  -  " TO WS-PROF-TRAIL-PEAK-HOUR
               MOVE 0 TO WS-PROF-TRAIL-PEAK-AVG
           ELSE
               COMPUTE WS-HOUR-LABEL-HH = WS-TRAIL-PEAK-HOUR - 1
               MOVE WS-HOUR-LABEL TO WS-PROF-TRAIL-PEAK-HOUR
               COMPUTE WS-TRAIL-HOUR-AVG ROUNDED =
                   WS-TRAIL-PEAK-SUM / WS-TRAIL-DAYS
               MOVE WS-TRAIL-HOUR-AVG TO WS-PROF-TRAIL-PEAK-AVG
           END-IF.
           MOVE WS-PROF-PEAK-LINE TO CTR-PROF-LINE.
           WRITE CTR-PROF-LINE.

           IF WS-LAST-ACTIVE-HOUR = 0
               MOVE "  -  " TO WS-PROF-LAST-HOUR
           ELSE
               COMPUTE WS-HOUR-LABEL-HH = WS-LAST-ACTIVE-HOUR - 1
               MOVE WS-HOUR-LABEL TO WS-PROF-LAST-HOUR
           END-IF.
           IF WS-TRAIL-LAST-HOUR = 0
               MOVE "  -  " TO WS-PROF-TRAIL-LAST-HOUR
           ELSE
               COMPUTE WS-HOUR-LABEL-HH = WS-TRAIL-LAST-HOUR - 1
               MOVE WS-HOUR-LABEL TO WS-PROF-TRAIL-LAST-HOUR
           END-IF.
           MOVE SPACES TO WS-PROF-QUIET-TEXT.
           EVALUATE TRUE
               WHEN WS-TRAIL-LAST-HOUR = 0
                   CONTINUE
               WHEN WS-LAST-ACTIVE-HOUR = 0
                   MOVE "NO TIMED ACTIVITY ALL DAY"
                       TO WS-PROF-QUIET-TEXT
                   ADD 1 TO WS-QUIET-COUNT
               WHEN WS-LAST-ACTIVE-HOUR < WS-TRAIL-LAST-HOUR
                   STRING "WENT QUIET AFTER " DELIMITED BY SIZE
                           WS-PROF-LAST-HOUR DELIMITED BY SIZE
                       INTO WS-PROF-QUIET-TEXT
                   END-STRING
                   ADD 1 TO WS-QUIET-COUNT
           END-EVALUATE.
           MOVE WS-PROF-LAST-LINE TO CTR-PROF-LINE.
           WRITE CTR-PROF-LINE.

       9000-TERMINATE.
           DISPLAY "CTRHPRF: " WS-PROFILED-COUNT " counters profiled "
                   "for " WS-REPORT-DATE ", " WS-QUIET-COUNT
                   " went quiet before their trailing last hour".
