       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRSTR.
      *****************************************************************
      *  Restatement audit report.
      *
      *  Lists every back-dated correction on the CTRRST log that
      *  CTRRSTM writes - when it was made and by which operator,
      *  the counter and business date restated, the correction, and
      *  the day's final total before and after it - together with
      *  whether the CTRHMON month aggregate was corrected and
      *  whether CTREXTR has sent the restated day to the warehouse
      *  yet.  Audit reconciles this report to the CTRHIST
      *  superseded/restated row pairs.
      *
      *  The operator is prompted for a start and end date
      *  (YYYYMMDD) on the date the restatement was made; a blank
      *  reply means no limit on that end of the range.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-RST-FILE ASSIGN TO CTRRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.

           SELECT CTR-RSTP-FILE ASSIGN TO CTRRSTP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-RST-FILE
           RECORDING MODE IS F.
           COPY CTRRST.

       FD  CTR-RSTP-FILE
           RECORDING MODE IS F.
           COPY CTRRSTP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RST-STATUS               PIC XX VALUE SPACES.
           05  WS-RSTP-STATUS              PIC XX VALUE SPACES.

       01  WS-START-DATE                   PIC X(8) VALUE SPACES.
       01  WS-END-DATE                     PIC X(8) VALUE SPACES.

       01  WS-REPORT-COUNTS.
           05  WS-LISTED-COUNT             PIC 9(5) VALUE 0.
           05  WS-PENDING-COUNT            PIC 9(5) VALUE 0.
           05  WS-CHANGE                   PIC S9(16) VALUE 0.
           05  WS-NET-CHANGE               PIC S9(16) VALUE 0.

       01  WS-RSTP-HEADER-LINE.
           05  FILLER                      PIC X(27)
                   VALUE "RESTATEMENT AUDIT REPORT   ".
           05  FILLER                      PIC X(8) VALUE "PERIOD: ".
           05  WS-RSTP-START-DATE          PIC X(8).
           05  FILLER                      PIC X(3) VALUE " - ".
           05  WS-RSTP-END-DATE            PIC X(8).

       01  WS-RSTP-COLUMN-HEADER.
           05  FILLER                      PIC X(40) VALUE
               "MADE            OPR COUNTER  BUS-DATE T ".
           05  FILLER                      PIC X(40) VALUE
               "   BEFORE-TOTAL     AFTER-TOTAL".

       01  WS-RSTP-DETAIL-LINE.
           05  WS-RSTP-TIMESTAMP           PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RSTP-OPERATOR            PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RSTP-CTR-ID              PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RSTP-PROC-DATE           PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RSTP-TYPE-CODE           PIC X(1).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RSTP-BEFORE-TOTAL        PIC Z(14)9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RSTP-AFTER-TOTAL         PIC Z(14)9.

       01  WS-RSTP-STATUS-LINE.
           05  FILLER                      PIC X(16) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "CHANGE ".
           05  WS-RSTP-CHANGE              PIC -(14)9.
           05  FILLER                      PIC X(8) VALUE "  MONTH ".
           05  WS-RSTP-MONTH-TEXT          PIC X(10).
           05  FILLER                      PIC X(11)
                   VALUE " WAREHOUSE ".
           05  WS-RSTP-EXTRACT-TEXT        PIC X(13).

       01  WS-RSTP-REASON-LINE.
           05  FILLER                      PIC X(16) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "REASON ".
           05  WS-RSTP-REASON              PIC X(30).

       01  WS-RSTP-FOOTER-LINE.
           05  FILLER                      PIC X(14)
                   VALUE "RESTATEMENTS: ".
           05  WS-RSTP-LISTED              PIC Z(4)9.
           05  FILLER                      PIC X(15)
                   VALUE "   NET CHANGE: ".
           05  WS-RSTP-NET-CHANGE          PIC -(14)9.
           05  FILLER                      PIC X(17)
                   VALUE "   NOT YET SENT: ".
           05  WS-RSTP-PENDING             PIC Z(4)9.

       01  WS-RSTP-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-OPEN-REPORT.
           IF WS-RSTP-STATUS = "00"
               PERFORM 3000-LIST-RESTATEMENTS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Enter start date (YYYYMMDD, blank for all): ".
           ACCEPT WS-START-DATE FROM CONSOLE.
           DISPLAY "Enter end date (YYYYMMDD, blank for all): ".
           ACCEPT WS-END-DATE FROM CONSOLE.
           IF WS-START-DATE = SPACES
               MOVE "00000000" TO WS-START-DATE
           END-IF.
           IF WS-END-DATE = SPACES
               MOVE "99999999" TO WS-END-DATE
           END-IF.

       2000-OPEN-REPORT.
           OPEN OUTPUT CTR-RSTP-FILE.
           IF WS-RSTP-STATUS NOT = "00"
               DISPLAY "CTRRSTP report file could not be opened for "
                       "output - status " WS-RSTP-STATUS
                       " - no report produced"
           ELSE
               MOVE WS-START-DATE TO WS-RSTP-START-DATE
               MOVE WS-END-DATE TO WS-RSTP-END-DATE
               MOVE WS-RSTP-HEADER-LINE TO CTR-RSTP-LINE
               WRITE CTR-RSTP-LINE
               MOVE WS-RSTP-COLUMN-HEADER TO CTR-RSTP-LINE
               WRITE CTR-RSTP-LINE
           END-IF.

       3000-LIST-RESTATEMENTS.
           OPEN INPUT CTR-RST-FILE.
           IF WS-RST-STATUS = "00"
               PERFORM UNTIL WS-RST-STATUS NOT = "00"
                   READ CTR-RST-FILE
                       AT END
                           MOVE "10" TO WS-RST-STATUS
                       NOT AT END
                           IF RST-TIMESTAMP(1:8) NOT < WS-START-DATE
                                   AND RST-TIMESTAMP(1:8)
                                       NOT > WS-END-DATE
                               PERFORM 3100-LIST-ONE-RESTATEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-RST-FILE
           ELSE
               DISPLAY "CTRRST restatement log not found - "
                       "no restatements have been made"
           END-IF.

       3100-LIST-ONE-RESTATEMENT.
           ADD 1 TO WS-LISTED-COUNT.
           COMPUTE WS-CHANGE = RST-AFTER-TOTAL - RST-BEFORE-TOTAL.
           ADD WS-CHANGE TO WS-NET-CHANGE.
           MOVE RST-TIMESTAMP TO WS-RSTP-TIMESTAMP.
           MOVE RST-OPERATOR TO WS-RSTP-OPERATOR.
           MOVE RST-CTR-ID TO WS-RSTP-CTR-ID.
           MOVE RST-PROC-DATE TO WS-RSTP-PROC-DATE.
           MOVE RST-TYPE-CODE TO WS-RSTP-TYPE-CODE.
           MOVE RST-BEFORE-TOTAL TO WS-RSTP-BEFORE-TOTAL.
           MOVE RST-AFTER-TOTAL TO WS-RSTP-AFTER-TOTAL.
           MOVE WS-RSTP-DETAIL-LINE TO CTR-RSTP-LINE.
           WRITE CTR-RSTP-LINE.
           MOVE WS-CHANGE TO WS-RSTP-CHANGE.
           EVALUATE TRUE
               WHEN RST-HMON-ADJUSTED
                   MOVE "ADJUSTED" TO WS-RSTP-MONTH-TEXT
               WHEN RST-HMON-FAILED
                   MOVE "NOT FIXED" TO WS-RSTP-MONTH-TEXT
               WHEN OTHER
                   MOVE "NOT ROLLED" TO WS-RSTP-MONTH-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-RSTP-EXTRACT-TEXT.
           EVALUATE TRUE
               WHEN RST-EXTRACTED
                   MOVE "SENT" TO WS-RSTP-EXTRACT-TEXT(1:4)
                   MOVE RST-EXTRACT-TIMESTAMP(1:8)
                       TO WS-RSTP-EXTRACT-TEXT(6:8)
               WHEN RST-NO-HISTORY
                   MOVE "NOT SENT" TO WS-RSTP-EXTRACT-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-RSTP-EXTRACT-TEXT
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.
           MOVE WS-RSTP-STATUS-LINE TO CTR-RSTP-LINE.
           WRITE CTR-RSTP-LINE.
           MOVE RST-REASON TO WS-RSTP-REASON.
           MOVE WS-RSTP-REASON-LINE TO CTR-RSTP-LINE.
           WRITE CTR-RSTP-LINE.
           MOVE WS-RSTP-BLANK-LINE TO CTR-RSTP-LINE.
           WRITE CTR-RSTP-LINE.

       9000-TERMINATE.
           MOVE WS-LISTED-COUNT TO WS-RSTP-LISTED.
           MOVE WS-NET-CHANGE TO WS-RSTP-NET-CHANGE.
           MOVE WS-PENDING-COUNT TO WS-RSTP-PENDING.
           MOVE WS-RSTP-FOOTER-LINE TO CTR-RSTP-LINE.
           WRITE CTR-RSTP-LINE.
           CLOSE CTR-RSTP-FILE.
           DISPLAY "CTRRSTR: " WS-LISTED-COUNT
                   " restatements listed, " WS-PENDING-COUNT
                   " not yet sent to the warehouse".
