      *  to wait for the job to finish (or abort) and read the
      *  DISPLAY output after the fact.  Reads the CTRLIVE snapshot
      *  that CTRDRIVE republishes on a short interval.
      *
      *  CTRLIVE is keyed by counter ID.  Keying a counter ID at the
      *  prompt reads just that counter's row directly; a blank
      *  reply lists the whole snapshot as before.  The overall
      *  overflow flag is only known from a full listing, so it
      *  shows N/A while a single counter is on the screen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-LIVE-FILE ASSIGN TO CTRLIVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVE-CTR-ID
               FILE STATUS IS WS-LIVE-STATUS.

       DATA DIVISION.
           COPY CTRLIVE.

       WORKING-STORAGE SECTION.
       01  WS-CTR-MAX-ENTRIES              PIC 9(4) VALUE 1000.

       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT                PIC 9(4) VALUE 0.
           05  WS-CTR-ENTRY
                   OCCURS 1 TO 1000 TIMES DEPENDING ON WS-CTR-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  CTR-ID                  PIC X(8).
               10  CTR-VALUE               PIC 9(9).
       01  WS-OVERALL-FLAG-TEXT            PIC X(3) VALUE "NO ".
       01  WS-EXIT-SW                      PIC X VALUE 'N'.
           88  WS-EXIT-REQUESTED                     VALUE 'Y'.
       01  WS-KEY-RESPONSE                 PIC X(8).
       01  WS-LOOKUP-ID                    PIC X(8) VALUE SPACES.
       01  WS-INQ-MESSAGE                  PIC X(60) VALUE SPACES.

       SCREEN SECTION.
       01  SCR-INQUIRY-SCREEN.
               "COUNTER-ID   VALUE     THRESHOLD  OVERFLOW?".
           05  LINE 20 COL 1   VALUE "OVERALL OVERFLOW FLAG: ".
           05  LINE 20 COL 24  PIC X(3) FROM WS-OVERALL-FLAG-TEXT.
           05  LINE 21 COL 1   PIC X(60) FROM WS-INQ-MESSAGE.
           05  LINE 22 COL 1   VALUE
               "COUNTER ID TO LOOK UP, BLANK TO LIST ALL, X TO EXIT".

       01  SCR-DETAIL-LINE.
           05  LINE PLUS 1 COL 1  PIC X(8)  FROM CTR-ID(WS-CTR-IDX).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM UNTIL WS-EXIT-REQUESTED
               IF WS-LOOKUP-ID = SPACES
                   PERFORM 1000-LOAD-LIVE-STATUS
               ELSE
                   PERFORM 1100-LOOKUP-ONE-COUNTER
               END-IF
               PERFORM 2000-DISPLAY-INQUIRY-SCREEN
               ACCEPT WS-KEY-RESPONSE FROM CONSOLE
               IF WS-KEY-RESPONSE = 'X' OR WS-KEY-RESPONSE = 'x'
                   SET WS-EXIT-REQUESTED TO TRUE
               ELSE
                   MOVE WS-KEY-RESPONSE TO WS-LOOKUP-ID
               END-IF
           END-PERFORM.
           STOP RUN.
           MOVE 0 TO WS-CTR-COUNT.
           SET WS-ANY-OVERFLOW-SW TO 'N'.
           MOVE "NO " TO WS-OVERALL-FLAG-TEXT.
           MOVE SPACES TO WS-INQ-MESSAGE.
           OPEN INPUT CTR-LIVE-FILE.
           IF WS-LIVE-STATUS = "00"
               PERFORM UNTIL WS-LIVE-STATUS NOT = "00"
                   READ CTR-LIVE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-LIVE-STATUS
                       NOT AT END
                       "transaction yet"
           END-IF.

       1100-LOOKUP-ONE-COUNTER.
           MOVE 0 TO WS-CTR-COUNT.
           MOVE "N/A" TO WS-OVERALL-FLAG-TEXT.
           MOVE SPACES TO WS-INQ-MESSAGE.
           OPEN INPUT CTR-LIVE-FILE.
           IF WS-LIVE-STATUS = "00"
               MOVE WS-LOOKUP-ID TO LIVE-CTR-ID
               READ CTR-LIVE-FILE
                   KEY IS LIVE-CTR-ID
                   INVALID KEY
                       STRING "COUNTER " DELIMITED BY SIZE
                              WS-LOOKUP-ID DELIMITED BY SPACE
                              " IS NOT IN THE CTRLIVE SNAPSHOT"
                                  DELIMITED BY SIZE
                           INTO WS-INQ-MESSAGE
                       END-STRING
                   NOT INVALID KEY
                       MOVE 1 TO WS-CTR-COUNT
                       MOVE LIVE-CTR-ID TO CTR-ID(1)
                       MOVE LIVE-CTR-VALUE TO CTR-VALUE(1)
                       MOVE LIVE-CTR-THRESHOLD TO CTR-THRESHOLD(1)
                       MOVE LIVE-CTR-OVFL-FLAG TO CTR-OVFL-FLAG(1)
                       MOVE LIVE-AS-OF-TIMESTAMP TO WS-AS-OF-TIMESTAMP
                       IF LIVE-CTR-OVFL-FLAG = 1
                           MOVE "YES" TO CTR-OVFL-TEXT(1)
                       ELSE
                           MOVE "NO " TO CTR-OVFL-TEXT(1)
                       END-IF
               END-READ
               CLOSE CTR-LIVE-FILE
           ELSE
               DISPLAY "CTRLIVE not available yet - no batch run in "
                       "progress, or job has not processed a "
                       "transaction yet"
           END-IF.

       2000-DISPLAY-INQUIRY-SCREEN.
           DISPLAY SCR-INQUIRY-SCREEN.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
