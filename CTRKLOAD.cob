       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRKLOAD.
      *****************************************************************
      *  Counter master file load.
      *
      *  Builds the keyed CTRDEF and CTRCKPT master files from
      *  sequential images of them - once when the masters are first
      *  converted from their old sequential form, and again
      *  whenever they have to be rebuilt from a sequential backup.
      *  Before the run the old files are copied to CTRDEFS and
      *  CTRCKPTS:
      *     CTRDEFS   one definition version per line in the old
      *               field order - counter ID, threshold, action,
      *               group code, anomaly code, effective from,
      *               effective to
      *     CTRCKPTS  the *RESTART control row and one checkpoint
      *               row per counter, unchanged
      *
      *  Each row is written to the new file by its key, so the
      *  images may be in any order.  A row the keyed file refuses -
      *  a second version of a counter from the same date, or a
      *  second checkpoint row for a counter - is listed and the
      *  load is abandoned: both keyed files are written complete to
      *  temp names and only renamed into place when every row went
      *  in, so a failed load never leaves half a master behind.
      *  CTRLIVE needs no load - CTRDRIVE republishes it whole on
      *  its next run.
      *
      *  RETURN-CODE 8 flags an abandoned load; the existing masters
      *  are left as they were.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-DEFS-FILE ASSIGN TO CTRDEFS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFS-STATUS.

           SELECT CTR-CKPTS-FILE ASSIGN TO CTRCKPTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPTS-STATUS.

           SELECT CTR-DEF-FILE ASSIGN TO DYNAMIC WS-DEF-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-KEY
               FILE STATUS IS WS-DEF-STATUS.

           SELECT CTR-CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-CTR-ID
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-DEFS-FILE
           RECORDING MODE IS F.
       01  CTR-DEFS-RECORD.
           05  DEFS-CTR-ID                 PIC X(8).
           05  DEFS-THRESHOLD              PIC 9(9).
           05  DEFS-ACTION                 PIC X(1).
           05  DEFS-GROUP-CODE             PIC X(4).
           05  DEFS-ANOMALY                PIC X(1).
           05  DEFS-EFF-FROM               PIC X(8).
           05  DEFS-EFF-TO                 PIC X(8).

       FD  CTR-CKPTS-FILE
           RECORDING MODE IS F.
       01  CTR-CKPTS-RECORD                PIC X(26).

       FD  CTR-DEF-FILE
           RECORDING MODE IS F.
           COPY CTRDEF.

       FD  CTR-CKPT-FILE
           RECORDING MODE IS F.
           COPY CTRCKPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-DEFS-STATUS              PIC XX VALUE SPACES.
           05  WS-CKPTS-STATUS             PIC XX VALUE SPACES.
           05  WS-DEF-STATUS               PIC XX VALUE SPACES.
           05  WS-CKPT-STATUS              PIC XX VALUE SPACES.

       01  WS-DEF-FILENAME                 PIC X(20).
       01  WS-DEF-TMP-NAME                 PIC X(20) VALUE "CTRDEF.TMP".
       01  WS-DEF-REAL-NAME                PIC X(20) VALUE "CTRDEF".
       01  WS-DEF-RENAME-RESULT            PIC S9(9) COMP-5.

       01  WS-CKPT-FILENAME                PIC X(20).
       01  WS-CKPT-TMP-NAME                PIC X(20) VALUE "CTRCKPT.TMP".
       01  WS-CKPT-REAL-NAME               PIC X(20) VALUE "CTRCKPT".
       01  WS-CKPT-RENAME-RESULT           PIC S9(9) COMP-5.

       01  WS-SWITCHES.
           05  WS-ABANDON-SW               PIC X VALUE 'N'.
               88  WS-LOAD-ABANDONED                 VALUE 'Y'.

       01  WS-LOAD-COUNTS.
           05  WS-DEF-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-DEF-LOADED-COUNT         PIC 9(7) VALUE 0.
           05  WS-CKPT-READ-COUNT          PIC 9(7) VALUE 0.
           05  WS-CKPT-LOADED-COUNT        PIC 9(7) VALUE 0.
           05  WS-REFUSED-COUNT            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-DEFINITIONS.
           IF NOT WS-LOAD-ABANDONED
               PERFORM 2000-LOAD-CHECKPOINT
           END-IF.
           IF NOT WS-LOAD-ABANDONED
               PERFORM 3000-PUBLISH-MASTERS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-LOAD-DEFINITIONS.
           OPEN INPUT CTR-DEFS-FILE.
           IF WS-DEFS-STATUS NOT = "00"
               DISPLAY "CTRDEFS definition image not found - status "
                       WS-DEFS-STATUS
               SET WS-LOAD-ABANDONED TO TRUE
           ELSE
               MOVE WS-DEF-TMP-NAME TO WS-DEF-FILENAME
               OPEN OUTPUT CTR-DEF-FILE
               IF WS-DEF-STATUS NOT = "00"
                   DISPLAY "CTRDEF could not be opened for output - "
                           "status " WS-DEF-STATUS
                   SET WS-LOAD-ABANDONED TO TRUE
               ELSE
                   PERFORM UNTIL WS-DEFS-STATUS NOT = "00"
                       READ CTR-DEFS-FILE
                           AT END
                               MOVE "10" TO WS-DEFS-STATUS
                           NOT AT END
                               PERFORM 1100-WRITE-DEFINITION
                       END-READ
                   END-PERFORM
                   CLOSE CTR-DEF-FILE
               END-IF
               CLOSE CTR-DEFS-FILE
           END-IF.

       1100-WRITE-DEFINITION.
           ADD 1 TO WS-DEF-READ-COUNT.
           MOVE DEFS-CTR-ID TO DEF-CTR-ID.
           MOVE DEFS-EFF-FROM TO DEF-EFF-FROM.
           MOVE DEFS-THRESHOLD TO DEF-THRESHOLD.
           MOVE DEFS-ACTION TO DEF-ACTION.
           MOVE DEFS-GROUP-CODE TO DEF-GROUP-CODE.
           MOVE DEFS-ANOMALY TO DEF-ANOMALY.
           MOVE DEFS-EFF-TO TO DEF-EFF-TO.
           WRITE CTR-DEF-RECORD
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   SET WS-LOAD-ABANDONED TO TRUE
                   DISPLAY "CTRDEFS line " WS-DEF-READ-COUNT
                           " refused - counter " DEFS-CTR-ID
                           " already has a version from '"
                           DEFS-EFF-FROM "' - status " WS-DEF-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-DEF-LOADED-COUNT
           END-WRITE.

      *    The *RESTART control row rides in the same keyed file as
      *    the counter rows, exactly as it did in the sequential one.
       2000-LOAD-CHECKPOINT.
           OPEN INPUT CTR-CKPTS-FILE.
           IF WS-CKPTS-STATUS NOT = "00"
               DISPLAY "CTRCKPTS checkpoint image not found - status "
                       WS-CKPTS-STATUS
               SET WS-LOAD-ABANDONED TO TRUE
           ELSE
               MOVE WS-CKPT-TMP-NAME TO WS-CKPT-FILENAME
               OPEN OUTPUT CTR-CKPT-FILE
               IF WS-CKPT-STATUS NOT = "00"
                   DISPLAY "CTRCKPT could not be opened for output - "
                           "status " WS-CKPT-STATUS
                   SET WS-LOAD-ABANDONED TO TRUE
               ELSE
                   PERFORM UNTIL WS-CKPTS-STATUS NOT = "00"
                       READ CTR-CKPTS-FILE
                           AT END
                               MOVE "10" TO WS-CKPTS-STATUS
                           NOT AT END
                               PERFORM 2100-WRITE-CHECKPOINT-ROW
                       END-READ
                   END-PERFORM
                   CLOSE CTR-CKPT-FILE
               END-IF
               CLOSE CTR-CKPTS-FILE
           END-IF.

       2100-WRITE-CHECKPOINT-ROW.
           ADD 1 TO WS-CKPT-READ-COUNT.
           MOVE CTR-CKPTS-RECORD TO CTR-CKPT-RECORD.
           WRITE CTR-CKPT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   SET WS-LOAD-ABANDONED TO TRUE
                   DISPLAY "CTRCKPTS line " WS-CKPT-READ-COUNT
                           " refused - " CKPT-CTR-ID
                           " already has a row - status "
                           WS-CKPT-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CKPT-LOADED-COUNT
           END-WRITE.

      *****************************************************************
      *  CTRDEF goes first.  If the job dies between the two renames
      *  the new CTRDEF is in place beside the old CTRCKPT - rerun
      *  the load from the same images to finish it.
      *****************************************************************
       3000-PUBLISH-MASTERS.
           CALL "CBL_RENAME_FILE" USING WS-DEF-TMP-NAME
                   WS-DEF-REAL-NAME
               RETURNING WS-DEF-RENAME-RESULT
           END-CALL.
           IF WS-DEF-RENAME-RESULT NOT = 0
               DISPLAY "CTRDEF could not be published - rename "
                       "status " WS-DEF-RENAME-RESULT
               SET WS-LOAD-ABANDONED TO TRUE
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-CKPT-TMP-NAME
                       WS-CKPT-REAL-NAME
                   RETURNING WS-CKPT-RENAME-RESULT
               END-CALL
               IF WS-CKPT-RENAME-RESULT NOT = 0
                   DISPLAY "CTRCKPT could not be published - rename "
                           "status " WS-CKPT-RENAME-RESULT
                   SET WS-LOAD-ABANDONED TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "CTRKLOAD: " WS-DEF-LOADED-COUNT " of "
                   WS-DEF-READ-COUNT " definition versions, "
                   WS-CKPT-LOADED-COUNT " of " WS-CKPT-READ-COUNT
                   " checkpoint rows loaded".
           IF WS-LOAD-ABANDONED
               DISPLAY "CTRKLOAD: load abandoned - " WS-REFUSED-COUNT
                       " rows refused - CTRDEF and CTRCKPT left as "
                       "they were"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
