      *          side effects. Strictly read-only: the reprint file
      *          is the only thing this program writes - not even an
      *          audit record, so a reprint can never be mistaken for
      *          (or disturb) a real run. A run date in a month
      *          DAY-02-02-PERIOD-CLOSE has closed is marked CLOSED
      *          FIGURES, with when and by whom the month was closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPRINT-FILE ASSIGN TO DYNAMIC WS-REPRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *>   The month-end close control file; read only, and no file
      *>   means no month has been closed yet.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-MASTER-FILE.
       01  MASTER-REC.
           05 MST-KEY.
               10 MST-UNIT-ID          PIC X(8).
               10 MST-RUN-DATE         PIC 9(8).
               10 MST-CYCLE            PIC 99.
           05 MST-RECORD-NUM           PIC 9(6).
           05 MST-SITE                 PIC X(3).
           05 MST-STATUS               PIC X(19).
           05 MST-FAIL-REASON          PIC X(8).
       FD  REPRINT-FILE.
       01  REPRINT-PRINT-LINE          PIC X(132) VALUE SPACES.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-REC                  PIC X(132) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       77  WS-REPRINT-FILE-NAME        PIC X(100) VALUE SPACES.
       77  WS-PERIOD-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-PERIOD-STATUS            PIC XX VALUE SPACES.
       77  WS-PERIOD-DATA-REMAINS      PIC X VALUE 'Y'.

      *>   Set when the reprinted date's month has been closed, with
      *>   the close stamp carried onto the watermark.
       77  WS-MONTH-IS-CLOSED          PIC X VALUE 'N'.
       77  WS-CLOSED-DATE              PIC 9(8) VALUE ZEROES.
       77  WS-CLOSED-BY                PIC X(12) VALUE SPACES.

      *>   Same PERIOD-CONTROL-FILE line layout DAY-02-02-PERIOD-CLOSE
      *>   writes; the month, its state and the close stamp are read.
       01  PERIOD-LINE.
           05 PCTL-MONTH               PIC 9(6).
           05 FILLER                   PIC X.
           05 PCTL-STATE               PIC X(6).
           05 FILLER                   PIC X.
           05 PCTL-CLOSED-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 PCTL-CLOSED-TIME         PIC 9(6).
           05 FILLER                   PIC X.
           05 PCTL-CLOSED-BY           PIC X(12).

      *>   The run date to rebuild, required through the environment;
      *>   without it there is nothing to do but a report saying so.
       77  WS-DIR-BAD                  PIC 9(6) VALUE ZEROES.
       77  WS-SITE-UNKNOWN             PIC 9(6) VALUE ZEROES.
       77  WS-SITE-INACTIVE            PIC 9(6) VALUE ZEROES.
       77  WS-UNIT-REJECT              PIC 9(6) VALUE ZEROES.
       77  WS-ON-HOLD                  PIC 9(6) VALUE ZEROES.
       77  WS-DAMPENED-TOTAL           PIC 9(6) VALUE ZEROES.

      *>   Same report furniture the day run prints, so the reprint
           05 FILLER                   PIC X(6)          VALUE "RECORD".
           05 FILLER                   PIC X(2)          VALUE SPACES.
           05 FILLER                   PIC X(4)          VALUE "SITE".
           05 FILLER                   PIC X(1)          VALUE SPACES.
           05 FILLER                   PIC X(8)          VALUE "UNIT".
           05 FILLER                   PIC X(4)          VALUE SPACES.
           05 FILLER                   PIC X(2)          VALUE "1".
           05 FILLER                   PIC XX            VALUE SPACES.
           05 FILLER                   PIC X(2)          VALUE "2".
           03 FILLER                   PIC XX            VALUE SPACES.
           03 DET-SITE                 PIC X(3).
           03 FILLER                   PIC XX            VALUE SPACES.
           03 DET-UNIT-ID              PIC X(8).
           03 FILLER                   PIC XX            VALUE SPACES.
           03 DET-FIELDS               OCCURS 12 TIMES.
               05 DET-FIELD-VALUE      PIC 999.
               05 FILLER               PIC X             VALUE SPACES.
                  "REJECTED (INACTIVE SITE):".
               05 TOTAL-SITE-INACTIVE         PIC 9(6).

       01  TOTAL-LINE-UNIT-REJECT.
               05 FILLER                     PIC X(24)   VALUE
                  "REJECTED (UNKNOWN UNIT):".
               05 TOTAL-UNIT-REJECT           PIC 9(6).

       01  TOTAL-LINE-ON-HOLD.
               05 FILLER                     PIC X(24)   VALUE
                  "ON MAINTENANCE HOLD:    ".
               05 TOTAL-ON-HOLD-RECORDS       PIC 9(6).

       01  TOTAL-LINE-RECORDS-READ.
               05 FILLER                     PIC X(20)   VALUE
                  "TOTAL RECORDS READ:".
       0000-MAIN-PROCEDURE.
           PERFORM 0010-RESOLVE-FILE-NAMES.

           IF WS-DATE-GIVEN = 'Y' THEN
               PERFORM 0020-CHECK-PERIOD-CLOSED
           END-IF.

           OPEN OUTPUT REPRINT-FILE.
           PERFORM 0100-WRITE-REPRINT-HEADING.

               MOVE "../reprint.txt" TO WS-REPRINT-FILE-NAME
           END-IF.

           ACCEPT WS-PERIOD-FILE-NAME
               FROM ENVIRONMENT "DAY-PERIOD-CONTROL-FILE".
           IF WS-PERIOD-FILE-NAME = SPACES THEN
               MOVE "../period_control.txt" TO WS-PERIOD-FILE-NAME
           END-IF.

           ACCEPT WS-REPRINT-DATE-RAW
               FROM ENVIRONMENT "DAY-REPRINT-DATE".
           IF WS-REPRINT-DATE-RAW IS NUMERIC THEN
               MOVE 'Y' TO WS-CYCLE-GIVEN
           END-IF.

      *>   Only a CLOSED line for the reprinted date's month counts.
       0020-CHECK-PERIOD-CLOSED.
           OPEN INPUT PERIOD-CONTROL-FILE.

           IF WS-PERIOD-STATUS = "00" THEN
               PERFORM 0021-READ-PERIOD-LINE
                   UNTIL WS-PERIOD-DATA-REMAINS = 'N'

               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       0021-READ-PERIOD-LINE.
           READ PERIOD-CONTROL-FILE
               AT END MOVE 'N' TO WS-PERIOD-DATA-REMAINS.

           IF WS-PERIOD-DATA-REMAINS <> 'N'
               MOVE PERIOD-REC TO PERIOD-LINE
               IF PCTL-STATE = "CLOSED"
                       AND PCTL-MONTH = WS-REPRINT-DATE (1:6)
                   MOVE 'Y'              TO WS-MONTH-IS-CLOSED
                   MOVE PCTL-CLOSED-DATE TO WS-CLOSED-DATE
                   MOVE PCTL-CLOSED-BY   TO WS-CLOSED-BY
               END-IF
           END-IF.

      *>   The watermark comes first so no page of this file can be
      *>   read - or filed - as the original report.
       0100-WRITE-REPRINT-HEADING.
               INTO REPRINT-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE.

           IF WS-MONTH-IS-CLOSED = 'Y' THEN
               PERFORM 0110-WRITE-CLOSED-FIGURES-LINE
           END-IF.

           MOVE HEADING-LINE TO REPRINT-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE.

      *>   The reprinted day belongs to a closed month: these are the
      *>   figures as they stood at the close, not open to change.
       0110-WRITE-CLOSED-FIGURES-LINE.
           MOVE SPACES TO REPRINT-PRINT-LINE.
           STRING "*** CLOSED FIGURES - PERIOD "  DELIMITED BY SIZE
                  WS-REPRINT-DATE (1:6)          DELIMITED BY SIZE
                  " CLOSED "                     DELIMITED BY SIZE
                  WS-CLOSED-DATE                 DELIMITED BY SIZE
                  " BY "                         DELIMITED BY SIZE
                  WS-CLOSED-BY                   DELIMITED BY SPACE
                  " ***"                         DELIMITED BY SIZE
               INTO REPRINT-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE.

      *****************************************************************
      * The date sits in the low-order half of the key, so the whole  *
      * master is browsed and filtered - one pass, the same trade     *
      * DAY-02-02-STATUS-INQUIRY makes for a whole-day pull. Key      *
      * order means the day's records come out ascending by unit ID - *
      * the record number still printed beside each one.              *
      *****************************************************************
       0200-READ-NEXT-MASTER-RECORD.
           READ STATUS-MASTER-FILE NEXT RECORD

           MOVE MST-RECORD-NUM TO DET-RECORD-NUM.
           MOVE MST-SITE       TO DET-SITE.
           MOVE MST-UNIT-ID    TO DET-UNIT-ID.
           MOVE MST-STATUS     TO DET-STATUS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                       IF MST-STATUS = "UNSAFE-DIR-BAD" THEN
                           ADD 1 TO WS-DIR-BAD
                       ELSE
                           PERFORM 0230-COUNT-OTHER-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>   Held units and the reference-check rejects - none of them
      *>   part of the day's safe/unsafe counts.
       0230-COUNT-OTHER-STATUS.
           IF MST-STATUS = "ON HOLD" THEN
               ADD 1 TO WS-ON-HOLD
           ELSE
               IF MST-FAIL-REASON = "SITE-UNK" THEN
                   ADD 1 TO WS-SITE-UNKNOWN
               ELSE
                   IF MST-FAIL-REASON = "SITE-INA" THEN
                       ADD 1 TO WS-SITE-INACTIVE
                   ELSE
                       IF MST-FAIL-REASON (1:5) = "UNIT-"
                           ADD 1 TO WS-UNIT-REJECT
                       END-IF
                   END-IF
               END-IF
           MOVE TOTAL-LINE-SITE-INACTIVE TO REPRINT-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE.

           MOVE WS-UNIT-REJECT         TO TOTAL-UNIT-REJECT.
           MOVE TOTAL-LINE-UNIT-REJECT TO REPRINT-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE.

           MOVE WS-ON-HOLD             TO TOTAL-ON-HOLD-RECORDS.
           MOVE TOTAL-LINE-ON-HOLD     TO REPRINT-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE.

           MOVE WS-RECORDS-FOUND       TO TOTAL-RECORDS-READ.
           MOVE TOTAL-LINE-RECORDS-READ TO REPRINT-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE.
               INTO REPRINT-PRINT-LINE.
           WRITE REPRINT-PRINT-LINE.

           IF WS-MONTH-IS-CLOSED = 'Y' THEN
               PERFORM 0110-WRITE-CLOSED-FIGURES-LINE
           END-IF.

       END PROGRAM DAY-02-02-DAY-REPRINT.
