      *          practical approximation given the days already run in
      *          order in HISTORY-FILE and each day's date is a plain
      *          YYYYMMDD stamp with no calendar-library support here.
      *
      *          DAY-TREND-SOURCE=RESTATED points the report at the
      *          restated copy DAY-02-02-RESTATE writes instead of the
      *          official HISTORY-FILE; the heading and the audit
      *          record say so, so the two are never taken for each
      *          other. The rule set the heading names is the one on
      *          the restated copy's own header line; a copy with no
      *          header, or one restated under a different set from
      *          the one DAY-RESTATE-RULE-SET names, is refused with
      *          severity 8 and no trend lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

      *>   OFFICIAL (the default) or RESTATED, and the rule set the
      *>   restated copy was built under, for the heading - asked for
      *>   by DAY-RESTATE-RULE-SET, confirmed from the copy itself.
       77  WS-TREND-SOURCE             PIC X(8) VALUE SPACES.
       77  WS-RESTATE-RULE-SET         PIC X(8) VALUE SPACES.

      *>   A restated copy that fails that check: why, stamped into
      *>   the audit record's reconcile slot, and the severity.
       77  WS-REPORT-OUTCOME           PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-SITE                PIC X(3).

      *>   The header line DAY-02-02-RESTATE writes first on every
      *>   restated copy: its run date and rule set, 'R' in the
      *>   HISTORY-LINE record-type position.
       01  RESTATE-HEADER-LINE.
           05 RSH-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 FILLER                   PIC X(9)       VALUE "RULE SET ".
           05 RSH-RULE-SET             PIC X(8).
           05 FILLER                   PIC X(53)      VALUE SPACES.
           05 RSH-REC-TYPE             PIC X          VALUE 'R'.

      *>   HIST-INCREASING/HIST-DECREASING above are folded into the
      *>   week/month buckets the same way HIST-STEP-BAD/HIST-DIR-BAD
      *>   already are - see 0221/0222.
      *>   buckets when those buckets are emitted, because an
      *>   adjustment is appended whenever the rework happened and so
      *>   can land in the file long after its week has gone by.
      *>   'P' is a prior-period adjustment - a rework correction to
      *>   a month already closed, posted as a change on the day it
      *>   was made - and is totalled like a day's line into the
      *>   week and month it was posted in, the closed month's
      *>   figures staying as they were reported.

      *>   Date parts and bucket keys derived from HIST-RUN-DATE.
       77  WS-YEAR                     PIC 9(4) VALUE ZEROES.
           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS = "00" THEN
               IF WS-TREND-SOURCE = "RESTATED" THEN
                   PERFORM 0140-CHECK-RESTATE-HEADER
               END-IF

               IF WS-RUN-SEVERITY = 0 THEN
      *>           Adjustments first, in their own pass over the file,
      *>           so every bucket knows its corrections before it is
      *>           emitted - then the file is reopened for the main
      *>           pass.
                   PERFORM 0150-COLLECT-ADJUSTMENTS
                   CLOSE HISTORY-FILE
                   OPEN INPUT HISTORY-FILE
                   MOVE 'Y' TO WS-DATA-REMAINS

                   OPEN OUTPUT TREND-REPORT-FILE

                   PERFORM 0100-WRITE-REPORT-HEADING
                   PERFORM 0200-PROCESS-ALL-HISTORY
                   PERFORM 0400-FLUSH-FINAL-BUCKETS

                   CLOSE TREND-REPORT-FILE
                   CLOSE HISTORY-FILE
               ELSE
                   CLOSE HISTORY-FILE
                   PERFORM 0145-WRITE-REFUSAL-PAGE
               END-IF
           END-IF.

           PERFORM 0500-WRITE-AUDIT-RECORD.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

      *>   GOBACK rather than STOP RUN so DAY-02-02-CHAIN-DRIVER can
      *>   run this as one step of the daily chain; stand-alone it
      *>   ends the run the same way STOP RUN always did.
           GOBACK.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-TREND-SOURCE
               FROM ENVIRONMENT "DAY-TREND-SOURCE".
           IF WS-TREND-SOURCE NOT = "RESTATED" THEN
               MOVE "OFFICIAL" TO WS-TREND-SOURCE
           END-IF.

           IF WS-TREND-SOURCE = "RESTATED" THEN
               ACCEPT WS-HISTORY-FILE-NAME
                   FROM ENVIRONMENT "DAY-RESTATED-HISTORY-FILE"
               IF WS-HISTORY-FILE-NAME = SPACES THEN
                   MOVE "../trend_history_restated.txt"
                       TO WS-HISTORY-FILE-NAME
               END-IF
               ACCEPT WS-RESTATE-RULE-SET
                   FROM ENVIRONMENT "DAY-RESTATE-RULE-SET"
           ELSE
               ACCEPT WS-HISTORY-FILE-NAME
                   FROM ENVIRONMENT "DAY-HISTORY-FILE"
               IF WS-HISTORY-FILE-NAME = SPACES THEN
                   MOVE "../trend_history.txt" TO WS-HISTORY-FILE-NAME
               END-IF
           END-IF.

           ACCEPT WS-TREND-REPORT-FILE-NAME
               INTO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE.

           IF WS-TREND-SOURCE = "RESTATED" THEN
               MOVE SPACES TO TREND-PRINT-LINE
               IF WS-RESTATE-RULE-SET = SPACES THEN
                   STRING "RESTATED HISTORY - NOT THE OFFICIAL "
                                             DELIMITED BY SIZE
                          "RECORD"           DELIMITED BY SIZE
                       INTO TREND-PRINT-LINE
               ELSE
                   STRING "RESTATED HISTORY UNDER RULE SET "
                                             DELIMITED BY SIZE
                          WS-RESTATE-RULE-SET
                                             DELIMITED BY SPACE
                          " - NOT THE OFFICIAL RECORD"
                                             DELIMITED BY SIZE
                       INTO TREND-PRINT-LINE
               END-IF
               WRITE TREND-PRINT-LINE
           END-IF.

           MOVE ALL "-" TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE.

      *****************************************************************
      * A restated copy names the rule set it was built under on its  *
      * first line. No such line, or a set other than the one         *
      * DAY-RESTATE-RULE-SET asks for, and the copy is refused - a    *
      * heading naming the wrong set is worse than no report.         *
      * Unasked, the copy's own set is the one the heading names.     *
      *****************************************************************
       0140-CHECK-RESTATE-HEADER.
           READ HISTORY-FILE
               AT END MOVE 'N' TO WS-DATA-REMAINS.

           MOVE SPACES TO RESTATE-HEADER-LINE.
           IF WS-DATA-REMAINS <> 'N'
               MOVE HISTORY-REC TO RESTATE-HEADER-LINE
           END-IF.

           IF RSH-REC-TYPE NOT = 'R' THEN
               MOVE "NO-RULE-HEADER" TO WS-REPORT-OUTCOME
               MOVE 8 TO WS-RUN-SEVERITY
           ELSE
               IF WS-RESTATE-RULE-SET NOT = SPACES
                       AND WS-RESTATE-RULE-SET NOT = RSH-RULE-SET
                   MOVE "RULE-MISMATCH" TO WS-REPORT-OUTCOME
                   MOVE 8 TO WS-RUN-SEVERITY
               ELSE
                   MOVE RSH-RULE-SET TO WS-RESTATE-RULE-SET
               END-IF
           END-IF.

      *>   Written over whatever report was there, so yesterday's page
      *>   is never read as the answer to today's request.
       0145-WRITE-REFUSAL-PAGE.
           OPEN OUTPUT TREND-REPORT-FILE.

           MOVE SPACES TO TREND-PRINT-LINE.
           STRING "TREND REPORT - RESTATED HISTORY REFUSED: "
                                             DELIMITED BY SIZE
                  WS-REPORT-OUTCOME          DELIMITED BY SPACE
               INTO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE.

           MOVE SPACES TO TREND-PRINT-LINE.
           IF WS-REPORT-OUTCOME = "NO-RULE-HEADER" THEN
               STRING "  THE FILE DOES NOT OPEN WITH THE RULE-SET "
                                             DELIMITED BY SIZE
                      "LINE DAY-02-02-RESTATE WRITES - RERUN IT"
                                             DELIMITED BY SIZE
                   INTO TREND-PRINT-LINE
           ELSE
               STRING "  ASKED FOR RULE SET "   DELIMITED BY SIZE
                      WS-RESTATE-RULE-SET       DELIMITED BY SPACE
                      ", FILE RESTATED UNDER "  DELIMITED BY SIZE
                      RSH-RULE-SET              DELIMITED BY SPACE
                   INTO TREND-PRINT-LINE
           END-IF.
           WRITE TREND-PRINT-LINE.

           CLOSE TREND-REPORT-FILE.

      *****************************************************************
      * First pass: pick out the 'A' records per original run date   *
      * and site, the LAST line in the file superseding any earlier   *
      *>   retention job's pre-aggregated monthly roll-ups - they
      *>   feed the month buckets so month-over-month keeps working
      *>   across the archived/live boundary, but they carry no
      *>   meaningful week and stay out of the week buckets. The 'R'
      *>   header of a restated copy carries no counts at all.
           IF HIST-REC-TYPE NOT = 'A' AND HIST-REC-TYPE NOT = 'R'
               PERFORM 0215-DERIVE-BUCKET-KEYS
               PERFORM 0216-FIND-SITE-SLOT
               IF HIST-REC-TYPE NOT = 'M' THEN
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-TREND-REPORT" TO AUD-PROGRAM.
           IF WS-TREND-SOURCE = "RESTATED" THEN
               MOVE "REPORT-RSTD"      TO AUD-MODE
           ELSE
               MOVE "REPORT"           TO AUD-MODE
           END-IF.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-HISTORY-READ-COUNT  TO AUD-RECORDS-READ.
           MOVE ZEROES                 TO AUD-SAFE-STRICT.
           MOVE ZEROES                 TO AUD-SAFE-DAMPENED.
           MOVE ZEROES                 TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE WS-REPORT-OUTCOME      TO AUD-RECONCILE.
           MOVE WS-HISTORY-FILE-NAME   TO AUD-INPUT-FILE.
           MOVE WS-TREND-REPORT-FILE-NAME TO AUD-OUTPUT-FILE.

