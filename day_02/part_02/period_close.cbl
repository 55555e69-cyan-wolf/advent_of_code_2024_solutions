      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Month-end
      *          close: stamps one month CLOSED in PERIOD-CONTROL-FILE
      *          together with its closing totals - taken from the
      *          ALL-site lines of HISTORY-FILE, the same figures the
      *          month bucket of DAY-02-02-TREND-REPORT prints - and
      *          who closed it and when. Once a month is closed,
      *          DAY-02-02-STATUS-UPDATE, DAY-02-02-TREND-UPDATE and
      *          DAY-02-02-TREND-RETAIN refuse to post to it, and a
      *          late rework correction goes into the history as a
      *          dated prior-period adjustment ('P') in the current
      *          open month instead. Only a month that has already
      *          ended can be closed. Same shape as
      *          DAY-02-02-HOLD-MAINT: the whole control file is
      *          rewritten on the change, the outcome is stamped on
      *          the shared AUDIT-FILE trail, and a refused request
      *          ends severity 8 - as does a control file too full to
      *          rewrite whole (TABLE-FULL) or one that cannot be
      *          rewritten (REWRITE-FAILED). It holds HISTORY shared
      *          on the shared run lock while it runs and will not
      *          start while another run holds the history exclusive;
      *          the refusal ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The control file may legitimately not exist yet (no month
      *>   has ever been closed), so its FILE STATUS is checked rather
      *>   than letting a missing file abend this run.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
      *>   Read only, for the closing totals; a missing history closes
      *>   the month at zero rather than abending.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *>   The shared run lock every program that touches the master,
      *>   the trend history, a reference file or the hold list checks
      *>   at start-up; no file simply means nobody holds anything.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-REC                  PIC X(132) VALUE SPACES.

       FD  HISTORY-FILE.
       01  HISTORY-REC                 PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-PERIOD-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-PERIOD-STATUS            PIC XX VALUE SPACES.
       77  WS-HISTORY-FILE-NAME        PIC X(100) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-MONTH-KEY            PIC 9(6) VALUE ZEROES.

      *>   The requested close, picked up from the environment: the
      *>   month (YYYYMM - left unset, the month just ended) and who
      *>   is closing it (left unset, the login name, else UNKNOWN).
       77  WS-REQ-MONTH-RAW            PIC X(6) VALUE SPACES.
       77  WS-REQ-MONTH-KEY            PIC 9(6) VALUE ZEROES.
       77  WS-REQ-MONTH-NUM            PIC 99 VALUE ZEROES.
       77  WS-REQ-CLOSED-BY            PIC X(12) VALUE SPACES.
       77  WS-PREV-WORK                PIC 9(6) VALUE ZEROES.
       77  WS-PREV-YEAR                PIC 9(4) VALUE ZEROES.
       77  WS-PREV-MONTH               PIC 99 VALUE ZEROES.

      *>   How the request came out - stamped into the audit record's
      *>   reconcile slot so the trail shows refused closes too.
       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

       77  WS-PERIOD-DATA-REMAINS      PIC X VALUE 'Y'.
       77  WS-HIST-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-MATCH-SLOT               PIC 999 VALUE ZEROES.

      *>   One PERIOD-CONTROL-FILE line: the month, its state, when
      *>   and by whom it was closed, then the closing totals - the
      *>   month's records read, strict-safe, safe-with-dampener,
      *>   step-bad and dir-bad counts from the ALL-site day and
      *>   monthly lines, with the rework adjustments standing for the
      *>   month and the prior-period adjustments posted in it
      *>   already folded into the two safe counts. Every program that
      *>   honours a close reads the same layout.
       01  PERIOD-LINE.
           05 PCTL-MONTH               PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-STATE               PIC X(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-CLOSED-DATE         PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-CLOSED-TIME         PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-CLOSED-BY           PIC X(12).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-RECORDS-READ        PIC 9(7).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-SAFE-STRICT         PIC 9(7).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-SAFE-DAMPENED       PIC 9(7).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-STEP-BAD            PIC 9(7).
           05 FILLER                   PIC X          VALUE SPACE.
           05 PCTL-DIR-BAD             PIC 9(7).

      *>   The whole control file held in storage while the close is
      *>   applied - ten years of months - each line kept as its
      *>   image so lines are written back exactly as read.
       01  WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY          OCCURS 120 TIMES.
               10 WS-PERIOD-MONTH      PIC 9(6).
               10 WS-PERIOD-STATE      PIC X(6).
               10 WS-PERIOD-IMAGE      PIC X(90).

       77  WS-PERIOD-COUNT             PIC 999 VALUE ZEROES.
       77  WS-PERIOD-IDX               PIC 999 VALUE ZEROES.

      *>   Set when the control file holds more lines than the table;
      *>   rewriting it then would drop the months past the end, so
      *>   no close is applied to it at all.
       77  WS-PERIOD-FULL              PIC X VALUE 'N'.

      *>   Same HISTORY-FILE line layout the rest of the chain uses:
      *>   the summary fields, the record-type byte ('D' day, 'A'
      *>   rework adjustment, 'M' monthly roll-up, 'P' prior-period
      *>   adjustment), then the site code.
       01  HISTORY-LINE.
           05 HIST-RUN-DATE            PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-RECORDS-READ        PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-SAFE-STRICT         PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-SAFE-DAMPENED       PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-RESCUED             PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-STEP-BAD            PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-DIR-BAD             PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-REJECTED            PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-MALFORMED           PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-INCREASING          PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-DECREASING          PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-REC-TYPE            PIC X.
           05 FILLER                   PIC X          VALUE SPACE.
           05 HIST-SITE                PIC X(3).

      *>   The month's 'A' rework postings, held per original run date
      *>   with the LAST posting winning - the same supersede rule
      *>   DAY-02-02-TREND-REPORT applies, because each posting is a
      *>   cumulative snapshot of its day.
       01  WS-ADJ-DAY-TABLE.
           05 WS-ADJ-DAY-ENTRY         OCCURS 31 TIMES.
               10 WS-ADJ-DAY-DATE      PIC 9(8).
               10 WS-ADJ-DAY-STRICT    PIC 9(6).
               10 WS-ADJ-DAY-DAMPENED  PIC 9(6).

       77  WS-ADJ-DAY-COUNT            PIC 99 VALUE ZEROES.
       77  WS-ADJ-DAY-IDX              PIC 99 VALUE ZEROES.
       77  WS-ADJ-DAY-SLOT             PIC 99 VALUE ZEROES.

      *>   The closing totals being built for the requested month.
       77  WS-CLOSE-RECORDS            PIC 9(7) VALUE ZEROES.
       77  WS-CLOSE-STRICT             PIC 9(7) VALUE ZEROES.
       77  WS-CLOSE-DAMPENED           PIC 9(7) VALUE ZEROES.
       77  WS-CLOSE-STEP-BAD           PIC 9(7) VALUE ZEROES.
       77  WS-CLOSE-DIR-BAD            PIC 9(7) VALUE ZEROES.

      *****************************************************************
      * The shared run lock: one line per shared file a running      *
      * program holds - which file, SHARED or EXCLUSIVE, who holds   *
      * it and since when, and the user it ran under. The files this *
      * program needs are declared in 0905-DECLARE-LOCK-NEEDS.       *
      * DAY-LOCK-WAIT-SECONDS lets a run wait out a conflict instead *
      * of refusing at once; DAY-LOCK-HELD-BY is set by               *
      * DAY-02-02-CHAIN-DRIVER for its steps, whose needs its own    *
      * lock already covers. DAY-02-02-LOCK-MAINT lists the lock and *
      * clears what a crashed run left behind.                       *
      *****************************************************************
       77  WS-LOCK-FILE-NAME           PIC X(100) VALUE SPACES.
       77  WS-LOCK-STATUS              PIC XX VALUE SPACES.
       77  WS-LOCK-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-LOCK-GRANTED             PIC X VALUE 'N'.
       77  WS-LOCK-TAKEN               PIC X VALUE 'N'.
       77  WS-LOCK-FULL                PIC X VALUE 'N'.
       77  WS-LOCK-UNREADABLE          PIC X VALUE 'N'.
       77  WS-LOCK-PARENT              PIC X(46) VALUE SPACES.
       77  WS-LOCK-OWNER               PIC X(46) VALUE SPACES.
       77  WS-LOCK-BY                  PIC X(12) VALUE SPACES.
       77  WS-LOCK-WAIT-RAW            PIC X(8) VALUE SPACES.
       77  WS-LOCK-WAIT-FIELD          PIC X(8) VALUE SPACES.
       77  WS-LOCK-WAIT-LEN            PIC 99 VALUE ZEROES.
       77  WS-LOCK-WAIT-LIMIT          PIC 9(4) VALUE ZEROES.
       77  WS-LOCK-WAITED              PIC 9(4) VALUE ZEROES.
       77  WS-LOCK-WAIT-INTERVAL       PIC 9(4) VALUE 5.
       77  WS-LOCK-EVENT               PIC X(12) VALUE SPACES.
       77  WS-LOCK-MESSAGE             PIC X(100) VALUE SPACES.

       01  WS-LOCK-NEED-TABLE.
           05 WS-LOCK-NEED             OCCURS 4 TIMES.
               10 WS-LOCK-NEED-FILE    PIC X(8).
               10 WS-LOCK-NEED-MODE    PIC X(9).

       77  WS-LOCK-NEED-COUNT          PIC 9 VALUE ZEROES.
       77  WS-LOCK-NEED-IDX            PIC 9 VALUE ZEROES.

       01  WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY            OCCURS 50 TIMES PIC X(80).

       77  WS-LOCK-COUNT               PIC 99 VALUE ZEROES.
       77  WS-LOCK-IDX                 PIC 99 VALUE ZEROES.
       77  WS-LOCK-KEPT                PIC 99 VALUE ZEROES.

      *>   One LOCK-FILE line; the holder, date and time together are
      *>   the owner a run matches its own lines by on release.
       01  LOCK-LINE.
           05 LCK-FILE                 PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 LCK-MODE                 PIC X(9).
           05 FILLER                   PIC X          VALUE SPACE.
           05 LCK-OWNER.
               10 LCK-HOLDER           PIC X(30).
               10 FILLER               PIC X          VALUE SPACE.
               10 LCK-SINCE-DATE       PIC 9(8).
               10 FILLER               PIC X          VALUE SPACE.
               10 LCK-SINCE-TIME       PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 LCK-BY                   PIC X(12).

      *>   Same audit-record layout as the rest of the chain writes;
      *>   the closing records/strict/dampened totals ride in the
      *>   count slots, the outcome in the reconcile slot and the
      *>   month and closer in the input-file slot.
       01  AUDIT-LINE.
           05 AUD-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-PROGRAM              PIC X(30).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-MODE                 PIC X(12).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-RESTART-FLAG         PIC X(7).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-RECORDS-READ         PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-SAFE-STRICT          PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-SAFE-DAMPENED        PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-REJECTED             PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-MALFORMED            PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-RECONCILE            PIC X(15).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-INPUT-FILE           PIC X(100).
           05 FILLER                   PIC X          VALUE SPACE.
           05 AUD-OUTPUT-FILE          PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0010-RESOLVE-FILE-NAMES.
           PERFORM 0900-ACQUIRE-RUN-LOCK.

      *>   Refused by the run lock: the control file is not touched
      *>   and the refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0100-LOAD-PERIOD-TABLE
               PERFORM 0200-CHECK-REQUESTED-MONTH

               IF WS-OUTCOME = "APPLIED" THEN
                   PERFORM 0300-TOTAL-CLOSING-MONTH
                   PERFORM 0400-REWRITE-PERIOD-FILE
               END-IF

               IF WS-OUTCOME NOT = "APPLIED" THEN
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF

               PERFORM 0500-WRITE-AUDIT-RECORD
               PERFORM 0950-RELEASE-RUN-LOCK
           ELSE
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-PERIOD-FILE-NAME
               FROM ENVIRONMENT "DAY-PERIOD-CONTROL-FILE".
           IF WS-PERIOD-FILE-NAME = SPACES THEN
               MOVE "../period_control.txt" TO WS-PERIOD-FILE-NAME
           END-IF.

           ACCEPT WS-HISTORY-FILE-NAME
               FROM ENVIRONMENT "DAY-HISTORY-FILE".
           IF WS-HISTORY-FILE-NAME = SPACES THEN
               MOVE "../trend_history.txt" TO WS-HISTORY-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-LOCK-FILE-NAME
               FROM ENVIRONMENT "DAY-RUN-LOCK-FILE".
           IF WS-LOCK-FILE-NAME = SPACES THEN
               MOVE "../run_lock.txt" TO WS-LOCK-FILE-NAME
           END-IF.

           ACCEPT WS-LOCK-PARENT FROM ENVIRONMENT "DAY-LOCK-HELD-BY".

           ACCEPT WS-LOCK-BY FROM ENVIRONMENT "USER".
           IF WS-LOCK-BY = SPACES THEN
               MOVE "UNKNOWN" TO WS-LOCK-BY
           END-IF.

      *>   Whole seconds, unpadded ("30" as well as "0030"); anything
      *>   that is not a number leaves the wait at zero - refuse at
      *>   once, the safe default.
           ACCEPT WS-LOCK-WAIT-RAW
               FROM ENVIRONMENT "DAY-LOCK-WAIT-SECONDS".
           UNSTRING WS-LOCK-WAIT-RAW DELIMITED BY SPACE
               INTO WS-LOCK-WAIT-FIELD COUNT IN WS-LOCK-WAIT-LEN
           END-UNSTRING.
           IF WS-LOCK-WAIT-LEN > 0 AND WS-LOCK-WAIT-LEN < 5 THEN
               IF WS-LOCK-WAIT-FIELD (1:WS-LOCK-WAIT-LEN) IS NUMERIC
                   MOVE WS-LOCK-WAIT-FIELD (1:WS-LOCK-WAIT-LEN)
                       TO WS-LOCK-WAIT-LIMIT
               END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH-KEY.

           ACCEPT WS-REQ-MONTH-RAW FROM ENVIRONMENT "DAY-CLOSE-MONTH".
           ACCEPT WS-REQ-CLOSED-BY FROM ENVIRONMENT "DAY-CLOSE-BY".
           IF WS-REQ-CLOSED-BY = SPACES THEN
               ACCEPT WS-REQ-CLOSED-BY FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-REQ-CLOSED-BY = SPACES THEN
               MOVE "UNKNOWN" TO WS-REQ-CLOSED-BY
           END-IF.

      *>   No month given means the month just ended - the usual
      *>   month-end run - worked back across the year end on the
      *>   same year*12+month line DAY-02-02-TREND-RETAIN uses; a
      *>   month that is given but not six digits is left zero and
      *>   refused below.
           IF WS-REQ-MONTH-RAW = SPACES THEN
               MOVE WS-RUN-DATE (1:4) TO WS-PREV-YEAR
               MOVE WS-RUN-DATE (5:2) TO WS-PREV-MONTH
               MULTIPLY WS-PREV-YEAR BY 12 GIVING WS-PREV-WORK
               ADD WS-PREV-MONTH TO WS-PREV-WORK
               SUBTRACT 2 FROM WS-PREV-WORK
               DIVIDE WS-PREV-WORK BY 12
                   GIVING WS-PREV-YEAR
                   REMAINDER WS-PREV-MONTH
               ADD 1 TO WS-PREV-MONTH
               MULTIPLY WS-PREV-YEAR BY 100 GIVING WS-REQ-MONTH-KEY
               ADD WS-PREV-MONTH TO WS-REQ-MONTH-KEY
           ELSE
               IF WS-REQ-MONTH-RAW IS NUMERIC THEN
                   MOVE WS-REQ-MONTH-RAW TO WS-REQ-MONTH-KEY
               END-IF
           END-IF.

       0100-LOAD-PERIOD-TABLE.
           OPEN INPUT PERIOD-CONTROL-FILE.

           IF WS-PERIOD-STATUS = "00" THEN
               PERFORM 0110-LOAD-ONE-PERIOD-LINE
                   UNTIL WS-PERIOD-DATA-REMAINS = 'N'

               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       0110-LOAD-ONE-PERIOD-LINE.
           READ PERIOD-CONTROL-FILE
               AT END MOVE 'N' TO WS-PERIOD-DATA-REMAINS.

           IF WS-PERIOD-DATA-REMAINS <> 'N'
               IF WS-PERIOD-COUNT < 120
                   MOVE PERIOD-REC TO PERIOD-LINE
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PCTL-MONTH
                       TO WS-PERIOD-MONTH (WS-PERIOD-COUNT)
                   MOVE PCTL-STATE
                       TO WS-PERIOD-STATE (WS-PERIOD-COUNT)
                   MOVE PERIOD-REC
                       TO WS-PERIOD-IMAGE (WS-PERIOD-COUNT)
               ELSE
                   MOVE 'Y' TO WS-PERIOD-FULL
               END-IF
           END-IF.

      *****************************************************************
      * Only a whole month that has already ended can be closed - a   *
      * month still running (or one in the future) would lock out    *
      * the day runs still to come. A month already CLOSED is a       *
      * duplicate; a close is final, so there is no reopen - a late   *
      * correction goes in as a prior-period adjustment instead.      *
      * Anything else malformed is a bad request. A control file      *
      * already past the table's 120 months is refused TABLE-FULL -   *
      * it wants old months archived off first. Only an applied       *
      * close rewrites the file.                                      *
      *****************************************************************
       0200-CHECK-REQUESTED-MONTH.
           MOVE WS-REQ-MONTH-KEY (5:2) TO WS-REQ-MONTH-NUM.
           MOVE ZEROES TO WS-MATCH-SLOT.

           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PERIOD-MONTH (WS-PERIOD-IDX) = WS-REQ-MONTH-KEY
                   MOVE WS-PERIOD-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM.

           IF WS-REQ-MONTH-KEY = ZEROES
                   OR WS-REQ-MONTH-NUM < 1
                   OR WS-REQ-MONTH-NUM > 12
                   OR WS-REQ-MONTH-KEY NOT < WS-RUN-MONTH-KEY
               MOVE "BAD-REQUEST" TO WS-OUTCOME
           ELSE
               IF WS-MATCH-SLOT > 0 THEN
                   IF WS-PERIOD-STATE (WS-MATCH-SLOT) = "CLOSED"
                       MOVE "DUPLICATE" TO WS-OUTCOME
                   ELSE
                       MOVE "APPLIED" TO WS-OUTCOME
                   END-IF
               ELSE
                   IF WS-PERIOD-COUNT >= 120 THEN
                       MOVE "TABLE-FULL" TO WS-OUTCOME
                   ELSE
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE WS-PERIOD-COUNT TO WS-MATCH-SLOT
                       MOVE WS-REQ-MONTH-KEY
                           TO WS-PERIOD-MONTH (WS-MATCH-SLOT)
                       MOVE "APPLIED" TO WS-OUTCOME
                   END-IF
               END-IF
           END-IF.

           IF WS-PERIOD-FULL = 'Y' THEN
               MOVE "TABLE-FULL" TO WS-OUTCOME
           END-IF.

      *****************************************************************
      * The closing totals are the month's ALL-site figures as the    *
      * trend history holds them: every 'D' day line and 'M' roll-up  *
      * in the month, plus any 'P' prior-period adjustment posted in  *
      * it, add straight in; 'A' rework postings are held per day,    *
      * last one winning, and only the survivors fold into the two    *
      * safe counts - the way DAY-02-02-TREND-REPORT totals a month.  *
      *****************************************************************
       0300-TOTAL-CLOSING-MONTH.
           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS = "00" THEN
               PERFORM 0310-TOTAL-ONE-HISTORY-LINE
                   UNTIL WS-HIST-DATA-REMAINS = 'N'

               CLOSE HISTORY-FILE
           END-IF.

           PERFORM VARYING WS-ADJ-DAY-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-DAY-IDX > WS-ADJ-DAY-COUNT
               ADD WS-ADJ-DAY-STRICT (WS-ADJ-DAY-IDX)
                   TO WS-CLOSE-STRICT
               ADD WS-ADJ-DAY-DAMPENED (WS-ADJ-DAY-IDX)
                   TO WS-CLOSE-DAMPENED
           END-PERFORM.

           MOVE SPACES                  TO PERIOD-LINE.
           MOVE WS-REQ-MONTH-KEY        TO PCTL-MONTH.
           MOVE "CLOSED"                TO PCTL-STATE.
           MOVE WS-RUN-DATE             TO PCTL-CLOSED-DATE.
           MOVE WS-RUN-TIME (1:6)       TO PCTL-CLOSED-TIME.
           MOVE WS-REQ-CLOSED-BY        TO PCTL-CLOSED-BY.
           MOVE WS-CLOSE-RECORDS        TO PCTL-RECORDS-READ.
           MOVE WS-CLOSE-STRICT         TO PCTL-SAFE-STRICT.
           MOVE WS-CLOSE-DAMPENED       TO PCTL-SAFE-DAMPENED.
           MOVE WS-CLOSE-STEP-BAD       TO PCTL-STEP-BAD.
           MOVE WS-CLOSE-DIR-BAD        TO PCTL-DIR-BAD.

           MOVE "CLOSED"     TO WS-PERIOD-STATE (WS-MATCH-SLOT).
           MOVE PERIOD-LINE  TO WS-PERIOD-IMAGE (WS-MATCH-SLOT).

       0310-TOTAL-ONE-HISTORY-LINE.
           READ HISTORY-FILE
               AT END MOVE 'N' TO WS-HIST-DATA-REMAINS.

           IF WS-HIST-DATA-REMAINS <> 'N'
               MOVE HISTORY-REC TO HISTORY-LINE
               IF HIST-RUN-DATE (1:6) = WS-REQ-MONTH-KEY
                       AND (HIST-SITE = "ALL" OR HIST-SITE = SPACES)
                   IF HIST-REC-TYPE = 'A' THEN
                       PERFORM 0320-NOTE-DAY-ADJUSTMENT
                   ELSE
                       ADD HIST-RECORDS-READ  TO WS-CLOSE-RECORDS
                       ADD HIST-SAFE-STRICT   TO WS-CLOSE-STRICT
                       ADD HIST-SAFE-DAMPENED TO WS-CLOSE-DAMPENED
                       ADD HIST-STEP-BAD      TO WS-CLOSE-STEP-BAD
                       ADD HIST-DIR-BAD       TO WS-CLOSE-DIR-BAD
                   END-IF
               END-IF
           END-IF.

      *>   MOVE, not ADD: a later posting for the same day replaces
      *>   the earlier one.
       0320-NOTE-DAY-ADJUSTMENT.
           MOVE ZEROES TO WS-ADJ-DAY-SLOT.

           PERFORM VARYING WS-ADJ-DAY-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-DAY-IDX > WS-ADJ-DAY-COUNT
               IF WS-ADJ-DAY-DATE (WS-ADJ-DAY-IDX) = HIST-RUN-DATE
                   MOVE WS-ADJ-DAY-IDX TO WS-ADJ-DAY-SLOT
               END-IF
           END-PERFORM.

           IF WS-ADJ-DAY-SLOT = 0 AND WS-ADJ-DAY-COUNT < 31 THEN
               ADD 1 TO WS-ADJ-DAY-COUNT
               MOVE WS-ADJ-DAY-COUNT TO WS-ADJ-DAY-SLOT
               MOVE HIST-RUN-DATE
                   TO WS-ADJ-DAY-DATE (WS-ADJ-DAY-SLOT)
           END-IF.

           IF WS-ADJ-DAY-SLOT > 0 THEN
               MOVE HIST-SAFE-STRICT
                   TO WS-ADJ-DAY-STRICT (WS-ADJ-DAY-SLOT)
               MOVE HIST-SAFE-DAMPENED
                   TO WS-ADJ-DAY-DAMPENED (WS-ADJ-DAY-SLOT)
           END-IF.

      *>   A control file that cannot be opened for output is left as
      *>   it was; the close did not happen and the outcome says so.
       0400-REWRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-CONTROL-FILE.

           IF WS-PERIOD-STATUS = "00" THEN
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                   MOVE WS-PERIOD-IMAGE (WS-PERIOD-IDX) TO PERIOD-REC
                   WRITE PERIOD-REC
               END-PERFORM

               CLOSE PERIOD-CONTROL-FILE
           ELSE
               MOVE "REWRITE-FAILED" TO WS-OUTCOME
           END-IF.

       0500-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-PERIOD-CLOSE" TO AUD-PROGRAM.
           MOVE "PERIOD-CLOSE"         TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-CLOSE-RECORDS       TO AUD-RECORDS-READ.
           MOVE WS-CLOSE-STRICT        TO AUD-SAFE-STRICT.
           MOVE WS-CLOSE-DAMPENED      TO AUD-SAFE-DAMPENED.
           MOVE ZEROES                 TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.

           MOVE SPACES                 TO AUD-INPUT-FILE.
           STRING WS-REQ-MONTH-KEY     DELIMITED BY SIZE
                  " BY "               DELIMITED BY SIZE
                  WS-REQ-CLOSED-BY     DELIMITED BY SPACE
               INTO AUD-INPUT-FILE.
           MOVE WS-PERIOD-FILE-NAME    TO AUD-OUTPUT-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

      *****************************************************************
      * Start-up check against the shared run lock. Two holders of   *
      * the same file clash unless both hold it SHARED. A clash is   *
      * waited out for up to DAY-LOCK-WAIT-SECONDS, re-trying every  *
      * few seconds; still blocked at the end of that, the run       *
      * refuses to start, naming the holder and since when. The wait *
      * and the refusal are both stamped on AUDIT-FILE, which is     *
      * where the handover page picks them up. Under the chain       *
      * driver its own lines are not a clash, and this run adds none *
      * of its own - the driver's lock already covers it.            *
      *****************************************************************
       0900-ACQUIRE-RUN-LOCK.
           MOVE "DAY-02-02-PERIOD-CLOSE" TO LCK-HOLDER.
           MOVE WS-RUN-DATE TO LCK-SINCE-DATE.
           MOVE WS-RUN-TIME (1:6) TO LCK-SINCE-TIME.
           MOVE LCK-OWNER TO WS-LOCK-OWNER.

           PERFORM 0905-DECLARE-LOCK-NEEDS.
           PERFORM 0910-TRY-RUN-LOCK.

           IF WS-LOCK-GRANTED = 'N' AND WS-LOCK-WAIT-LIMIT > 0 THEN
               PERFORM 0930-WAIT-FOR-RUN-LOCK
                   UNTIL WS-LOCK-GRANTED = 'Y'
                      OR WS-LOCK-WAITED >= WS-LOCK-WAIT-LIMIT

               MOVE "LOCK-WAIT" TO WS-LOCK-EVENT
               PERFORM 0960-WRITE-LOCK-AUDIT-RECORD
           END-IF.

           IF WS-LOCK-GRANTED = 'Y' AND WS-LOCK-PARENT = SPACES THEN
               PERFORM 0940-TAKE-RUN-LOCK
           END-IF.

      *>   Refused outright, or granted but the lock file could not be
      *>   written - either way no other run would see this one, so
      *>   it goes no further.
           IF WS-LOCK-GRANTED = 'N' THEN
               MOVE "LOCK-REFUSED" TO WS-LOCK-EVENT
               PERFORM 0960-WRITE-LOCK-AUDIT-RECORD
           END-IF.

      *>   Reads the trend history for the closing totals; shared, so
      *>   a history rewrite cannot run under the close, and a close
      *>   cannot total a history the trend update is still posting.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 1 TO WS-LOCK-NEED-COUNT.
           MOVE "HISTORY"   TO WS-LOCK-NEED-FILE (1).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (1).

      *>   Granted unless some other holder's line clashes with one of
      *>   this run's needs; WS-LOCK-MESSAGE names the clash, and is
      *>   left standing after a wait so the wait record can say what
      *>   was waited for.
       0910-TRY-RUN-LOCK.
           PERFORM 0911-LOAD-LOCK-TABLE.

           MOVE 'Y' TO WS-LOCK-GRANTED.

           IF WS-LOCK-UNREADABLE = 'Y' THEN
               MOVE 'N' TO WS-LOCK-GRANTED
               MOVE "RUN LOCK FILE COULD NOT BE READ"
                   TO WS-LOCK-MESSAGE
           END-IF.

           PERFORM 0920-CHECK-ONE-LOCK-LINE
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                  OR WS-LOCK-GRANTED = 'N'.

      *>   A lock file with no room left for this run's lines is
      *>   refused rather than half-written; it means stale entries
      *>   are piling up and want clearing.
           IF WS-LOCK-GRANTED = 'Y' AND WS-LOCK-PARENT = SPACES THEN
               IF WS-LOCK-FULL = 'Y'
                       OR WS-LOCK-COUNT + WS-LOCK-NEED-COUNT > 50
                   MOVE 'N' TO WS-LOCK-GRANTED
                   MOVE "RUN LOCK FILE FULL - CLEAR STALE ENTRIES"
                       TO WS-LOCK-MESSAGE
               END-IF
           END-IF.

      *>   No lock file at all is the same as an empty one; any other
      *>   failure to open it leaves the run unable to tell who holds
      *>   what, and is flagged rather than read as empty.
       0911-LOAD-LOCK-TABLE.
           MOVE ZEROES TO WS-LOCK-COUNT.
           MOVE 'N' TO WS-LOCK-FULL.
           MOVE 'N' TO WS-LOCK-UNREADABLE.
           MOVE 'Y' TO WS-LOCK-DATA-REMAINS.

           OPEN INPUT LOCK-FILE.

           IF WS-LOCK-STATUS = "00" THEN
               PERFORM 0912-READ-LOCK-LINE
                   UNTIL WS-LOCK-DATA-REMAINS = 'N'

               CLOSE LOCK-FILE
           ELSE
               IF WS-LOCK-STATUS NOT = "35" THEN
                   MOVE 'Y' TO WS-LOCK-UNREADABLE
               END-IF
           END-IF.

       0912-READ-LOCK-LINE.
           READ LOCK-FILE
               AT END MOVE 'N' TO WS-LOCK-DATA-REMAINS.

           IF WS-LOCK-DATA-REMAINS <> 'N'
               IF LOCK-REC NOT = SPACES
                   IF WS-LOCK-COUNT < 50
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE LOCK-REC TO WS-LOCK-ENTRY (WS-LOCK-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-LOCK-FULL
                   END-IF
               END-IF
           END-IF.

       0920-CHECK-ONE-LOCK-LINE.
           MOVE WS-LOCK-ENTRY (WS-LOCK-IDX) TO LOCK-LINE.

           IF LCK-OWNER NOT = WS-LOCK-PARENT THEN
               PERFORM VARYING WS-LOCK-NEED-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-NEED-IDX > WS-LOCK-NEED-COUNT
                          OR WS-LOCK-GRANTED = 'N'
                   IF LCK-FILE = WS-LOCK-NEED-FILE (WS-LOCK-NEED-IDX)
                       AND (LCK-MODE = "EXCLUSIVE"
                         OR WS-LOCK-NEED-MODE (WS-LOCK-NEED-IDX)
                                = "EXCLUSIVE")
                       MOVE 'N' TO WS-LOCK-GRANTED
                       PERFORM 0921-NAME-LOCK-HOLDER
                   END-IF
               END-PERFORM
           END-IF.

       0921-NAME-LOCK-HOLDER.
           MOVE SPACES TO WS-LOCK-MESSAGE.
           STRING LCK-FILE             DELIMITED BY SPACE
                  " HELD "             DELIMITED BY SIZE
                  LCK-MODE             DELIMITED BY SPACE
                  " BY "               DELIMITED BY SIZE
                  LCK-HOLDER           DELIMITED BY SPACE
                  " SINCE "            DELIMITED BY SIZE
                  LCK-SINCE-DATE       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  LCK-SINCE-TIME       DELIMITED BY SIZE
                  " ("                 DELIMITED BY SIZE
                  LCK-BY               DELIMITED BY SPACE
                  ")"                  DELIMITED BY SIZE
               INTO WS-LOCK-MESSAGE.

       0930-WAIT-FOR-RUN-LOCK.
           CALL "C$SLEEP" USING WS-LOCK-WAIT-INTERVAL
               ON EXCEPTION MOVE WS-LOCK-WAIT-LIMIT TO WS-LOCK-WAITED
           END-CALL.

           ADD WS-LOCK-WAIT-INTERVAL TO WS-LOCK-WAITED.
           PERFORM 0910-TRY-RUN-LOCK.

       0940-TAKE-RUN-LOCK.
           PERFORM VARYING WS-LOCK-NEED-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-NEED-IDX > WS-LOCK-NEED-COUNT
               MOVE WS-LOCK-NEED-FILE (WS-LOCK-NEED-IDX) TO LCK-FILE
               MOVE WS-LOCK-NEED-MODE (WS-LOCK-NEED-IDX) TO LCK-MODE
               MOVE WS-LOCK-OWNER TO LCK-OWNER
               MOVE WS-LOCK-BY    TO LCK-BY
               ADD 1 TO WS-LOCK-COUNT
               MOVE LOCK-LINE TO WS-LOCK-ENTRY (WS-LOCK-COUNT)
           END-PERFORM.

           PERFORM 0945-REWRITE-LOCK-FILE.

           IF WS-LOCK-GRANTED = 'Y' THEN
               MOVE 'Y' TO WS-LOCK-TAKEN
           END-IF.

       0945-REWRITE-LOCK-FILE.
           OPEN OUTPUT LOCK-FILE.

           IF WS-LOCK-STATUS = "00" THEN
               PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                   MOVE WS-LOCK-ENTRY (WS-LOCK-IDX) TO LOCK-REC
                   WRITE LOCK-REC
               END-PERFORM

               CLOSE LOCK-FILE
           ELSE
               MOVE 'N' TO WS-LOCK-GRANTED
               MOVE "RUN LOCK FILE COULD NOT BE WRITTEN"
                   TO WS-LOCK-MESSAGE
           END-IF.

      *>   Only this run's own lines go; the file is read afresh, so
      *>   whatever other runs took meanwhile is kept.  A lock file
      *>   that cannot be read is left alone rather than rewritten
      *>   from an empty table; either failure leaves this run's lines
      *>   standing for lock maintenance to clear, and says so on the
      *>   audit file.
       0950-RELEASE-RUN-LOCK.
           IF WS-LOCK-TAKEN = 'Y' THEN
               PERFORM 0911-LOAD-LOCK-TABLE

               IF WS-LOCK-UNREADABLE = 'Y' THEN
                   MOVE "RUN LOCK FILE COULD NOT BE READ"
                       TO WS-LOCK-MESSAGE
               ELSE
                   MOVE ZEROES TO WS-LOCK-KEPT

                   PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                           UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                       MOVE WS-LOCK-ENTRY (WS-LOCK-IDX) TO LOCK-LINE
                       IF LCK-OWNER NOT = WS-LOCK-OWNER
                           ADD 1 TO WS-LOCK-KEPT
                           MOVE WS-LOCK-ENTRY (WS-LOCK-IDX)
                               TO WS-LOCK-ENTRY (WS-LOCK-KEPT)
                       END-IF
                   END-PERFORM

                   MOVE WS-LOCK-KEPT TO WS-LOCK-COUNT
                   PERFORM 0945-REWRITE-LOCK-FILE
               END-IF

               IF WS-LOCK-UNREADABLE = 'Y' OR WS-LOCK-GRANTED = 'N'
                   MOVE "LOCK-LEFT" TO WS-LOCK-EVENT
                   PERFORM 0960-WRITE-LOCK-AUDIT-RECORD
               END-IF

               MOVE 'N' TO WS-LOCK-TAKEN
           END-IF.

      *>   Same audit-record layout as the rest of the chain writes;
      *>   the seconds waited ride in the records-read slot and the
      *>   holder met in the input-file slot.
       0960-WRITE-LOCK-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-PERIOD-CLOSE" TO AUD-PROGRAM.
           MOVE WS-LOCK-EVENT          TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-LOCK-WAITED         TO AUD-RECORDS-READ.
           MOVE ZEROES                 TO AUD-SAFE-STRICT.
           MOVE ZEROES                 TO AUD-SAFE-DAMPENED.
           MOVE ZEROES                 TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE WS-LOCK-EVENT          TO AUD-RECONCILE.
           MOVE WS-LOCK-MESSAGE        TO AUD-INPUT-FILE.
           MOVE WS-LOCK-FILE-NAME      TO AUD-OUTPUT-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       END PROGRAM DAY-02-02-PERIOD-CLOSE.
