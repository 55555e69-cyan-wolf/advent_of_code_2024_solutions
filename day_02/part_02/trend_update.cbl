      *          SUMMARY-FILE on every run and appends it to the
      *          running day-over-day HISTORY-FILE that
      *          DAY-02-02-TREND-REPORT later reads to print
      *          week-over-week/month-over-month trend lines. Months
      *          closed by DAY-02-02-PERIOD-CLOSE are never posted
      *          to: a summary dated in a closed month is refused
      *          (severity 8), and a rework adjustment for a closed
      *          day is turned into a prior-period adjustment ('P')
      *          dated today, in the open month, carrying the
      *          original run date and only the change since the
      *          day's figures were last posted. An adjustment that
      *          cannot be posted is appended, with the reason, to
      *          ADJUSTMENT-REJECT-FILE before the pending file is
      *          emptied, so the correction survives for review.
      *          It holds HISTORY exclusive on the shared run lock
      *          while it runs (under the chain, the driver's lock
      *          covers it) and will not start while another run
      *          holds the history; the refusal ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC WS-ADJUSTMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.
      *>   Adjustment lines this program could not post, kept with
      *>   the reason after main.cbl's own layout; opened EXTEND with
      *>   the OPEN OUTPUT fallback, since refusals from earlier runs
      *>   stay there until someone has dealt with them.
           SELECT ADJUSTMENT-REJECT-FILE
               ASSIGN TO DYNAMIC WS-ADJ-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-REJECT-STATUS.
      *>   The month-end close control file; no file means no month
      *>   has been closed yet, so its FILE STATUS is checked.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
      *>   The shared run lock every program that touches the master,
      *>   the trend history, a reference file or the hold list checks
      *>   at start-up; no file simply means nobody holds anything.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *>   AUDIT-FILE is the shared run-history trail every program in
      *>   the chain appends one stamped record to; same EXTEND with
      *>   OPEN OUTPUT fallback as HISTORY-FILE above.
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-REC              PIC X(132) VALUE SPACES.

       FD  ADJUSTMENT-REJECT-FILE.
       01  ADJ-REJECT-REC              PIC X(132) VALUE SPACES.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-REC                  PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       77  WS-ADJUSTMENT-FILE-NAME     PIC X(100) VALUE SPACES.
       77  WS-ADJUSTMENT-STATUS        PIC XX VALUE SPACES.
       77  WS-ADJ-REJECT-FILE-NAME     PIC X(100) VALUE SPACES.
       77  WS-ADJ-REJECT-STATUS        PIC XX VALUE SPACES.
       77  WS-PERIOD-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-PERIOD-STATUS            PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.
      *>   cycle 01.
           05 FILLER                   PIC X.
           05 SUMM-CYCLE               PIC X(2).
      *>   The day's maintenance-hold count rides after the cycle;
      *>   it is reported on the day's own totals only and is not
      *>   carried into the history line.
           05 FILLER                   PIC X.
           05 SUMM-ON-HOLD             PIC X(6).

      *>   Image of one HISTORY-FILE line: the summary fields main.cbl
      *>   writes (78 bytes), the record-type byte - 'D' for a day's
      *>   main.cbl's summary extract carries no type of its own, so
      *>   the 'D' is stamped here as the line goes into the history;
      *>   adjustment lines arrive already stamped 'A' (site ALL) by
      *>   the rework pass and are appended verbatim - unless their
      *>   day is in a closed month, when they become 'P' lines
      *>   (see 0050-POST-PRIOR-PERIOD-LINE).
       01  HISTORY-LINE.
           05 HIST-SUMMARY-IMAGE       PIC X(78).
           05 FILLER                   PIC X          VALUE SPACE.
       77  WS-POSTED-IDX               PIC 99 VALUE ZEROES.
       77  WS-POSTED-FOUND             PIC X VALUE 'N'.

      *>   The months DAY-02-02-PERIOD-CLOSE has closed.
       01  WS-CLOSED-MONTH-TABLE.
           05 WS-CLOSED-MONTH          PIC 9(6) OCCURS 120 TIMES.

       77  WS-CLOSED-COUNT             PIC 999 VALUE ZEROES.
       77  WS-CLOSED-IDX               PIC 999 VALUE ZEROES.
       77  WS-CHECK-MONTH-KEY          PIC 9(6) VALUE ZEROES.
       77  WS-MONTH-IS-CLOSED          PIC X VALUE 'N'.
       77  WS-PERIOD-DATA-REMAINS      PIC X VALUE 'Y'.

      *>   Same PERIOD-CONTROL-FILE line layout DAY-02-02-PERIOD-CLOSE
      *>   writes; only the month and its state are needed here.
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

      *>   An adjustment line as main.cbl writes it (HISTORY-FILE's
      *>   own layout), with the two trailing fields a prior-period
      *>   posting adds: the cycle column the day lines use (blank
      *>   here) and ADJ-ORIG-DATE, the closed run date a 'P' line
      *>   corrects - its ADJ-RUN-DATE is the day it was posted.
       01  ADJUSTMENT-LINE.
           05 ADJ-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 ADJ-RECORDS-READ         PIC 9(6).
           05 FILLER                   PIC X.
           05 ADJ-SAFE-STRICT          PIC 9(6).
           05 FILLER                   PIC X.
           05 ADJ-SAFE-DAMPENED        PIC 9(6).
           05 FILLER                   PIC X.
           05 ADJ-RESCUED              PIC 9(6).
           05 FILLER                   PIC X(43).
           05 ADJ-REC-TYPE             PIC X.
           05 FILLER                   PIC X.
           05 ADJ-SITE                 PIC X(3).
           05 FILLER                   PIC X.
           05 ADJ-CYCLE                PIC X(2).
           05 FILLER                   PIC X.
           05 ADJ-ORIG-DATE            PIC 9(8).

      *****************************************************************
      * Closed run dates this run has adjustments for, each with the  *
      * figures already standing in the history for that day - the   *
      * last 'A' posting (a cumulative snapshot) plus every 'P' line  *
      * posted against it since - so a prior-period adjustment        *
      * carries only the change, never the day's rework twice.        *
      *****************************************************************
       01  WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY           OCCURS 20 TIMES.
               10 WS-PRIOR-DATE        PIC 9(8).
               10 WS-PRIOR-STRICT      PIC 9(6).
               10 WS-PRIOR-DAMPENED    PIC 9(6).
               10 WS-PRIOR-RESCUED     PIC 9(6).

       77  WS-PRIOR-COUNT              PIC 99 VALUE ZEROES.
       77  WS-PRIOR-IDX                PIC 99 VALUE ZEROES.
       77  WS-PRIOR-SLOT               PIC 99 VALUE ZEROES.
       77  WS-PRIOR-SEEK-DATE          PIC 9(8) VALUE ZEROES.
       77  WS-HIST-DATA-REMAINS        PIC X VALUE 'Y'.

       77  WS-SNAP-STRICT              PIC 9(6) VALUE ZEROES.
       77  WS-SNAP-DAMPENED            PIC 9(6) VALUE ZEROES.
       77  WS-SNAP-RESCUED             PIC 9(6) VALUE ZEROES.

      *>   Prior-period adjustments posted, and summary/adjustment
      *>   lines refused because their month is closed (or a
      *>   correction could not be expressed as a change) - both on
      *>   the audit record; any refusal ends the run severity 8.
       77  WS-PRIOR-POSTED-COUNT       PIC 9(6) VALUE ZEROES.
       77  WS-CLOSED-REFUSED-COUNT     PIC 9(6) VALUE ZEROES.

      *>   Adjustment lines refused and kept on the reject file, and
      *>   whether that file could be opened at all - if not, nothing
      *>   is posted and the pending file is left as it stands.
       77  WS-ADJ-KEPT-COUNT           PIC 9(6) VALUE ZEROES.
       77  WS-ADJ-REJECT-OPEN          PIC X VALUE 'N'.
       77  WS-ADJ-REFUSE-REASON        PIC X(12) VALUE SPACES.

      *>   A refused adjustment as it goes to the reject file: the
      *>   line exactly as the rework pass wrote it, then why.
       01  ADJ-REJECT-LINE.
           05 ADJR-IMAGE               PIC X(96).
           05 FILLER                   PIC X          VALUE SPACE.
           05 ADJR-REASON              PIC X(12).
           05 FILLER                   PIC X          VALUE SPACE.
           05 ADJR-REFUSED-DATE        PIC 9(8).
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

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

      *>   Same audit-record layout as ADVENT-OF-CODE-2024-DAY-02-02
      *>   writes, so DAY-02-02-AUDIT-INQUIRY can read the whole trail
      *>   back with one record description; the reconcile slot stays
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0010-RESOLVE-FILE-NAMES.
           PERFORM 0900-ACQUIRE-RUN-LOCK.

      *>   Refused by the run lock: the history is left alone and the
      *>   refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0012-LOAD-CLOSED-PERIODS
               PERFORM 0020-APPEND-TODAYS-SUMMARY
               PERFORM 0025-POST-PENDING-ADJUSTMENTS

               IF WS-CLOSED-REFUSED-COUNT > 0 THEN
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF

               PERFORM 0030-WRITE-AUDIT-RECORD
               PERFORM 0950-RELEASE-RUN-LOCK
           ELSE
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.

      *>   GOBACK rather than STOP RUN so DAY-02-02-CHAIN-DRIVER can
      *>   run this as one step of the daily chain; stand-alone it
               MOVE "../day_adjustment.txt" TO WS-ADJUSTMENT-FILE-NAME
           END-IF.

           ACCEPT WS-ADJ-REJECT-FILE-NAME
               FROM ENVIRONMENT "DAY-ADJUSTMENT-REJECT-FILE".
           IF WS-ADJ-REJECT-FILE-NAME = SPACES THEN
               MOVE "../day_adjustment_rejects.txt"
                   TO WS-ADJ-REJECT-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-PERIOD-FILE-NAME
               FROM ENVIRONMENT "DAY-PERIOD-CONTROL-FILE".
           IF WS-PERIOD-FILE-NAME = SPACES THEN
               MOVE "../period_control.txt" TO WS-PERIOD-FILE-NAME
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

      *****************************************************************
      * Only CLOSED lines count - a month appears in the control      *
      * file once DAY-02-02-PERIOD-CLOSE has closed it, and nothing   *
      * reopens it.                                                   *
      *****************************************************************
       0012-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE.

           IF WS-PERIOD-STATUS = "00" THEN
               PERFORM 0013-READ-PERIOD-LINE
                   UNTIL WS-PERIOD-DATA-REMAINS = 'N'

               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       0013-READ-PERIOD-LINE.
           READ PERIOD-CONTROL-FILE
               AT END MOVE 'N' TO WS-PERIOD-DATA-REMAINS.

           IF WS-PERIOD-DATA-REMAINS <> 'N'
               MOVE PERIOD-REC TO PERIOD-LINE
               IF PCTL-STATE = "CLOSED" AND WS-CLOSED-COUNT < 120
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE PCTL-MONTH TO WS-CLOSED-MONTH (WS-CLOSED-COUNT)
               END-IF
           END-IF.

      *>   Sets WS-MONTH-IS-CLOSED for the YYYYMM in WS-CHECK-MONTH-KEY.
       0014-CHECK-MONTH-CLOSED.
           MOVE 'N' TO WS-MONTH-IS-CLOSED.

           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-MONTH (WS-CLOSED-IDX) = WS-CHECK-MONTH-KEY
                   MOVE 'Y' TO WS-MONTH-IS-CLOSED
               END-IF
           END-PERFORM.

      *****************************************************************
      * The double-fold guard: before anything is appended, note     *
      * which sites already have a 'D' line in the history for the    *
      * summary for today yet - nothing is appended in that case.     *
      * The summary now carries the ALL grand line plus one line per  *
      * site, so every line it holds is folded in, each stamped 'D'.  *
      * A summary dated in a closed month is refused whole - every    *
      * line counted, none appended.                                  *
      *****************************************************************
       0020-APPEND-TODAYS-SUMMARY.
           OPEN INPUT SUMMARY-FILE.
               IF WS-SUMM-DATA-REMAINS = 'Y' THEN
                   MOVE SUMMARY-REC TO SUMMARY-LINE
                   MOVE SUMM-IMAGE (1:8) TO WS-SUMMARY-DATE
                   MOVE WS-SUMMARY-DATE (1:6) TO WS-CHECK-MONTH-KEY
                   PERFORM 0014-CHECK-MONTH-CLOSED
               END-IF

               IF WS-SUMM-DATA-REMAINS = 'Y'
                       AND WS-MONTH-IS-CLOSED = 'Y' THEN
                   PERFORM 0023-REFUSE-CLOSED-SUMMARY-LINE
                       UNTIL WS-SUMM-DATA-REMAINS = 'N'
               END-IF

               IF WS-SUMM-DATA-REMAINS = 'Y' THEN
                   PERFORM 0015-COLLECT-POSTED-SITES

                   OPEN EXTEND HISTORY-FILE
               ADD 1 TO WS-APPENDED-COUNT
           END-IF.

      *>   Counts the summary line in hand, then reads the next.
       0023-REFUSE-CLOSED-SUMMARY-LINE.
           ADD 1 TO WS-CLOSED-REFUSED-COUNT.

           READ SUMMARY-FILE
               AT END MOVE 'N' TO WS-SUMM-DATA-REMAINS.

      *****************************************************************
      * The rework pass leaves its corrected-counts posting in        *
      * ADJUSTMENT-FILE (see 0450-WRITE-ADJUSTMENT-RECORD in          *
      * as written - they arrive in HISTORY-FILE's own layout, record *
      * type 'A', dated for the original run - then empty the file    *
      * so the same adjustment cannot be posted again tomorrow.       *
      * A line dated in a closed month cannot be appended as it       *
      * stands: a first pass notes those closed days and the history  *
      * is scanned for what already stands for each, so the posting   *
      * pass can turn them into prior-period adjustments. A line the  *
      * posting pass refuses goes to ADJUSTMENT-REJECT-FILE first;    *
      * when that file cannot be opened nothing is posted and the     *
      * pending file is left for the next run.                        *
      *****************************************************************
       0025-POST-PENDING-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE.

           IF WS-ADJUSTMENT-STATUS = "00" THEN
               OPEN EXTEND ADJUSTMENT-REJECT-FILE
               IF WS-ADJ-REJECT-STATUS NOT = "00" THEN
                   OPEN OUTPUT ADJUSTMENT-REJECT-FILE
               END-IF
               IF WS-ADJ-REJECT-STATUS = "00" THEN
                   MOVE 'Y' TO WS-ADJ-REJECT-OPEN
               ELSE
                   CLOSE ADJUSTMENT-FILE
                   ADD 1 TO WS-CLOSED-REFUSED-COUNT
               END-IF
           END-IF.

           IF WS-ADJ-REJECT-OPEN = 'Y' THEN
               PERFORM 0027-NOTE-ONE-CLOSED-DAY
                   UNTIL WS-ADJ-DATA-REMAINS = 'N'
               CLOSE ADJUSTMENT-FILE

               IF WS-PRIOR-COUNT > 0 THEN
                   PERFORM 0040-COLLECT-STANDING-FIGURES
               END-IF

               OPEN INPUT ADJUSTMENT-FILE
               MOVE 'Y' TO WS-ADJ-DATA-REMAINS

               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00" THEN
                   OPEN OUTPUT HISTORY-FILE

               CLOSE HISTORY-FILE
               CLOSE ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-REJECT-FILE

               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
               AT END MOVE 'N' TO WS-ADJ-DATA-REMAINS.

           IF WS-ADJ-DATA-REMAINS <> 'N'
               MOVE ADJUSTMENT-REC TO ADJUSTMENT-LINE
               MOVE ADJ-RUN-DATE (1:6) TO WS-CHECK-MONTH-KEY
               PERFORM 0014-CHECK-MONTH-CLOSED
               IF WS-MONTH-IS-CLOSED = 'Y' THEN
                   PERFORM 0050-POST-PRIOR-PERIOD-LINE
               ELSE
                   MOVE ADJUSTMENT-REC TO HISTORY-REC
                   WRITE HISTORY-REC
                   ADD 1 TO WS-APPENDED-COUNT
               END-IF
           END-IF.

       0027-NOTE-ONE-CLOSED-DAY.
           READ ADJUSTMENT-FILE
               AT END MOVE 'N' TO WS-ADJ-DATA-REMAINS.

           IF WS-ADJ-DATA-REMAINS <> 'N'
               MOVE ADJUSTMENT-REC TO ADJUSTMENT-LINE
               MOVE ADJ-RUN-DATE (1:6) TO WS-CHECK-MONTH-KEY
               PERFORM 0014-CHECK-MONTH-CLOSED
               IF WS-MONTH-IS-CLOSED = 'Y' THEN
                   MOVE ADJ-RUN-DATE TO WS-PRIOR-SEEK-DATE
                   PERFORM 0028-FIND-PRIOR-SLOT
                   IF WS-PRIOR-SLOT = 0 AND WS-PRIOR-COUNT < 20 THEN
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE WS-PRIOR-COUNT TO WS-PRIOR-SLOT
                       MOVE ADJ-RUN-DATE
                           TO WS-PRIOR-DATE (WS-PRIOR-SLOT)
                       MOVE ZEROES TO WS-PRIOR-STRICT (WS-PRIOR-SLOT)
                       MOVE ZEROES
                           TO WS-PRIOR-DAMPENED (WS-PRIOR-SLOT)
                       MOVE ZEROES TO WS-PRIOR-RESCUED (WS-PRIOR-SLOT)
                   END-IF
               END-IF
           END-IF.

      *>   Sets WS-PRIOR-SLOT for the run date in WS-PRIOR-SEEK-DATE,
      *>   zero when that closed day is not in the table.
       0028-FIND-PRIOR-SLOT.
           MOVE ZEROES TO WS-PRIOR-SLOT.

           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
               IF WS-PRIOR-DATE (WS-PRIOR-IDX) = WS-PRIOR-SEEK-DATE
                   MOVE WS-PRIOR-IDX TO WS-PRIOR-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * What already stands in the history for each closed day: the   *
      * last 'A' posting for the day replaces (MOVE) - each one is a  *
      * cumulative snapshot - and every 'P' posted against the day    *
      * since adds on top. Rework postings carry the ALL site only.   *
      *****************************************************************
       0040-COLLECT-STANDING-FIGURES.
           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS = "00" THEN
               PERFORM 0041-SCAN-ONE-STANDING-LINE
                   UNTIL WS-HIST-DATA-REMAINS = 'N'

               CLOSE HISTORY-FILE
           END-IF.

       0041-SCAN-ONE-STANDING-LINE.
           READ HISTORY-FILE
               AT END MOVE 'N' TO WS-HIST-DATA-REMAINS.

           IF WS-HIST-DATA-REMAINS <> 'N'
               MOVE HISTORY-REC TO ADJUSTMENT-LINE
               IF ADJ-REC-TYPE = 'A' THEN
                   MOVE ADJ-RUN-DATE TO WS-PRIOR-SEEK-DATE
                   PERFORM 0028-FIND-PRIOR-SLOT
                   IF WS-PRIOR-SLOT > 0 THEN
                       MOVE ADJ-SAFE-STRICT
                           TO WS-PRIOR-STRICT (WS-PRIOR-SLOT)
                       MOVE ADJ-SAFE-DAMPENED
                           TO WS-PRIOR-DAMPENED (WS-PRIOR-SLOT)
                       MOVE ADJ-RESCUED
                           TO WS-PRIOR-RESCUED (WS-PRIOR-SLOT)
                   END-IF
               END-IF
               IF ADJ-REC-TYPE = 'P' THEN
                   MOVE ADJ-ORIG-DATE TO WS-PRIOR-SEEK-DATE
                   PERFORM 0028-FIND-PRIOR-SLOT
                   IF WS-PRIOR-SLOT > 0 THEN
                       ADD ADJ-SAFE-STRICT
                           TO WS-PRIOR-STRICT (WS-PRIOR-SLOT)
                       ADD ADJ-SAFE-DAMPENED
                           TO WS-PRIOR-DAMPENED (WS-PRIOR-SLOT)
                       ADD ADJ-RESCUED
                           TO WS-PRIOR-RESCUED (WS-PRIOR-SLOT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * ADJUSTMENT-LINE holds a rework snapshot for a closed day. It  *
      * goes into the history as a 'P' line dated today - today's     *
      * month is always open, DAY-02-02-PERIOD-CLOSE only closes      *
      * months already ended - carrying the original date and only   *
      * the change against the figures already standing for that     *
      * day, which then stand at the new snapshot. A snapshot lower   *
      * than what stands cannot be posted as an unsigned change, and  *
      * a day the table had no room for cannot be checked at all:     *
      * both are refused for someone to look at, as is any line when  *
      * today's own month has somehow been closed. A snapshot equal   *
      * to what stands changes nothing and posts nothing.             *
      *****************************************************************
       0050-POST-PRIOR-PERIOD-LINE.
           MOVE ADJ-RUN-DATE TO WS-PRIOR-SEEK-DATE.
           PERFORM 0028-FIND-PRIOR-SLOT.

           MOVE WS-RUN-DATE (1:6) TO WS-CHECK-MONTH-KEY.
           PERFORM 0014-CHECK-MONTH-CLOSED.

           IF WS-MONTH-IS-CLOSED = 'Y' THEN
               MOVE "TODAY-CLOSED" TO WS-ADJ-REFUSE-REASON
               PERFORM 0052-KEEP-REFUSED-ADJUSTMENT
           ELSE
               IF WS-PRIOR-SLOT = 0 THEN
                   MOVE "NO-DAY-ROOM" TO WS-ADJ-REFUSE-REASON
                   PERFORM 0052-KEEP-REFUSED-ADJUSTMENT
               ELSE
                   PERFORM 0053-POST-AGAINST-STANDING
               END-IF
           END-IF.

       0051-WRITE-PRIOR-PERIOD-LINE.
           MOVE ADJ-SAFE-STRICT   TO WS-SNAP-STRICT.
           MOVE ADJ-SAFE-DAMPENED TO WS-SNAP-DAMPENED.
           MOVE ADJ-RESCUED       TO WS-SNAP-RESCUED.

           SUBTRACT WS-PRIOR-STRICT (WS-PRIOR-SLOT)
               FROM ADJ-SAFE-STRICT.
           SUBTRACT WS-PRIOR-DAMPENED (WS-PRIOR-SLOT)
               FROM ADJ-SAFE-DAMPENED.
           SUBTRACT WS-PRIOR-RESCUED (WS-PRIOR-SLOT)
               FROM ADJ-RESCUED.

           MOVE ADJ-RUN-DATE      TO ADJ-ORIG-DATE.
           MOVE WS-RUN-DATE       TO ADJ-RUN-DATE.
           MOVE 'P'               TO ADJ-REC-TYPE.
           MOVE SPACES            TO ADJ-CYCLE.

           MOVE ADJUSTMENT-LINE TO HISTORY-REC.
           WRITE HISTORY-REC.
           ADD 1 TO WS-APPENDED-COUNT.
           ADD 1 TO WS-PRIOR-POSTED-COUNT.

           MOVE WS-SNAP-STRICT    TO WS-PRIOR-STRICT (WS-PRIOR-SLOT).
           MOVE WS-SNAP-DAMPENED  TO WS-PRIOR-DAMPENED (WS-PRIOR-SLOT).
           MOVE WS-SNAP-RESCUED   TO WS-PRIOR-RESCUED (WS-PRIOR-SLOT).

      *>   ADJUSTMENT-REC still holds the line as it was read - 0051
      *>   only reworks ADJUSTMENT-LINE - so it goes out verbatim.
       0052-KEEP-REFUSED-ADJUSTMENT.
           MOVE ADJUSTMENT-REC       TO ADJR-IMAGE.
           MOVE WS-ADJ-REFUSE-REASON TO ADJR-REASON.
           MOVE WS-RUN-DATE          TO ADJR-REFUSED-DATE.
           MOVE ADJ-REJECT-LINE      TO ADJ-REJECT-REC.
           WRITE ADJ-REJECT-REC.

           ADD 1 TO WS-CLOSED-REFUSED-COUNT.
           ADD 1 TO WS-ADJ-KEPT-COUNT.

       0053-POST-AGAINST-STANDING.
           IF ADJ-SAFE-STRICT < WS-PRIOR-STRICT (WS-PRIOR-SLOT)
                   OR ADJ-SAFE-DAMPENED
                       < WS-PRIOR-DAMPENED (WS-PRIOR-SLOT)
                   OR ADJ-RESCUED
                       < WS-PRIOR-RESCUED (WS-PRIOR-SLOT)
               MOVE "BELOW-STAND" TO WS-ADJ-REFUSE-REASON
               PERFORM 0052-KEEP-REFUSED-ADJUSTMENT
           ELSE
               IF ADJ-SAFE-DAMPENED
                       > WS-PRIOR-DAMPENED (WS-PRIOR-SLOT)
                       OR ADJ-SAFE-STRICT
                           > WS-PRIOR-STRICT (WS-PRIOR-SLOT)
                       OR ADJ-RESCUED
                           > WS-PRIOR-RESCUED (WS-PRIOR-SLOT)
                   PERFORM 0051-WRITE-PRIOR-PERIOD-LINE
               END-IF
           END-IF.

      *****************************************************************
      * One stamped record on the shared AUDIT-FILE trail per run,    *
      * recording whether today's summary was actually folded into    *
      * the history (WS-APPENDED-COUNT zero means it was not) and     *
      * which summary/history files this run resolved. Prior-period   *
      * postings ride in the strict slot, closed-month refusals in    *
      * the malformed slot and, of those, the adjustment lines kept   *
      * on ADJUSTMENT-REJECT-FILE in the dampened slot, flagged in    *
      * the reconcile slot.                                           *
      *****************************************************************
       0030-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE "UPDATE"               TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-APPENDED-COUNT      TO AUD-RECORDS-READ.
           MOVE WS-PRIOR-POSTED-COUNT  TO AUD-SAFE-STRICT.
           MOVE WS-ADJ-KEPT-COUNT      TO AUD-SAFE-DAMPENED.
           MOVE WS-DUP-SKIPPED-COUNT   TO AUD-REJECTED.
           MOVE WS-CLOSED-REFUSED-COUNT TO AUD-MALFORMED.
           MOVE SPACES                 TO AUD-RECONCILE.
           IF WS-PRIOR-POSTED-COUNT > 0 THEN
               MOVE "PRIOR-PERIOD"     TO AUD-RECONCILE
           END-IF.
           IF WS-CLOSED-REFUSED-COUNT > 0 THEN
               MOVE "CLOSED-PERIOD"    TO AUD-RECONCILE
           END-IF.
           IF WS-ADJ-KEPT-COUNT > 0 THEN
               MOVE "ADJ-REJECTED"     TO AUD-RECONCILE
           END-IF.
           IF WS-ADJUSTMENT-STATUS = "00"
                   AND WS-ADJ-REJECT-OPEN = 'N' THEN
               MOVE "ADJ-REJECT-FAIL"  TO AUD-RECONCILE
           END-IF.
           MOVE WS-SUMMARY-FILE-NAME   TO AUD-INPUT-FILE.
           MOVE WS-HISTORY-FILE-NAME   TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-TREND-UPDATE" TO LCK-HOLDER.
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

      *>   Appends to HISTORY-FILE, and reads it first to decide what
      *>   to append, so nothing else may hold it while it runs.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 1 TO WS-LOCK-NEED-COUNT.
           MOVE "HISTORY"   TO WS-LOCK-NEED-FILE (1).
           MOVE "EXCLUSIVE" TO WS-LOCK-NEED-MODE (1).

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
           MOVE "DAY-02-02-TREND-UPDATE" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-TREND-UPDATE.
