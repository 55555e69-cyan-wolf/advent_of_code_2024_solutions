      *          boundary because the report folds 'M' records into
      *          its month buckets. Already-rolled 'M' records older
      *          than the cutoff are merged again rather than
      *          duplicated, so the job is safe to rerun. A month
      *          DAY-02-02-PERIOD-CLOSE has closed is never rolled
      *          up or merged: its lines stay live exactly as they
      *          were when the month was closed, and how many were
      *          left that way is reported and stamped on the audit
      *          record.
      *          It holds HISTORY exclusive on the shared run lock
      *          while it runs and will not start while another run
      *          holds the history; the refusal ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RETAIN-REPORT-FILE
               ASSIGN TO DYNAMIC WS-RETAIN-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  RETAIN-REPORT-FILE.
       01  RETAIN-PRINT-LINE           PIC X(132) VALUE SPACES.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-REC                  PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       77  WS-RETAIN-REPORT-FILE-NAME  PIC X(100) VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       77  WS-PERIOD-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-PERIOD-STATUS            PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

       77  WS-DATA-REMAINS             PIC X VALUE 'Y'.

       77  WS-MERGED-COUNT             PIC 9(6) VALUE ZEROES.
       77  WS-KEPT-COUNT               PIC 9(6) VALUE ZEROES.
       77  WS-MONTHLY-WRITTEN          PIC 9(6) VALUE ZEROES.
       77  WS-CLOSED-KEPT-COUNT        PIC 9(6) VALUE ZEROES.

      *>   The months DAY-02-02-PERIOD-CLOSE has closed.
       01  WS-CLOSED-MONTH-TABLE.
           05 WS-CLOSED-MONTH          PIC 9(6) OCCURS 120 TIMES.

       77  WS-CLOSED-COUNT             PIC 999 VALUE ZEROES.
       77  WS-CLOSED-IDX               PIC 999 VALUE ZEROES.
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

      *>   Same HISTORY-FILE line layout the rest of the chain uses:
      *>   the summary fields, the record-type byte ('D' day, 'A'
      *>   adjustment, 'M' monthly roll-up, 'P' prior-period
      *>   adjustment - bucketed by its posting date like a day's
      *>   line), then the site code.
       01  HISTORY-LINE.
           05 HIST-RUN-DATE            PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
              "MONTHLY RECORDS WRITTEN:  ".
           05 RETAIN-MONTHLY-COUNT     PIC 9(6).

       01  RETAIN-LINE-CLOSED.
           05 FILLER                   PIC X(26)      VALUE
              "CLOSED-MONTH LINES KEPT:  ".
           05 RETAIN-CLOSED-COUNT      PIC 9(6).

       01  RETAIN-LINE-KEPT.
           05 FILLER                   PIC X(26)      VALUE
              "LIVE LINES KEPT:          ".
           05 RETAIN-KEPT-COUNT        PIC 9(6).

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
      *>   rolled/kept counts ride in the safe/dampened slots, lines
      *>   left live because their month is closed in the rejected
      *>   slot.
       01  AUDIT-LINE.
           05 AUD-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0010-RESOLVE-FILE-NAMES.
           PERFORM 0900-ACQUIRE-RUN-LOCK.

      *>   Refused by the run lock: nothing read, nothing rewritten -
      *>   the refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0020-DERIVE-CUTOFF-MONTH
               PERFORM 0030-LOAD-CLOSED-PERIODS

               OPEN INPUT HISTORY-FILE

               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM 0100-ROLL-UP-OLD-MONTHS
                   CLOSE HISTORY-FILE

                   PERFORM 0200-BUILD-NEW-HISTORY
                   PERFORM 0300-COPY-WORK-BACK
               END-IF

               PERFORM 0400-WRITE-RETAIN-REPORT
               PERFORM 0500-WRITE-AUDIT-RECORD
               PERFORM 0950-RELEASE-RUN-LOCK
           ELSE
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.

       0010-RESOLVE-FILE-NAMES.
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

           MULTIPLY WS-CUTOFF-YEAR BY 100 GIVING WS-CUTOFF-MONTH-KEY.
           ADD WS-CUTOFF-MONTH TO WS-CUTOFF-MONTH-KEY.

      *****************************************************************
      * Only CLOSED lines count - a month appears in the control      *
      * file once DAY-02-02-PERIOD-CLOSE has closed it, and nothing   *
      * reopens it.                                                   *
      *****************************************************************
       0030-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE.

           IF WS-PERIOD-STATUS = "00" THEN
               PERFORM 0031-READ-PERIOD-LINE
                   UNTIL WS-PERIOD-DATA-REMAINS = 'N'

               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       0031-READ-PERIOD-LINE.
           READ PERIOD-CONTROL-FILE
               AT END MOVE 'N' TO WS-PERIOD-DATA-REMAINS.

           IF WS-PERIOD-DATA-REMAINS <> 'N'
               MOVE PERIOD-REC TO PERIOD-LINE
               IF PCTL-STATE = "CLOSED" AND WS-CLOSED-COUNT < 120
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE PCTL-MONTH TO WS-CLOSED-MONTH (WS-CLOSED-COUNT)
               END-IF
           END-IF.

      *>   Sets WS-MONTH-IS-CLOSED for the YYYYMM in WS-REC-MONTH-KEY.
       0035-CHECK-MONTH-CLOSED.
           MOVE 'N' TO WS-MONTH-IS-CLOSED.

           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-MONTH (WS-CLOSED-IDX) = WS-REC-MONTH-KEY
                   MOVE 'Y' TO WS-MONTH-IS-CLOSED
               END-IF
           END-PERFORM.

      *****************************************************************
      * First pass: total every line older than the cutoff into its   *
      * month/site bucket. 'D' and 'A' originals go to the archive    *
      * than archived a second time. 'A' lines are held aside while   *
      * reading - the last posting per day and site supersedes any    *
      * earlier ones - and only the survivors fold into the buckets   *
      * once the whole file has been seen. A line of a closed month   *
      * is left exactly where it is - a roll-up or merge would be a   *
      * posting to a month already reported.                          *
      *****************************************************************
       0100-ROLL-UP-OLD-MONTHS.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-DATA-REMAINS <> 'N'
               MOVE HISTORY-REC TO HISTORY-LINE
               MOVE HIST-RUN-DATE (1:6) TO WS-REC-MONTH-KEY
               PERFORM 0035-CHECK-MONTH-CLOSED

      *>       A line that cannot get a bucket (or an 'A' line the
      *>       adjustment table has no room for) stays live instead -
      *>       losing a line's counts from the history would be worse
      *>       than carrying it another cycle.
               IF WS-REC-MONTH-KEY < WS-CUTOFF-MONTH-KEY
                       AND WS-MONTH-IS-CLOSED = 'N' THEN
                   IF HIST-REC-TYPE = 'A' THEN
                       PERFORM 0115-NOTE-ADJUSTMENT-LINE
                       IF WS-ADJ-LINE-SLOT = 0 THEN
                   END-IF
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
                   IF WS-REC-MONTH-KEY < WS-CUTOFF-MONTH-KEY THEN
                       ADD 1 TO WS-CLOSED-KEPT-COUNT
                   END-IF
               END-IF
           END-IF.

      *>   A line below the cutoff survives only when pass one never
      *>   found it a home - a daily line with no month/site bucket,
      *>   or an 'A' line the adjustment table could not take (or
      *>   whose fold failed) - or any line of a closed month, which
      *>   pass one never touched; everything actually rolled up is
      *>   dropped here.
           IF WS-DATA-REMAINS <> 'N'
               MOVE HISTORY-REC TO HISTORY-LINE
               MOVE HIST-RUN-DATE (1:6) TO WS-REC-MONTH-KEY
               PERFORM 0035-CHECK-MONTH-CLOSED

               IF WS-REC-MONTH-KEY >= WS-CUTOFF-MONTH-KEY
                       OR WS-MONTH-IS-CLOSED = 'Y' THEN
                   MOVE HISTORY-REC TO WORK-REC
                   WRITE WORK-REC
               ELSE
           MOVE RETAIN-LINE-MONTHLY TO RETAIN-PRINT-LINE.
           WRITE RETAIN-PRINT-LINE.

           MOVE WS-CLOSED-KEPT-COUNT TO RETAIN-CLOSED-COUNT.
           MOVE RETAIN-LINE-CLOSED TO RETAIN-PRINT-LINE.
           WRITE RETAIN-PRINT-LINE.

           MOVE WS-KEPT-COUNT TO RETAIN-KEPT-COUNT.
           MOVE RETAIN-LINE-KEPT TO RETAIN-PRINT-LINE.
           WRITE RETAIN-PRINT-LINE.
           MOVE WS-ROLLED-COUNT        TO AUD-RECORDS-READ.
           MOVE WS-MONTHLY-WRITTEN     TO AUD-SAFE-STRICT.
           MOVE WS-KEPT-COUNT          TO AUD-SAFE-DAMPENED.
           MOVE WS-CLOSED-KEPT-COUNT   TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE SPACES                 TO AUD-RECONCILE.
           IF WS-CLOSED-KEPT-COUNT > 0 THEN
               MOVE "CLOSED-PERIOD"    TO AUD-RECONCILE
           END-IF.
           MOVE WS-HISTORY-FILE-NAME   TO AUD-INPUT-FILE.
           MOVE WS-ARCHIVE-FILE-NAME   TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-TREND-RETAIN" TO LCK-HOLDER.
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

      *>   Rewrites HISTORY-FILE outright, so nothing else may hold
      *>   it, shared or not, while it runs.
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
           MOVE "DAY-02-02-TREND-RETAIN" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-TREND-RETAIN.
