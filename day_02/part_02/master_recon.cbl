      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Checks
      *          that the two places a day's numbers live still agree:
      *          rebuilds every run date / cycle / site's strict-safe,
      *          safe-with-dampener, step-bad and dir-bad counts from
      *          the per-record STATUS-MASTER-FILE, the same way the
      *          day run totals them, and compares them with the 'D'
      *          lines DAY-02-02-TREND-UPDATE filed in HISTORY-FILE.
      *          Rework 'A' adjustments and prior-period 'P' lines
      *          never reach the master, so they are allowed for, not
      *          compared; months DAY-02-02-TREND-RETAIN has rolled
      *          into 'M' records are compared a month at a time, with
      *          the archived adjustments the roll-up folded in taken
      *          back out. Every date or month and site that is out of
      *          step, in the master only, or in the history only is
      *          printed on the exceptions report; any exception ends
      *          the run severity 8 and OUT-OF-BALANCE on AUDIT-FILE.
      *          Read-only against both files. It holds MASTER and
      *          HISTORY shared on the shared run lock while it runs
      *          and will not start while another run holds either
      *          exclusive; the refusal ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-MASTER-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The keyed master DAY-02-02-STATUS-UPDATE maintains; may not
      *>   exist yet on a brand-new install, so its FILE STATUS is
      *>   checked rather than letting a missing file abend this run.
           SELECT STATUS-MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *>   The live trend history, and the archive the retention job
      *>   keeps every rolled-up original in; either may be missing.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RECON-REPORT-FILE
               ASSIGN TO DYNAMIC WS-RECON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
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
           05 MST-FIELDS               OCCURS 12 TIMES.
               10 MST-FIELD-VALUE      PIC 999.

       FD  HISTORY-FILE.
       01  HISTORY-REC                 PIC X(132) VALUE SPACES.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(132) VALUE SPACES.

       FD  RECON-REPORT-FILE.
       01  RECON-PRINT-LINE            PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       77  WS-HISTORY-FILE-NAME        PIC X(100) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       77  WS-ARCHIVE-FILE-NAME        PIC X(100) VALUE SPACES.
       77  WS-ARCHIVE-STATUS           PIC XX VALUE SPACES.
       77  WS-RECON-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

      *>   Inclusive date range, YYYYMMDD; unset, wide open. A rolled
      *>   month is in range when its month is.
       77  WS-FROM-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-THRU-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-FROM-DATE                PIC 9(8) VALUE ZEROES.
       77  WS-THRU-DATE                PIC 9(8) VALUE 99999999.
       77  WS-FROM-MONTH-KEY           PIC 9(6) VALUE ZEROES.
       77  WS-THRU-MONTH-KEY           PIC 9(6) VALUE ZEROES.

       77  WS-HIST-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-ARCH-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-BROWSE-DONE              PIC X VALUE 'N'.

      *>   Blank on a clean run; OUT-OF-BALANCE when anything is out
      *>   of step, or the master's open status when it could not be
      *>   read at all.
       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

      *>   Same HISTORY-FILE line layout the rest of the chain uses:
      *>   the summary fields, the record-type byte ('D' day, 'A'
      *>   rework adjustment, 'M' monthly roll-up, 'P' prior-period
      *>   adjustment), the site code and the intra-day cycle.
       01  HISTORY-LINE.
           05 HIST-RUN-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 HIST-RECORDS-READ        PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-SAFE-STRICT         PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-SAFE-DAMPENED       PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-RESCUED             PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-STEP-BAD            PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-DIR-BAD             PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-REJECTED            PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-MALFORMED           PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-INCREASING          PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-DECREASING          PIC 9(6).
           05 FILLER                   PIC X.
           05 HIST-REC-TYPE            PIC X.
           05 FILLER                   PIC X.
           05 HIST-SITE                PIC X(3).
           05 FILLER                   PIC X.
           05 HIST-CYCLE               PIC X(2).

      *>   The line or record in hand, reduced to its key and counts.
       77  WS-REC-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-REC-MONTH-KEY            PIC 9(6) VALUE ZEROES.
       77  WS-REC-CYCLE                PIC 99 VALUE ZEROES.
       77  WS-REC-SITE                 PIC X(3) VALUE SPACES.
       77  WS-REC-STRICT               PIC 9(6) VALUE ZEROES.
       77  WS-REC-DAMPENED             PIC 9(6) VALUE ZEROES.
       77  WS-REC-STEP-BAD             PIC 9(6) VALUE ZEROES.
       77  WS-REC-DIR-BAD              PIC 9(6) VALUE ZEROES.

      *****************************************************************
      * One entry per run date, cycle and site met on either side -   *
      * the ALL roll-up being a site like any other - with both       *
      * sides' counts and whether each side had it at all. Ten       *
      * sites over two cycles a day fits well over the six months    *
      * retention keeps live; past the table the stragglers are only *
      * counted, and the run is not called reconciled.               *
      *****************************************************************
       01  WS-DAY-TABLE.
           05 WS-DT-ENTRY              OCCURS 4000 TIMES.
               10 WS-DT-DATE           PIC 9(8).
               10 WS-DT-CYCLE          PIC 99.
               10 WS-DT-SITE           PIC X(3).
               10 WS-DT-IN-MASTER      PIC X.
               10 WS-DT-IN-HISTORY     PIC X.
               10 WS-DT-MST-STRICT     PIC 9(6).
               10 WS-DT-MST-DAMPENED   PIC 9(6).
               10 WS-DT-MST-STEP-BAD   PIC 9(6).
               10 WS-DT-MST-DIR-BAD    PIC 9(6).
               10 WS-DT-HST-STRICT     PIC 9(6).
               10 WS-DT-HST-DAMPENED   PIC 9(6).
               10 WS-DT-HST-STEP-BAD   PIC 9(6).
               10 WS-DT-HST-DIR-BAD    PIC 9(6).

       77  WS-DT-COUNT                 PIC 9(4) VALUE ZEROES.
       77  WS-DT-IDX                   PIC 9(4) VALUE ZEROES.
       77  WS-DT-SLOT                  PIC 9(4) VALUE ZEROES.

      *****************************************************************
      * One entry per rolled-up month and site: the 'M' record's      *
      * counts, the archived 'A'/'P' amounts the roll-up folded into  *
      * its two safe counts, and the master's whole-month totals.     *
      *****************************************************************
       01  WS-MONTH-TABLE.
           05 WS-MO-ENTRY              OCCURS 300 TIMES.
               10 WS-MO-MONTH-KEY      PIC 9(6).
               10 WS-MO-SITE           PIC X(3).
               10 WS-MO-IN-MASTER      PIC X.
               10 WS-MO-MST-STRICT     PIC 9(7).
               10 WS-MO-MST-DAMPENED   PIC 9(7).
               10 WS-MO-MST-STEP-BAD   PIC 9(7).
               10 WS-MO-MST-DIR-BAD    PIC 9(7).
               10 WS-MO-HST-STRICT     PIC 9(7).
               10 WS-MO-HST-DAMPENED   PIC 9(7).
               10 WS-MO-HST-STEP-BAD   PIC 9(7).
               10 WS-MO-HST-DIR-BAD    PIC 9(7).
               10 WS-MO-ADJ-STRICT     PIC 9(7).
               10 WS-MO-ADJ-DAMPENED   PIC 9(7).

       77  WS-MO-COUNT                 PIC 999 VALUE ZEROES.
       77  WS-MO-IDX                   PIC 999 VALUE ZEROES.
       77  WS-MO-SLOT                  PIC 999 VALUE ZEROES.
       77  WS-MO-ROLLED-SEEN           PIC X VALUE 'N'.

      *>   Archived 'A' postings for rolled months, per original run
      *>   date and site, LAST one winning - the same supersede rule
      *>   the roll-up itself applied when it folded them in.
       01  WS-ARCH-ADJ-TABLE.
           05 WS-AA-ENTRY              OCCURS 400 TIMES.
               10 WS-AA-DATE           PIC 9(8).
               10 WS-AA-SITE           PIC X(3).
               10 WS-AA-STRICT         PIC 9(6).
               10 WS-AA-DAMPENED       PIC 9(6).

       77  WS-AA-COUNT                 PIC 999 VALUE ZEROES.
       77  WS-AA-IDX                   PIC 999 VALUE ZEROES.
       77  WS-AA-SLOT                  PIC 999 VALUE ZEROES.

      *>   What a rolled month's master totals should come to: the
      *>   'M' counts less the adjustments folded into them.
       77  WS-EXP-STRICT               PIC S9(7) VALUE ZEROES.
       77  WS-EXP-DAMPENED             PIC S9(7) VALUE ZEROES.

      *>   Run counters for the report totals and the audit record.
       77  WS-MASTER-READ-COUNT        PIC 9(6) VALUE ZEROES.
       77  WS-HISTORY-LINE-COUNT       PIC 9(6) VALUE ZEROES.
       77  WS-ADJ-LINE-COUNT           PIC 9(6) VALUE ZEROES.
       77  WS-PRIOR-LINE-COUNT         PIC 9(6) VALUE ZEROES.
       77  WS-COMPARED-COUNT           PIC 9(6) VALUE ZEROES.
       77  WS-IN-STEP-COUNT            PIC 9(6) VALUE ZEROES.
       77  WS-OUT-OF-STEP-COUNT        PIC 9(6) VALUE ZEROES.
       77  WS-MASTER-ONLY-COUNT        PIC 9(6) VALUE ZEROES.
       77  WS-HISTORY-ONLY-COUNT       PIC 9(6) VALUE ZEROES.
       77  WS-MONTHS-COMPARED          PIC 9(6) VALUE ZEROES.
       77  WS-OVERFLOW-COUNT           PIC 9(6) VALUE ZEROES.
       77  WS-EXCEPTION-COUNT          PIC 9(6) VALUE ZEROES.

       01  RCN-HEADING-LINE.
           05 FILLER                   PIC X(16)      VALUE
              "DATE     CY SITE".
           05 FILLER                   PIC X(16)      VALUE
              "  EXCEPTION     ".
           05 FILLER                   PIC X(36)      VALUE
              "MASTER   SAFE   DAMP   STEP    DIR  ".
           05 FILLER                   PIC X(35)      VALUE
              "HISTORY  SAFE   DAMP   STEP    DIR".

      *>   One exception; a rolled month prints YYYYMM with "M" in
      *>   the cycle column, and a side that is missing prints blank.
       01  RCN-DETAIL-LINE.
           05 RCN-DATE                 PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 RCN-CYCLE                PIC X(2).
           05 FILLER                   PIC X          VALUE SPACE.
           05 RCN-SITE                 PIC X(3).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 RCN-KIND                 PIC X(14).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 RCN-MASTER-COUNTS.
               10 FILLER               PIC X(6)       VALUE SPACES.
               10 RCN-MST-STRICT       PIC ZZZZZZ9.
               10 RCN-MST-DAMPENED     PIC ZZZZZZ9.
               10 RCN-MST-STEP-BAD     PIC ZZZZZZ9.
               10 RCN-MST-DIR-BAD      PIC ZZZZZZ9.
           05 FILLER                   PIC XX         VALUE SPACES.
           05 RCN-HISTORY-COUNTS.
               10 FILLER               PIC X(5)       VALUE SPACES.
               10 RCN-HST-STRICT       PIC ZZZZZZ9.
               10 RCN-HST-DAMPENED     PIC ZZZZZZ9.
               10 RCN-HST-STEP-BAD     PIC ZZZZZZ9.
               10 RCN-HST-DIR-BAD      PIC ZZZZZZ9.

       01  RCN-TOTAL-LINE.
           05 RCN-TOTAL-LABEL          PIC X(36).
           05 RCN-TOTAL-COUNT          PIC ZZZZZ9.

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
      *>   master records read, history lines read and date/site keys
      *>   compared ride in the count slots, the exceptions in the
      *>   rejected slot and any table overflow in the malformed slot.
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

      *>   Refused by the run lock: nothing is read, no report is
      *>   written - the refusal on AUDIT-FILE is this run's only
      *>   record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0100-READ-TREND-HISTORY

               IF WS-MO-COUNT > 0 THEN
                   PERFORM 0200-READ-HISTORY-ARCHIVE
               END-IF

               PERFORM 0300-READ-STATUS-MASTER

               OPEN OUTPUT RECON-REPORT-FILE
               PERFORM 0400-WRITE-REPORT-HEADING

               PERFORM 0410-CHECK-ONE-DAY-ENTRY
                   VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT

               PERFORM 0430-CHECK-ONE-MONTH-ENTRY
                   VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT

               ADD WS-OUT-OF-STEP-COUNT WS-MASTER-ONLY-COUNT
                   WS-HISTORY-ONLY-COUNT GIVING WS-EXCEPTION-COUNT

               IF WS-OUTCOME = SPACES THEN
                   IF WS-EXCEPTION-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
                       MOVE "OUT-OF-BALANCE" TO WS-OUTCOME
                   ELSE
                       MOVE "RECONCILED" TO WS-OUTCOME
                   END-IF
               END-IF

               IF WS-OUTCOME NOT = "RECONCILED" THEN
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF

               PERFORM 0500-WRITE-REPORT-TOTALS
               CLOSE RECON-REPORT-FILE

               PERFORM 0600-WRITE-AUDIT-RECORD
               PERFORM 0950-RELEASE-RUN-LOCK
           ELSE
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-MASTER-FILE-NAME
               FROM ENVIRONMENT "DAY-STATUS-MASTER-FILE".
           IF WS-MASTER-FILE-NAME = SPACES THEN
               MOVE "../status_master.dat" TO WS-MASTER-FILE-NAME
           END-IF.

           ACCEPT WS-HISTORY-FILE-NAME
               FROM ENVIRONMENT "DAY-HISTORY-FILE".
           IF WS-HISTORY-FILE-NAME = SPACES THEN
               MOVE "../trend_history.txt" TO WS-HISTORY-FILE-NAME
           END-IF.

           ACCEPT WS-ARCHIVE-FILE-NAME
               FROM ENVIRONMENT "DAY-HISTORY-ARCHIVE-FILE".
           IF WS-ARCHIVE-FILE-NAME = SPACES THEN
               MOVE "../trend_history_archive.txt"
                   TO WS-ARCHIVE-FILE-NAME
           END-IF.

           ACCEPT WS-RECON-FILE-NAME
               FROM ENVIRONMENT "DAY-RECON-REPORT-FILE".
           IF WS-RECON-FILE-NAME = SPACES THEN
               MOVE "../recon_report.txt" TO WS-RECON-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-FROM-DATE-RAW
               FROM ENVIRONMENT "DAY-RECON-FROM-DATE".
           IF WS-FROM-DATE-RAW IS NUMERIC THEN
               MOVE WS-FROM-DATE-RAW TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-THRU-DATE-RAW
               FROM ENVIRONMENT "DAY-RECON-THRU-DATE".
           IF WS-THRU-DATE-RAW IS NUMERIC THEN
               MOVE WS-THRU-DATE-RAW TO WS-THRU-DATE
           END-IF.

           MOVE WS-FROM-DATE (1:6) TO WS-FROM-MONTH-KEY.
           MOVE WS-THRU-DATE (1:6) TO WS-THRU-MONTH-KEY.

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
      * History side. 'D' lines (blank type on lines older than the   *
      * type byte) are the day's totals and go into the day table;    *
      * 'M' lines go into the month table; 'A' and 'P' lines are      *
      * corrections the master never sees, so they are only counted.  *
      * A blank site reads as the ALL roll-up and a blank cycle as    *
      * cycle 01, the same way DAY-02-02-TREND-UPDATE reads them.     *
      *****************************************************************
       0100-READ-TREND-HISTORY.
           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-STATUS = "00" THEN
               PERFORM 0110-READ-ONE-HISTORY-LINE
                   UNTIL WS-HIST-DATA-REMAINS = 'N'

               CLOSE HISTORY-FILE
           END-IF.

       0110-READ-ONE-HISTORY-LINE.
           READ HISTORY-FILE
               AT END MOVE 'N' TO WS-HIST-DATA-REMAINS.

           IF WS-HIST-DATA-REMAINS <> 'N'
               MOVE HISTORY-REC TO HISTORY-LINE
               MOVE HIST-RUN-DATE TO WS-REC-DATE
               MOVE HIST-RUN-DATE (1:6) TO WS-REC-MONTH-KEY
               IF WS-REC-DATE >= WS-FROM-DATE
                       AND WS-REC-DATE <= WS-THRU-DATE
                   ADD 1 TO WS-HISTORY-LINE-COUNT
                   PERFORM 0120-TAKE-HISTORY-LINE
               ELSE
      *>           A roll-up is dated the 1st of its month, so it is
      *>           judged by its month rather than that date.
                   IF HIST-REC-TYPE = 'M'
                           AND WS-REC-MONTH-KEY >= WS-FROM-MONTH-KEY
                           AND WS-REC-MONTH-KEY <= WS-THRU-MONTH-KEY
                       ADD 1 TO WS-HISTORY-LINE-COUNT
                       PERFORM 0120-TAKE-HISTORY-LINE
                   END-IF
               END-IF
           END-IF.

       0120-TAKE-HISTORY-LINE.
           IF HIST-SITE = SPACES THEN
               MOVE "ALL" TO WS-REC-SITE
           ELSE
               MOVE HIST-SITE TO WS-REC-SITE
           END-IF.

           IF HIST-CYCLE IS NUMERIC THEN
               MOVE HIST-CYCLE TO WS-REC-CYCLE
           ELSE
               MOVE 1 TO WS-REC-CYCLE
           END-IF.

           IF HIST-REC-TYPE = 'A' THEN
               ADD 1 TO WS-ADJ-LINE-COUNT
           ELSE
               IF HIST-REC-TYPE = 'P' THEN
                   ADD 1 TO WS-PRIOR-LINE-COUNT
               ELSE
                   IF HIST-REC-TYPE = 'M' THEN
                       PERFORM 0140-TAKE-MONTHLY-LINE
                   ELSE
                       PERFORM 0130-TAKE-DAY-LINE
                   END-IF
               END-IF
           END-IF.

       0130-TAKE-DAY-LINE.
           PERFORM 0150-FIND-DAY-SLOT.

           IF WS-DT-SLOT > 0 THEN
               MOVE 'Y' TO WS-DT-IN-HISTORY (WS-DT-SLOT)
               ADD HIST-SAFE-STRICT
                   TO WS-DT-HST-STRICT (WS-DT-SLOT)
               ADD HIST-SAFE-DAMPENED
                   TO WS-DT-HST-DAMPENED (WS-DT-SLOT)
               ADD HIST-STEP-BAD
                   TO WS-DT-HST-STEP-BAD (WS-DT-SLOT)
               ADD HIST-DIR-BAD
                   TO WS-DT-HST-DIR-BAD (WS-DT-SLOT)
           END-IF.

       0140-TAKE-MONTHLY-LINE.
           PERFORM 0160-FIND-MONTH-SLOT.

           IF WS-MO-SLOT > 0 THEN
               ADD HIST-SAFE-STRICT
                   TO WS-MO-HST-STRICT (WS-MO-SLOT)
               ADD HIST-SAFE-DAMPENED
                   TO WS-MO-HST-DAMPENED (WS-MO-SLOT)
               ADD HIST-STEP-BAD
                   TO WS-MO-HST-STEP-BAD (WS-MO-SLOT)
               ADD HIST-DIR-BAD
                   TO WS-MO-HST-DIR-BAD (WS-MO-SLOT)
           END-IF.

      *****************************************************************
      * Finds (or opens) the day-table entry for WS-REC-DATE, -CYCLE  *
      * and -SITE; WS-DT-SLOT is left zero, and the straggler         *
      * counted, when the table is full.                              *
      *****************************************************************
       0150-FIND-DAY-SLOT.
           MOVE ZEROES TO WS-DT-SLOT.

           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                      OR WS-DT-SLOT > 0
               IF WS-DT-DATE (WS-DT-IDX) = WS-REC-DATE
                       AND WS-DT-CYCLE (WS-DT-IDX) = WS-REC-CYCLE
                       AND WS-DT-SITE (WS-DT-IDX) = WS-REC-SITE
                   MOVE WS-DT-IDX TO WS-DT-SLOT
               END-IF
           END-PERFORM.

           IF WS-DT-SLOT = 0 THEN
               IF WS-DT-COUNT < 4000 THEN
                   ADD 1 TO WS-DT-COUNT
                   MOVE WS-DT-COUNT TO WS-DT-SLOT
                   INITIALIZE WS-DT-ENTRY (WS-DT-SLOT)
                   MOVE WS-REC-DATE  TO WS-DT-DATE (WS-DT-SLOT)
                   MOVE WS-REC-CYCLE TO WS-DT-CYCLE (WS-DT-SLOT)
                   MOVE WS-REC-SITE  TO WS-DT-SITE (WS-DT-SLOT)
                   MOVE 'N' TO WS-DT-IN-MASTER (WS-DT-SLOT)
                   MOVE 'N' TO WS-DT-IN-HISTORY (WS-DT-SLOT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *>   Finds (or opens) the month-table entry for WS-REC-MONTH-KEY
      *>   and WS-REC-SITE; zero when the table is full.
       0160-FIND-MONTH-SLOT.
           PERFORM 0165-SEARCH-MONTH-TABLE.

           IF WS-MO-SLOT = 0 THEN
               IF WS-MO-COUNT < 300 THEN
                   ADD 1 TO WS-MO-COUNT
                   MOVE WS-MO-COUNT TO WS-MO-SLOT
                   INITIALIZE WS-MO-ENTRY (WS-MO-SLOT)
                   MOVE WS-REC-MONTH-KEY
                       TO WS-MO-MONTH-KEY (WS-MO-SLOT)
                   MOVE WS-REC-SITE TO WS-MO-SITE (WS-MO-SLOT)
                   MOVE 'N' TO WS-MO-IN-MASTER (WS-MO-SLOT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *>   Search only - a month with no 'M' record is not rolled up.
       0165-SEARCH-MONTH-TABLE.
           MOVE ZEROES TO WS-MO-SLOT.

           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT
                      OR WS-MO-SLOT > 0
               IF WS-MO-MONTH-KEY (WS-MO-IDX) = WS-REC-MONTH-KEY
                       AND WS-MO-SITE (WS-MO-IDX) = WS-REC-SITE
                   MOVE WS-MO-IDX TO WS-MO-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * The roll-up folded the archived originals' corrections into   *
      * its 'M' counts: the last 'A' posting per day and site, and    *
      * every 'P' line as it stands. Both are gathered back here for  *
      * the rolled months only, so they can be taken out again        *
      * before the month is compared with the master.                 *
      *****************************************************************
       0200-READ-HISTORY-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.

           IF WS-ARCHIVE-STATUS = "00" THEN
               PERFORM 0210-READ-ONE-ARCHIVE-LINE
                   UNTIL WS-ARCH-DATA-REMAINS = 'N'

               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM 0230-FOLD-ONE-ARCHIVED-ADJ
               VARYING WS-AA-IDX FROM 1 BY 1
               UNTIL WS-AA-IDX > WS-AA-COUNT.

       0210-READ-ONE-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END MOVE 'N' TO WS-ARCH-DATA-REMAINS.

           IF WS-ARCH-DATA-REMAINS <> 'N'
               MOVE ARCHIVE-REC TO HISTORY-LINE
               MOVE HIST-RUN-DATE (1:6) TO WS-REC-MONTH-KEY
               IF HIST-SITE = SPACES THEN
                   MOVE "ALL" TO WS-REC-SITE
               ELSE
                   MOVE HIST-SITE TO WS-REC-SITE
               END-IF
               PERFORM 0165-SEARCH-MONTH-TABLE
               IF WS-MO-SLOT > 0 THEN
                   IF HIST-REC-TYPE = 'A' THEN
                       PERFORM 0220-NOTE-ARCHIVED-ADJ
                   END-IF
                   IF HIST-REC-TYPE = 'P' THEN
                       ADD HIST-SAFE-STRICT
                           TO WS-MO-ADJ-STRICT (WS-MO-SLOT)
                       ADD HIST-SAFE-DAMPENED
                           TO WS-MO-ADJ-DAMPENED (WS-MO-SLOT)
                   END-IF
               END-IF
           END-IF.

      *>   MOVE, not ADD: a later posting for the same day and site
      *>   replaces the earlier one.
       0220-NOTE-ARCHIVED-ADJ.
           MOVE ZEROES TO WS-AA-SLOT.

           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-COUNT
               IF WS-AA-DATE (WS-AA-IDX) = HIST-RUN-DATE
                       AND WS-AA-SITE (WS-AA-IDX) = WS-REC-SITE
                   MOVE WS-AA-IDX TO WS-AA-SLOT
               END-IF
           END-PERFORM.

           IF WS-AA-SLOT = 0 THEN
               IF WS-AA-COUNT < 400 THEN
                   ADD 1 TO WS-AA-COUNT
                   MOVE WS-AA-COUNT TO WS-AA-SLOT
                   MOVE HIST-RUN-DATE TO WS-AA-DATE (WS-AA-SLOT)
                   MOVE WS-REC-SITE   TO WS-AA-SITE (WS-AA-SLOT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

           IF WS-AA-SLOT > 0 THEN
               MOVE HIST-SAFE-STRICT   TO WS-AA-STRICT (WS-AA-SLOT)
               MOVE HIST-SAFE-DAMPENED TO WS-AA-DAMPENED (WS-AA-SLOT)
           END-IF.

       0230-FOLD-ONE-ARCHIVED-ADJ.
           MOVE WS-AA-DATE (WS-AA-IDX) (1:6) TO WS-REC-MONTH-KEY.
           MOVE WS-AA-SITE (WS-AA-IDX)       TO WS-REC-SITE.
           PERFORM 0165-SEARCH-MONTH-TABLE.

           IF WS-MO-SLOT > 0 THEN
               ADD WS-AA-STRICT (WS-AA-IDX)
                   TO WS-MO-ADJ-STRICT (WS-MO-SLOT)
               ADD WS-AA-DAMPENED (WS-AA-IDX)
                   TO WS-MO-ADJ-DAMPENED (WS-MO-SLOT)
           END-IF.

      *****************************************************************
      * Master side. Every record in range marks its date, cycle and  *
      * site (and the ALL roll-up) as present, then counts the way    *
      * the day run's totals do: SAFE is strict-safe and dampened-    *
      * safe; SAFE-WITH-DAMPENER is dampened-safe AND still counted   *
      * under the step or direction failure it was rescued from;      *
      * UNSAFE-STEP-BAD / UNSAFE-DIR-BAD count as failures; ON HOLD   *
      * and REJECTED- records count in no column. A record whose      *
      * month and site was rolled up goes to the month table instead. *
      *****************************************************************
       0300-READ-STATUS-MASTER.
           OPEN INPUT STATUS-MASTER-FILE.

           IF WS-MASTER-STATUS = "00" THEN
               PERFORM 0310-READ-NEXT-MASTER-RECORD
                   UNTIL WS-BROWSE-DONE = 'Y'

               CLOSE STATUS-MASTER-FILE
           ELSE
      *>       A master that is simply not there yet leaves every
      *>       history day HISTORY ONLY; anything else is a master
      *>       that could not be read, and nothing can be said.
               IF WS-MASTER-STATUS NOT = "35" THEN
                   MOVE SPACES TO WS-OUTCOME
                   STRING "MASTER-OPEN-"   DELIMITED BY SIZE
                          WS-MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-OUTCOME
               END-IF
           END-IF.

       0310-READ-NEXT-MASTER-RECORD.
           READ STATUS-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE
           END-READ.

           IF WS-BROWSE-DONE <> 'Y'
               IF MST-RUN-DATE >= WS-FROM-DATE
                       AND MST-RUN-DATE <= WS-THRU-DATE
                   ADD 1 TO WS-MASTER-READ-COUNT
                   PERFORM 0320-CLASSIFY-MASTER-RECORD
                   MOVE MST-RUN-DATE TO WS-REC-DATE
                   MOVE MST-RUN-DATE (1:6) TO WS-REC-MONTH-KEY
                   MOVE MST-CYCLE TO WS-REC-CYCLE
                   IF MST-SITE NOT = SPACES
                           AND MST-SITE NOT = "ALL"
                       MOVE MST-SITE TO WS-REC-SITE
                       PERFORM 0330-POST-MASTER-COUNTS
                   END-IF
                   MOVE "ALL" TO WS-REC-SITE
                   PERFORM 0330-POST-MASTER-COUNTS
               ELSE
                   MOVE MST-RUN-DATE (1:6) TO WS-REC-MONTH-KEY
                   IF WS-REC-MONTH-KEY >= WS-FROM-MONTH-KEY
                           AND WS-REC-MONTH-KEY <= WS-THRU-MONTH-KEY
                       PERFORM 0335-POST-ROLLED-MONTH-ONLY
                   END-IF
               END-IF
           END-IF.

       0320-CLASSIFY-MASTER-RECORD.
           MOVE ZEROES TO WS-REC-STRICT.
           MOVE ZEROES TO WS-REC-DAMPENED.
           MOVE ZEROES TO WS-REC-STEP-BAD.
           MOVE ZEROES TO WS-REC-DIR-BAD.

           IF MST-STATUS = "SAFE" THEN
               MOVE 1 TO WS-REC-STRICT
               MOVE 1 TO WS-REC-DAMPENED
           ELSE
               IF MST-STATUS = "SAFE-WITH-DAMPENER" THEN
                   MOVE 1 TO WS-REC-DAMPENED
                   IF MST-FAIL-REASON = "STEP-BAD" THEN
                       MOVE 1 TO WS-REC-STEP-BAD
                   ELSE
                       MOVE 1 TO WS-REC-DIR-BAD
                   END-IF
               ELSE
                   IF MST-STATUS = "UNSAFE-STEP-BAD" THEN
                       MOVE 1 TO WS-REC-STEP-BAD
                   ELSE
                       IF MST-STATUS = "UNSAFE-DIR-BAD" THEN
                           MOVE 1 TO WS-REC-DIR-BAD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0330-POST-MASTER-COUNTS.
           PERFORM 0165-SEARCH-MONTH-TABLE.

           IF WS-MO-SLOT > 0 THEN
               MOVE 'Y' TO WS-MO-IN-MASTER (WS-MO-SLOT)
               ADD WS-REC-STRICT   TO WS-MO-MST-STRICT (WS-MO-SLOT)
               ADD WS-REC-DAMPENED TO WS-MO-MST-DAMPENED (WS-MO-SLOT)
               ADD WS-REC-STEP-BAD TO WS-MO-MST-STEP-BAD (WS-MO-SLOT)
               ADD WS-REC-DIR-BAD  TO WS-MO-MST-DIR-BAD (WS-MO-SLOT)
           ELSE
               PERFORM 0150-FIND-DAY-SLOT
               IF WS-DT-SLOT > 0 THEN
                   MOVE 'Y' TO WS-DT-IN-MASTER (WS-DT-SLOT)
                   ADD WS-REC-STRICT
                       TO WS-DT-MST-STRICT (WS-DT-SLOT)
                   ADD WS-REC-DAMPENED
                       TO WS-DT-MST-DAMPENED (WS-DT-SLOT)
                   ADD WS-REC-STEP-BAD
                       TO WS-DT-MST-STEP-BAD (WS-DT-SLOT)
                   ADD WS-REC-DIR-BAD
                       TO WS-DT-MST-DIR-BAD (WS-DT-SLOT)
               END-IF
           END-IF.

      *****************************************************************
      * A rolled-up month is taken whole from the history however the *
      * range cuts it (see 0110), so a master record dated outside    *
      * the range but in such a month still belongs to the month's    *
      * figures. It is counted only where 0165 finds that month and   *
      * site rolled - outside the range it never opens a day entry.   *
      *****************************************************************
       0335-POST-ROLLED-MONTH-ONLY.
           MOVE 'N' TO WS-MO-ROLLED-SEEN.
           PERFORM 0320-CLASSIFY-MASTER-RECORD.

           IF MST-SITE NOT = SPACES AND MST-SITE NOT = "ALL"
               MOVE MST-SITE TO WS-REC-SITE
               PERFORM 0336-POST-ROLLED-MONTH-SITE
           END-IF.
           MOVE "ALL" TO WS-REC-SITE.
           PERFORM 0336-POST-ROLLED-MONTH-SITE.

           IF WS-MO-ROLLED-SEEN = 'Y' THEN
               ADD 1 TO WS-MASTER-READ-COUNT
           END-IF.

       0336-POST-ROLLED-MONTH-SITE.
           PERFORM 0165-SEARCH-MONTH-TABLE.

           IF WS-MO-SLOT > 0 THEN
               MOVE 'Y' TO WS-MO-ROLLED-SEEN
               MOVE 'Y' TO WS-MO-IN-MASTER (WS-MO-SLOT)
               ADD WS-REC-STRICT   TO WS-MO-MST-STRICT (WS-MO-SLOT)
               ADD WS-REC-DAMPENED TO WS-MO-MST-DAMPENED (WS-MO-SLOT)
               ADD WS-REC-STEP-BAD TO WS-MO-MST-STEP-BAD (WS-MO-SLOT)
               ADD WS-REC-DIR-BAD  TO WS-MO-MST-DIR-BAD (WS-MO-SLOT)
           END-IF.

       0400-WRITE-REPORT-HEADING.
           MOVE SPACES TO RECON-PRINT-LINE.
           STRING "STATUS MASTER / TREND HISTORY RECONCILIATION, "
                                                   DELIMITED BY SIZE
                  WS-FROM-DATE                     DELIMITED BY SIZE
                  " THRU "                         DELIMITED BY SIZE
                  WS-THRU-DATE                     DELIMITED BY SIZE
                  " - RUN "                        DELIMITED BY SIZE
                  WS-RUN-DATE                      DELIMITED BY SIZE
               INTO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE SPACES TO RECON-PRINT-LINE.
           STRING "REWORK 'A' AND PRIOR-PERIOD 'P' LINES ARE ALLOWED "
                                                   DELIMITED BY SIZE
                  "FOR; ROLLED-UP MONTHS ARE COMPARED WHOLE (CY M)"
                                                   DELIMITED BY SIZE
               INTO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE ALL "-" TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE RCN-HEADING-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

       0410-CHECK-ONE-DAY-ENTRY.
           MOVE SPACES TO RCN-KIND.

           IF WS-DT-IN-MASTER (WS-DT-IDX) = 'Y'
                   AND WS-DT-IN-HISTORY (WS-DT-IDX) = 'Y' THEN
               ADD 1 TO WS-COMPARED-COUNT
               IF WS-DT-MST-STRICT (WS-DT-IDX)
                       = WS-DT-HST-STRICT (WS-DT-IDX)
                   AND WS-DT-MST-DAMPENED (WS-DT-IDX)
                       = WS-DT-HST-DAMPENED (WS-DT-IDX)
                   AND WS-DT-MST-STEP-BAD (WS-DT-IDX)
                       = WS-DT-HST-STEP-BAD (WS-DT-IDX)
                   AND WS-DT-MST-DIR-BAD (WS-DT-IDX)
                       = WS-DT-HST-DIR-BAD (WS-DT-IDX)
                   ADD 1 TO WS-IN-STEP-COUNT
               ELSE
                   ADD 1 TO WS-OUT-OF-STEP-COUNT
                   MOVE "OUT OF STEP" TO RCN-KIND
               END-IF
           ELSE
               IF WS-DT-IN-MASTER (WS-DT-IDX) = 'Y' THEN
                   ADD 1 TO WS-MASTER-ONLY-COUNT
                   MOVE "MASTER ONLY" TO RCN-KIND
               ELSE
                   ADD 1 TO WS-HISTORY-ONLY-COUNT
                   MOVE "HISTORY ONLY" TO RCN-KIND
               END-IF
           END-IF.

           IF RCN-KIND NOT = SPACES THEN
               PERFORM 0420-WRITE-DAY-EXCEPTION
           END-IF.

       0420-WRITE-DAY-EXCEPTION.
           MOVE WS-DT-DATE (WS-DT-IDX)  TO RCN-DATE.
           MOVE WS-DT-CYCLE (WS-DT-IDX) TO RCN-CYCLE.
           MOVE WS-DT-SITE (WS-DT-IDX)  TO RCN-SITE.

           MOVE SPACES TO RCN-MASTER-COUNTS.
           IF WS-DT-IN-MASTER (WS-DT-IDX) = 'Y' THEN
               MOVE WS-DT-MST-STRICT (WS-DT-IDX)   TO RCN-MST-STRICT
               MOVE WS-DT-MST-DAMPENED (WS-DT-IDX) TO RCN-MST-DAMPENED
               MOVE WS-DT-MST-STEP-BAD (WS-DT-IDX) TO RCN-MST-STEP-BAD
               MOVE WS-DT-MST-DIR-BAD (WS-DT-IDX)  TO RCN-MST-DIR-BAD
           END-IF.

           MOVE SPACES TO RCN-HISTORY-COUNTS.
           IF WS-DT-IN-HISTORY (WS-DT-IDX) = 'Y' THEN
               MOVE WS-DT-HST-STRICT (WS-DT-IDX)   TO RCN-HST-STRICT
               MOVE WS-DT-HST-DAMPENED (WS-DT-IDX) TO RCN-HST-DAMPENED
               MOVE WS-DT-HST-STEP-BAD (WS-DT-IDX) TO RCN-HST-STEP-BAD
               MOVE WS-DT-HST-DIR-BAD (WS-DT-IDX)  TO RCN-HST-DIR-BAD
           END-IF.

           MOVE RCN-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

      *>   A rolled month is always on the history side; the master
      *>   should come to its counts less the adjustments folded in.
       0430-CHECK-ONE-MONTH-ENTRY.
           ADD 1 TO WS-MONTHS-COMPARED.
           MOVE SPACES TO RCN-KIND.

           SUBTRACT WS-MO-ADJ-STRICT (WS-MO-IDX)
               FROM WS-MO-HST-STRICT (WS-MO-IDX)
               GIVING WS-EXP-STRICT.
           SUBTRACT WS-MO-ADJ-DAMPENED (WS-MO-IDX)
               FROM WS-MO-HST-DAMPENED (WS-MO-IDX)
               GIVING WS-EXP-DAMPENED.

           IF WS-MO-IN-MASTER (WS-MO-IDX) = 'N' THEN
               ADD 1 TO WS-HISTORY-ONLY-COUNT
               MOVE "HISTORY ONLY" TO RCN-KIND
           ELSE
               ADD 1 TO WS-COMPARED-COUNT
               IF WS-MO-MST-STRICT (WS-MO-IDX) = WS-EXP-STRICT
                   AND WS-MO-MST-DAMPENED (WS-MO-IDX) = WS-EXP-DAMPENED
                   AND WS-MO-MST-STEP-BAD (WS-MO-IDX)
                       = WS-MO-HST-STEP-BAD (WS-MO-IDX)
                   AND WS-MO-MST-DIR-BAD (WS-MO-IDX)
                       = WS-MO-HST-DIR-BAD (WS-MO-IDX)
                   ADD 1 TO WS-IN-STEP-COUNT
               ELSE
                   ADD 1 TO WS-OUT-OF-STEP-COUNT
                   MOVE "OUT OF STEP" TO RCN-KIND
               END-IF
           END-IF.

           IF RCN-KIND NOT = SPACES THEN
               PERFORM 0440-WRITE-MONTH-EXCEPTION
           END-IF.

      *>   The history side prints net of the folded-in adjustments,
      *>   the figure the master is held to.
       0440-WRITE-MONTH-EXCEPTION.
           MOVE SPACES TO RCN-DATE.
           MOVE WS-MO-MONTH-KEY (WS-MO-IDX) TO RCN-DATE (1:6).
           MOVE "M " TO RCN-CYCLE.
           MOVE WS-MO-SITE (WS-MO-IDX) TO RCN-SITE.

           MOVE SPACES TO RCN-MASTER-COUNTS.
           IF WS-MO-IN-MASTER (WS-MO-IDX) = 'Y' THEN
               MOVE WS-MO-MST-STRICT (WS-MO-IDX)   TO RCN-MST-STRICT
               MOVE WS-MO-MST-DAMPENED (WS-MO-IDX) TO RCN-MST-DAMPENED
               MOVE WS-MO-MST-STEP-BAD (WS-MO-IDX) TO RCN-MST-STEP-BAD
               MOVE WS-MO-MST-DIR-BAD (WS-MO-IDX)  TO RCN-MST-DIR-BAD
           END-IF.

           MOVE SPACES TO RCN-HISTORY-COUNTS.
           MOVE WS-EXP-STRICT                  TO RCN-HST-STRICT.
           MOVE WS-EXP-DAMPENED                TO RCN-HST-DAMPENED.
           MOVE WS-MO-HST-STEP-BAD (WS-MO-IDX) TO RCN-HST-STEP-BAD.
           MOVE WS-MO-HST-DIR-BAD (WS-MO-IDX)  TO RCN-HST-DIR-BAD.

           MOVE RCN-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

       0500-WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE "MASTER RECORDS READ:" TO RCN-TOTAL-LABEL.
           MOVE WS-MASTER-READ-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "HISTORY LINES READ:" TO RCN-TOTAL-LABEL.
           MOVE WS-HISTORY-LINE-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "REWORK 'A' LINES ALLOWED FOR:" TO RCN-TOTAL-LABEL.
           MOVE WS-ADJ-LINE-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "PRIOR-PERIOD 'P' LINES ALLOWED FOR:"
               TO RCN-TOTAL-LABEL.
           MOVE WS-PRIOR-LINE-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "ROLLED-UP MONTHS COMPARED:" TO RCN-TOTAL-LABEL.
           MOVE WS-MONTHS-COMPARED TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "DATES/MONTHS COMPARED:" TO RCN-TOTAL-LABEL.
           MOVE WS-COMPARED-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "IN STEP:" TO RCN-TOTAL-LABEL.
           MOVE WS-IN-STEP-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "OUT OF STEP:" TO RCN-TOTAL-LABEL.
           MOVE WS-OUT-OF-STEP-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "IN THE MASTER ONLY:" TO RCN-TOTAL-LABEL.
           MOVE WS-MASTER-ONLY-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "IN THE HISTORY ONLY:" TO RCN-TOTAL-LABEL.
           MOVE WS-HISTORY-ONLY-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE "NOT COMPARED (TABLES FULL):" TO RCN-TOTAL-LABEL.
           MOVE WS-OVERFLOW-COUNT TO RCN-TOTAL-COUNT.
           PERFORM 0510-WRITE-ONE-TOTAL-LINE.

           MOVE SPACES TO RECON-PRINT-LINE.
           STRING "RESULT: "                       DELIMITED BY SIZE
                  WS-OUTCOME                       DELIMITED BY SPACE
               INTO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

       0510-WRITE-ONE-TOTAL-LINE.
           MOVE RCN-TOTAL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

       0600-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-MASTER-RECON" TO AUD-PROGRAM.
           MOVE "RECONCILE"            TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-MASTER-READ-COUNT   TO AUD-RECORDS-READ.
           MOVE WS-HISTORY-LINE-COUNT  TO AUD-SAFE-STRICT.
           MOVE WS-COMPARED-COUNT      TO AUD-SAFE-DAMPENED.
           MOVE WS-EXCEPTION-COUNT     TO AUD-REJECTED.
           MOVE WS-OVERFLOW-COUNT      TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.
           MOVE WS-MASTER-FILE-NAME    TO AUD-INPUT-FILE.
           MOVE WS-RECON-FILE-NAME     TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-MASTER-RECON" TO LCK-HOLDER.
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

      *>   Reads the master and the trend history side by side; shared,
      *>   so neither can be rewritten or posted to under the check.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 2 TO WS-LOCK-NEED-COUNT.
           MOVE "MASTER"    TO WS-LOCK-NEED-FILE (1).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (1).
           MOVE "HISTORY"   TO WS-LOCK-NEED-FILE (2).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (2).

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
           MOVE "DAY-02-02-MASTER-RECON" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-MASTER-RECON.
