      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Restates
      *          the trend history for a date range under a named rule
      *          set: every level set STATUS-MASTER-FILE kept for the
      *          range is judged again - the same step-limit and
      *          one-direction check the day run's 0250/0251/0252
      *          apply, and the same one-level-removed dampener as its
      *          0280 - under the set's limits for the record's site,
      *          and each run date / cycle / site's strict-safe,
      *          safe-with-dampener, rescued, step-bad, dir-bad,
      *          increasing and decreasing counts are rebuilt from the
      *          new verdicts. HISTORY-FILE is then copied line for
      *          line to RESTATED-HISTORY-FILE with those counts put in
      *          place on the range's 'D' lines; records read, rejects
      *          and malformed lines stand as filed. An 'M' roll-up
      *          whose whole month is in range, and whose month and
      *          site the master still holds, is rebuilt from the
      *          restated days summed over the month - the rework and
      *          prior-period postings rolled into it cannot be told
      *          apart from its days, so they are not carried. An 'A'
      *          rework posting in range is capped at what the
      *          restated day left unsafe. Any other 'M', and every
      *          'P', is carried over as filed, and the report says
      *          so. The official history is only ever read. The
      *          report sets each day's official counts beside the
      *          restated ones by site, so a rule change can be seen
      *          against the record it would have made;
      *          DAY-02-02-TREND-REPORT prints trend lines from the
      *          restated file when DAY-TREND-SOURCE says so, naming
      *          the rule set from the header line the restated copy
      *          opens with.
      *          It holds MASTER, HISTORY and RULES shared on the
      *          shared run lock while it runs and will not start
      *          while another run holds any of them exclusive; the
      *          refusal ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-RESTATE.
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
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
      *>   The official history is opened INPUT only; the restated
      *>   copy is a separate file written fresh every run.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RESTATED-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-RESTATED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTATED-STATUS.
           SELECT RESTATE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
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

       FD  RULES-FILE.
       01  RULES-REC                   PIC X(132) VALUE SPACES.

       FD  HISTORY-FILE.
       01  HISTORY-REC                 PIC X(132) VALUE SPACES.

       FD  RESTATED-HISTORY-FILE.
       01  RESTATED-REC                PIC X(132) VALUE SPACES.

       FD  RESTATE-REPORT-FILE.
       01  RESTATE-PRINT-LINE          PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       77  WS-RULES-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-RULES-STATUS             PIC XX VALUE SPACES.
       77  WS-HISTORY-FILE-NAME        PIC X(100) VALUE SPACES.
       77  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       77  WS-RESTATED-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-RESTATED-STATUS          PIC XX VALUE SPACES.
       77  WS-REPORT-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

      *>   Inclusive date range, YYYYMMDD; unset, wide open.
       77  WS-FROM-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-THRU-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-FROM-DATE                PIC 9(8) VALUE ZEROES.
       77  WS-THRU-DATE                PIC 9(8) VALUE 99999999.

       77  WS-RULES-DATA-REMAINS       PIC X VALUE 'Y'.
       77  WS-HIST-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-BROWSE-DONE              PIC X VALUE 'N'.

      *>   RESTATED on a clean run; TABLE-FULL when the day table
      *>   overflowed, SAME-FILE when the restated name would land on
      *>   the official history, or the failing open's status.
       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

      *>   The rule set being restated to, and its lines as loaded -
      *>   the same table and line format the day run's 0060/0062
      *>   read, so a set means here exactly what it means there.
       77  WS-RULE-SET-NAME            PIC X(8) VALUE SPACES.

       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY            OCCURS 20 TIMES.
               10 WS-RULE-SITE         PIC X(3).
               10 WS-RULE-MIN          PIC 999.
               10 WS-RULE-MAX          PIC 999.
               10 WS-RULE-DAMP         PIC X.

       77  WS-RULE-COUNT               PIC 99 VALUE ZEROES.
       77  WS-RULE-IDX                 PIC 99 VALUE ZEROES.

       77  WS-RUL-SET                  PIC X(8) VALUE SPACES.
       77  WS-RUL-SITE                 PIC X(3) VALUE SPACES.
       77  WS-RUL-MIN                  PIC X(3) VALUE SPACES.
       77  WS-RUL-MAX                  PIC X(3) VALUE SPACES.
       77  WS-RUL-DAMP                 PIC X VALUE SPACES.

       77  WS-RULE-STEP-MIN            PIC 999 VALUE 1.
       77  WS-RULE-STEP-MAX            PIC 999 VALUE 3.
       77  WS-RULE-DAMPENER            PIC X VALUE 'Y'.

      *>   The record's levels staged for judging, plus the scratch
      *>   variant the dampener builds with one level removed - the
      *>   same shapes the day run's 0250/0280 use.
       01  WS-PARSED-RECORD            OCCURS 12 TIMES.
           05 WS-RECORD-DATA           PIC 999.

       01  WS-VARIANT-RECORD           OCCURS 12 TIMES.
           05 WS-VARIANT-DATA          PIC 999.

       77  WS-LEVEL-COUNT              PIC 99 VALUE ZEROES.
       77  WS-IDX                      PIC 99 VALUE ZEROES.

       77  WS-JUDGE-IS-SAFE            PIC X VALUE 'Y'.
       77  WS-J-PREV-NUM               PIC 999 VALUE ZEROES.
       77  WS-J-CURR-NUM               PIC 999 VALUE ZEROES.
       77  WS-J-CURR-STEP              PIC 999 VALUE ZEROES.
       77  WS-J-INCREASING             PIC X VALUE 'N'.
       77  WS-J-DECREASING             PIC X VALUE 'N'.
       77  WS-J-IDX                    PIC 99 VALUE ZEROES.
       77  WS-FAIL-REASON              PIC X(8) VALUE SPACES.

       77  WS-DAMPENER-RESCUED         PIC X VALUE 'N'.
       77  WS-DAMPEN-IDX               PIC 99 VALUE ZEROES.
       77  WS-VARIANT-COUNT            PIC 99 VALUE ZEROES.
       77  WS-SRC-IDX                  PIC 99 VALUE ZEROES.
       77  WS-VARIANT-IS-SAFE          PIC X VALUE 'Y'.
       77  WS-V-PREV-NUM               PIC 999 VALUE ZEROES.
       77  WS-V-CURR-NUM               PIC 999 VALUE ZEROES.
       77  WS-V-CURR-STEP              PIC 999 VALUE ZEROES.
       77  WS-V-INCREASING             PIC X VALUE 'N'.
       77  WS-V-DECREASING             PIC X VALUE 'N'.
       77  WS-V-IDX                    PIC 99 VALUE ZEROES.

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

      *>   The first line of every restated copy: the run date and the
      *>   rule set it was restated under, with 'R' in the HISTORY-LINE
      *>   record-type position so no reader takes it for a day.
      *>   DAY-02-02-TREND-REPORT names the rule set from this line.
       01  RESTATE-HEADER-LINE.
           05 RSH-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 FILLER                   PIC X(9)       VALUE "RULE SET ".
           05 RSH-RULE-SET             PIC X(8).
           05 FILLER                   PIC X(53)      VALUE SPACES.
           05 RSH-REC-TYPE             PIC X          VALUE 'R'.

      *>   The record or line in hand, reduced to its key and the
      *>   counts its new verdict contributes.
       77  WS-REC-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-REC-CYCLE                PIC 99 VALUE ZEROES.
       77  WS-REC-SITE                 PIC X(3) VALUE SPACES.
       77  WS-REC-STRICT               PIC 9(6) VALUE ZEROES.
       77  WS-REC-DAMPENED             PIC 9(6) VALUE ZEROES.
       77  WS-REC-RESCUED              PIC 9(6) VALUE ZEROES.
       77  WS-REC-STEP-BAD             PIC 9(6) VALUE ZEROES.
       77  WS-REC-DIR-BAD              PIC 9(6) VALUE ZEROES.
       77  WS-REC-INCREASING           PIC 9(6) VALUE ZEROES.
       77  WS-REC-DECREASING           PIC 9(6) VALUE ZEROES.

      *>   The restated days summed for an 'M' or 'A' line: every
      *>   cycle of the line's site dated WS-SUM-FROM-DATE thru
      *>   WS-SUM-THRU-DATE. WS-SUM-FOUND says whether the master held
      *>   any such day at all.
       77  WS-SUM-FROM-DATE            PIC 9(8) VALUE ZEROES.
       77  WS-SUM-THRU-DATE            PIC 9(8) VALUE ZEROES.
       77  WS-SUM-FOUND                PIC X VALUE 'N'.
       77  WS-SUM-STRICT               PIC 9(6) VALUE ZEROES.
       77  WS-SUM-DAMPENED             PIC 9(6) VALUE ZEROES.
       77  WS-SUM-RESCUED              PIC 9(6) VALUE ZEROES.
       77  WS-SUM-STEP-BAD             PIC 9(6) VALUE ZEROES.
       77  WS-SUM-DIR-BAD              PIC 9(6) VALUE ZEROES.
       77  WS-SUM-INCREASING           PIC 9(6) VALUE ZEROES.
       77  WS-SUM-DECREASING           PIC 9(6) VALUE ZEROES.
       77  WS-SUM-UNSAFE               PIC 9(6) VALUE ZEROES.

      *>   An 'M' line's month and its last day, leap years included.
       77  WS-MONTH-KEY                PIC 9(6) VALUE ZEROES.
       77  WS-MONTH-YEAR               PIC 9(4) VALUE ZEROES.
       77  WS-MONTH-NUM                PIC 99 VALUE ZEROES.
       77  WS-MONTH-END-DAY            PIC 99 VALUE ZEROES.
       77  WS-LEAP-QUOTIENT            PIC 9(4) VALUE ZEROES.
       77  WS-LEAP-REMAINDER           PIC 9(4) VALUE ZEROES.

      *****************************************************************
      * One entry per run date, cycle and site the master holds in    *
      * range - the ALL roll-up being a site like any other - with    *
      * the restated counts and whether a 'D' line took them up. The  *
      * same 4000 entries DAY-02-02-MASTER-RECON allows; past the     *
      * table the stragglers are only counted and the run is not      *
      * called restated.                                              *
      *****************************************************************
       01  WS-DAY-TABLE.
           05 WS-DT-ENTRY              OCCURS 4000 TIMES.
               10 WS-DT-DATE           PIC 9(8).
               10 WS-DT-CYCLE          PIC 99.
               10 WS-DT-SITE           PIC X(3).
               10 WS-DT-IN-HISTORY     PIC X.
               10 WS-DT-STRICT         PIC 9(6).
               10 WS-DT-DAMPENED       PIC 9(6).
               10 WS-DT-RESCUED        PIC 9(6).
               10 WS-DT-STEP-BAD       PIC 9(6).
               10 WS-DT-DIR-BAD        PIC 9(6).
               10 WS-DT-INCREASING     PIC 9(6).
               10 WS-DT-DECREASING     PIC 9(6).

       77  WS-DT-COUNT                 PIC 9(4) VALUE ZEROES.
       77  WS-DT-IDX                   PIC 9(4) VALUE ZEROES.
       77  WS-DT-SLOT                  PIC 9(4) VALUE ZEROES.

      *>   Run counters for the report totals and the audit record.
       77  WS-MASTER-READ-COUNT        PIC 9(6) VALUE ZEROES.
       77  WS-JUDGED-COUNT             PIC 9(6) VALUE ZEROES.
       77  WS-HISTORY-LINE-COUNT       PIC 9(6) VALUE ZEROES.
       77  WS-RESTATED-LINE-COUNT      PIC 9(6) VALUE ZEROES.
       77  WS-CHANGED-LINE-COUNT       PIC 9(6) VALUE ZEROES.
       77  WS-NOT-ON-MASTER-COUNT      PIC 9(6) VALUE ZEROES.
       77  WS-NO-DAY-LINE-COUNT        PIC 9(6) VALUE ZEROES.
       77  WS-OVERFLOW-COUNT           PIC 9(6) VALUE ZEROES.
       77  WS-MONTH-RESTATED-COUNT     PIC 9(6) VALUE ZEROES.
       77  WS-MONTH-AS-FILED-COUNT     PIC 9(6) VALUE ZEROES.
       77  WS-ADJ-CAPPED-COUNT         PIC 9(6) VALUE ZEROES.
       77  WS-ADJ-AS-FILED-COUNT       PIC 9(6) VALUE ZEROES.

       01  RST-HEADING-LINE.
           05 FILLER                   PIC X(16)      VALUE
              "DATE     CY SITE".
           05 FILLER                   PIC X(16)      VALUE
              "  NOTE          ".
           05 FILLER                   PIC X(36)      VALUE
              "OFFICIAL SAFE   DAMP   STEP    DIR  ".
           05 FILLER                   PIC X(35)      VALUE
              "RESTATED SAFE   DAMP   STEP    DIR".

      *>   One 'D' line or master day; a side that is missing prints
      *>   blank.
       01  RST-DETAIL-LINE.
           05 RST-DATE                 PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 RST-CYCLE                PIC X(2).
           05 FILLER                   PIC X          VALUE SPACE.
           05 RST-SITE                 PIC X(3).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 RST-NOTE                 PIC X(14).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 RST-OFFICIAL-COUNTS.
               10 FILLER               PIC X(6)       VALUE SPACES.
               10 RST-OFF-STRICT       PIC ZZZZZZ9.
               10 RST-OFF-DAMPENED     PIC ZZZZZZ9.
               10 RST-OFF-STEP-BAD     PIC ZZZZZZ9.
               10 RST-OFF-DIR-BAD      PIC ZZZZZZ9.
           05 FILLER                   PIC XX         VALUE SPACES.
           05 RST-RESTATED-COUNTS.
               10 FILLER               PIC X(5)       VALUE SPACES.
               10 RST-NEW-STRICT       PIC ZZZZZZ9.
               10 RST-NEW-DAMPENED     PIC ZZZZZZ9.
               10 RST-NEW-STEP-BAD     PIC ZZZZZZ9.
               10 RST-NEW-DIR-BAD      PIC ZZZZZZ9.

       01  RST-TOTAL-LINE.
           05 RST-TOTAL-LABEL          PIC X(36).
           05 RST-TOTAL-COUNT          PIC ZZZZZ9.

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
      *>   master records judged, history lines copied, 'D' lines
      *>   restated and those whose counts changed ride in the count
      *>   slots, any table overflow in the malformed slot, and the
      *>   rule set and range in the input-file slot.
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

      *>   Refused by the run lock: no restated copy or report is
      *>   written - the refusal on AUDIT-FILE is this run's only
      *>   record.
           IF WS-LOCK-GRANTED = 'Y' THEN
      *>       The restated copy must never land on the official
      *>       history.
               IF WS-RESTATED-FILE-NAME = WS-HISTORY-FILE-NAME THEN
                   MOVE "SAME-FILE" TO WS-OUTCOME
               END-IF

               IF WS-OUTCOME = SPACES THEN
                   PERFORM 0060-READ-RULES-FILE
                   PERFORM 0300-READ-STATUS-MASTER
               END-IF

               OPEN OUTPUT RESTATE-REPORT-FILE
               PERFORM 0400-WRITE-REPORT-HEADING

               IF WS-OUTCOME = SPACES THEN
                   PERFORM 0100-COPY-HISTORY
               END-IF

               IF WS-OUTCOME = SPACES THEN
                   PERFORM 0410-CHECK-ONE-DAY-ENTRY
                       VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DT-COUNT

                   IF WS-OVERFLOW-COUNT > 0 THEN
                       MOVE "TABLE-FULL" TO WS-OUTCOME
                   ELSE
                       MOVE "RESTATED" TO WS-OUTCOME
                   END-IF
               END-IF

               IF WS-OUTCOME NOT = "RESTATED" THEN
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF

               PERFORM 0500-WRITE-REPORT-TOTALS
               CLOSE RESTATE-REPORT-FILE

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

           ACCEPT WS-RULES-FILE-NAME
               FROM ENVIRONMENT "DAY-RULES-FILE".
           IF WS-RULES-FILE-NAME = SPACES THEN
               MOVE "../safety_rules.txt" TO WS-RULES-FILE-NAME
           END-IF.

           ACCEPT WS-RULE-SET-NAME
               FROM ENVIRONMENT "DAY-RESTATE-RULE-SET".
           IF WS-RULE-SET-NAME = SPACES THEN
               MOVE "STD" TO WS-RULE-SET-NAME
           END-IF.

           ACCEPT WS-HISTORY-FILE-NAME
               FROM ENVIRONMENT "DAY-HISTORY-FILE".
           IF WS-HISTORY-FILE-NAME = SPACES THEN
               MOVE "../trend_history.txt" TO WS-HISTORY-FILE-NAME
           END-IF.

           ACCEPT WS-RESTATED-FILE-NAME
               FROM ENVIRONMENT "DAY-RESTATED-HISTORY-FILE".
           IF WS-RESTATED-FILE-NAME = SPACES THEN
               MOVE "../trend_history_restated.txt"
                   TO WS-RESTATED-FILE-NAME
           END-IF.

           ACCEPT WS-REPORT-FILE-NAME
               FROM ENVIRONMENT "DAY-RESTATE-REPORT-FILE".
           IF WS-REPORT-FILE-NAME = SPACES THEN
               MOVE "../restate_report.txt" TO WS-REPORT-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-FROM-DATE-RAW
               FROM ENVIRONMENT "DAY-RESTATE-FROM-DATE".
           IF WS-FROM-DATE-RAW IS NUMERIC THEN
               MOVE WS-FROM-DATE-RAW TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-THRU-DATE-RAW
               FROM ENVIRONMENT "DAY-RESTATE-THRU-DATE".
           IF WS-THRU-DATE-RAW IS NUMERIC THEN
               MOVE WS-THRU-DATE-RAW TO WS-THRU-DATE
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
      * Loads the named set's lines from the operations-owned rules   *
      * file. A set with no lines at all judges every site on the     *
      * built-in 1-to-3 dampener-on limits, as the day run would.     *
      *****************************************************************
       0060-READ-RULES-FILE.
           OPEN INPUT RULES-FILE.

           IF WS-RULES-STATUS = "00" THEN
               PERFORM 0061-READ-RULES-LINE
                   UNTIL WS-RULES-DATA-REMAINS = 'N'

               CLOSE RULES-FILE
           END-IF.

       0061-READ-RULES-LINE.
           READ RULES-FILE
               AT END MOVE 'N' TO WS-RULES-DATA-REMAINS.

           IF WS-RULES-DATA-REMAINS <> 'N'
               PERFORM 0062-APPLY-RULES-LINE
           END-IF.

       0062-APPLY-RULES-LINE.
           MOVE SPACES TO WS-RUL-SET.
           MOVE SPACES TO WS-RUL-SITE.
           MOVE SPACES TO WS-RUL-MIN.
           MOVE SPACES TO WS-RUL-MAX.
           MOVE SPACES TO WS-RUL-DAMP.

           UNSTRING RULES-REC DELIMITED BY ALL " "
               INTO WS-RUL-SET, WS-RUL-SITE, WS-RUL-MIN,
                    WS-RUL-MAX, WS-RUL-DAMP
           END-UNSTRING.

           IF WS-RUL-SET = WS-RULE-SET-NAME
                   AND WS-RULE-COUNT < 20 THEN
               IF WS-RUL-MIN IS NUMERIC AND WS-RUL-MAX IS NUMERIC
                       AND (WS-RUL-DAMP = 'Y' OR WS-RUL-DAMP = 'N')
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-RUL-SITE
                       TO WS-RULE-SITE (WS-RULE-COUNT)
                   MOVE WS-RUL-MIN
                       TO WS-RULE-MIN (WS-RULE-COUNT)
                   MOVE WS-RUL-MAX
                       TO WS-RULE-MAX (WS-RULE-COUNT)
                   MOVE WS-RUL-DAMP
                       TO WS-RULE-DAMP (WS-RULE-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * History side. A header line naming the rule set goes first;   *
      * then every line is copied to the restated file in the order   *
      * it was filed, bar the header of a restated copy fed back in.  *
      * A 'D' line (blank type on lines older than the type byte) in  *
      * range whose date, cycle and site the master holds takes the   *
      * restated counts; one the master does not hold goes across as  *
      * filed. A blank site reads as the ALL roll-up and a blank      *
      * cycle as cycle 01, the same way DAY-02-02-TREND-UPDATE reads  *
      * them; the line keeps its own bytes for both.                  *
      *****************************************************************
       0100-COPY-HISTORY.
           OPEN OUTPUT RESTATED-HISTORY-FILE.

           IF WS-RESTATED-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-OUTCOME
               STRING "RESTATED-OPEN-"   DELIMITED BY SIZE
                      WS-RESTATED-STATUS DELIMITED BY SIZE
                   INTO WS-OUTCOME
           ELSE
               MOVE WS-RUN-DATE      TO RSH-RUN-DATE
               MOVE WS-RULE-SET-NAME TO RSH-RULE-SET
               MOVE RESTATE-HEADER-LINE TO RESTATED-REC
               WRITE RESTATED-REC

               OPEN INPUT HISTORY-FILE

               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM 0110-COPY-ONE-HISTORY-LINE
                       UNTIL WS-HIST-DATA-REMAINS = 'N'

                   CLOSE HISTORY-FILE
               END-IF

               CLOSE RESTATED-HISTORY-FILE
           END-IF.

       0110-COPY-ONE-HISTORY-LINE.
           READ HISTORY-FILE
               AT END MOVE 'N' TO WS-HIST-DATA-REMAINS.

           IF WS-HIST-DATA-REMAINS <> 'N'
               ADD 1 TO WS-HISTORY-LINE-COUNT
               MOVE HISTORY-REC TO RESTATED-REC
               MOVE HISTORY-REC TO HISTORY-LINE

               IF (HIST-REC-TYPE = 'D' OR HIST-REC-TYPE = SPACE)
                       AND HIST-RUN-DATE IS NUMERIC
                   IF HIST-RUN-DATE >= WS-FROM-DATE
                           AND HIST-RUN-DATE <= WS-THRU-DATE
                       PERFORM 0120-RESTATE-DAY-LINE
                   END-IF
               END-IF

               IF HIST-REC-TYPE = 'M' AND HIST-RUN-DATE IS NUMERIC
                   IF HIST-RUN-DATE (1:6) >= WS-FROM-DATE (1:6)
                           AND HIST-RUN-DATE (1:6) <= WS-THRU-DATE (1:6)
                       PERFORM 0130-RESTATE-MONTH-LINE
                   END-IF
               END-IF

               IF HIST-REC-TYPE = 'A' AND HIST-RUN-DATE IS NUMERIC
                   IF HIST-RUN-DATE >= WS-FROM-DATE
                           AND HIST-RUN-DATE <= WS-THRU-DATE
                       PERFORM 0140-CAP-ADJUSTMENT-LINE
                   END-IF
               END-IF

      *>       A restated copy fed back in keeps only the new header.
               IF HIST-REC-TYPE NOT = 'R' THEN
                   WRITE RESTATED-REC
               END-IF
           END-IF.

       0120-RESTATE-DAY-LINE.
           MOVE HIST-RUN-DATE TO WS-REC-DATE.

           IF HIST-CYCLE IS NUMERIC THEN
               MOVE HIST-CYCLE TO WS-REC-CYCLE
           ELSE
               MOVE 1 TO WS-REC-CYCLE
           END-IF.

           IF HIST-SITE = SPACES THEN
               MOVE "ALL" TO WS-REC-SITE
           ELSE
               MOVE HIST-SITE TO WS-REC-SITE
           END-IF.

           PERFORM 0155-SEARCH-DAY-TABLE.

           MOVE SPACES TO RST-OFFICIAL-COUNTS.
           MOVE SPACES TO RST-RESTATED-COUNTS.
           MOVE HIST-SAFE-STRICT   TO RST-OFF-STRICT.
           MOVE HIST-SAFE-DAMPENED TO RST-OFF-DAMPENED.
           MOVE HIST-STEP-BAD      TO RST-OFF-STEP-BAD.
           MOVE HIST-DIR-BAD       TO RST-OFF-DIR-BAD.

           IF WS-DT-SLOT = 0 THEN
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               MOVE "NOT ON MASTER" TO RST-NOTE
           ELSE
               ADD 1 TO WS-RESTATED-LINE-COUNT
               MOVE 'Y' TO WS-DT-IN-HISTORY (WS-DT-SLOT)

               IF HIST-SAFE-STRICT = WS-DT-STRICT (WS-DT-SLOT)
                       AND HIST-SAFE-DAMPENED
                           = WS-DT-DAMPENED (WS-DT-SLOT)
                       AND HIST-RESCUED = WS-DT-RESCUED (WS-DT-SLOT)
                       AND HIST-STEP-BAD = WS-DT-STEP-BAD (WS-DT-SLOT)
                       AND HIST-DIR-BAD = WS-DT-DIR-BAD (WS-DT-SLOT)
                       AND HIST-INCREASING
                           = WS-DT-INCREASING (WS-DT-SLOT)
                       AND HIST-DECREASING
                           = WS-DT-DECREASING (WS-DT-SLOT)
                   MOVE "UNCHANGED" TO RST-NOTE
               ELSE
                   ADD 1 TO WS-CHANGED-LINE-COUNT
                   MOVE "CHANGED" TO RST-NOTE
               END-IF

               MOVE WS-DT-STRICT (WS-DT-SLOT)   TO HIST-SAFE-STRICT
               MOVE WS-DT-DAMPENED (WS-DT-SLOT) TO HIST-SAFE-DAMPENED
               MOVE WS-DT-RESCUED (WS-DT-SLOT)  TO HIST-RESCUED
               MOVE WS-DT-STEP-BAD (WS-DT-SLOT) TO HIST-STEP-BAD
               MOVE WS-DT-DIR-BAD (WS-DT-SLOT)  TO HIST-DIR-BAD
               MOVE WS-DT-INCREASING (WS-DT-SLOT)
                   TO HIST-INCREASING
               MOVE WS-DT-DECREASING (WS-DT-SLOT)
                   TO HIST-DECREASING
               MOVE HISTORY-LINE TO RESTATED-REC (1:87)

               MOVE HIST-SAFE-STRICT   TO RST-NEW-STRICT
               MOVE HIST-SAFE-DAMPENED TO RST-NEW-DAMPENED
               MOVE HIST-STEP-BAD      TO RST-NEW-STEP-BAD
               MOVE HIST-DIR-BAD       TO RST-NEW-DIR-BAD
           END-IF.

           MOVE WS-REC-DATE  TO RST-DATE.
           MOVE WS-REC-CYCLE TO RST-CYCLE.
           MOVE WS-REC-SITE  TO RST-SITE.

           MOVE RST-DETAIL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

      *****************************************************************
      * A monthly roll-up is rebuilt only when its whole month lies   *
      * in the range - so every day it rolled up was judged again -   *
      * and the master still holds days of that month for its site;   *
      * the days it stands for are then accounted for. A month only   *
      * partly in range, or one the master no longer holds, is        *
      * carried over as filed and shown so on the report.             *
      *****************************************************************
       0130-RESTATE-MONTH-LINE.
           IF HIST-SITE = SPACES THEN
               MOVE "ALL" TO WS-REC-SITE
           ELSE
               MOVE HIST-SITE TO WS-REC-SITE
           END-IF.

           MOVE HIST-RUN-DATE (1:6) TO WS-MONTH-KEY.
           PERFORM 0135-WORK-OUT-MONTH-END.

           MULTIPLY WS-MONTH-KEY BY 100 GIVING WS-SUM-FROM-DATE.
           ADD 1 TO WS-SUM-FROM-DATE.
           MULTIPLY WS-MONTH-KEY BY 100 GIVING WS-SUM-THRU-DATE.
           ADD WS-MONTH-END-DAY TO WS-SUM-THRU-DATE.

           MOVE 'N' TO WS-SUM-FOUND.
           IF WS-SUM-FROM-DATE >= WS-FROM-DATE
                   AND WS-SUM-THRU-DATE <= WS-THRU-DATE
               PERFORM 0160-SUM-DAY-TABLE
           END-IF.

           PERFORM 0170-SET-OFFICIAL-COUNTS.

           IF WS-SUM-FOUND = 'Y' THEN
               ADD 1 TO WS-MONTH-RESTATED-COUNT
               MOVE "M RESTATED" TO RST-NOTE

               MOVE WS-SUM-STRICT     TO HIST-SAFE-STRICT
               MOVE WS-SUM-DAMPENED   TO HIST-SAFE-DAMPENED
               MOVE WS-SUM-RESCUED    TO HIST-RESCUED
               MOVE WS-SUM-STEP-BAD   TO HIST-STEP-BAD
               MOVE WS-SUM-DIR-BAD    TO HIST-DIR-BAD
               MOVE WS-SUM-INCREASING TO HIST-INCREASING
               MOVE WS-SUM-DECREASING TO HIST-DECREASING
               MOVE HISTORY-LINE TO RESTATED-REC (1:87)

               PERFORM 0175-SET-RESTATED-COUNTS

               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DT-COUNT
                   IF WS-DT-DATE (WS-DT-IDX) >= WS-SUM-FROM-DATE
                           AND WS-DT-DATE (WS-DT-IDX)
                               <= WS-SUM-THRU-DATE
                           AND WS-DT-SITE (WS-DT-IDX) = WS-REC-SITE
                           AND WS-DT-IN-HISTORY (WS-DT-IDX) = 'N'
                       MOVE 'M' TO WS-DT-IN-HISTORY (WS-DT-IDX)
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-MONTH-AS-FILED-COUNT
               MOVE "M AS FILED" TO RST-NOTE
           END-IF.

           PERFORM 0180-WRITE-LINE-DETAIL.

      *>   February is 29 days in a year divisible by 4, except a
      *>   century year not divisible by 400.
       0135-WORK-OUT-MONTH-END.
           MOVE WS-MONTH-KEY (1:4) TO WS-MONTH-YEAR.
           MOVE WS-MONTH-KEY (5:2) TO WS-MONTH-NUM.
           MOVE 31 TO WS-MONTH-END-DAY.

           IF WS-MONTH-NUM = 4 OR WS-MONTH-NUM = 6
                   OR WS-MONTH-NUM = 9 OR WS-MONTH-NUM = 11
               MOVE 30 TO WS-MONTH-END-DAY
           END-IF.

           IF WS-MONTH-NUM = 2 THEN
               MOVE 28 TO WS-MONTH-END-DAY
               DIVIDE WS-MONTH-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0 THEN
                   MOVE 29 TO WS-MONTH-END-DAY
                   DIVIDE WS-MONTH-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0 THEN
                       DIVIDE WS-MONTH-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0 THEN
                           MOVE 28 TO WS-MONTH-END-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A rework posting adds to its day's safe counts - records the  *
      * rework found safe after all. Restated, the day may have had   *
      * fewer unsafe records to rework, so the posting is capped at   *
      * what the restated day left unsafe: step-bad plus dir-bad for  *
      * the strict count, less the dampener's rescues for the         *
      * dampened one. A day the master does not hold is carried over  *
      * as filed.                                                     *
      *****************************************************************
       0140-CAP-ADJUSTMENT-LINE.
           IF HIST-SITE = SPACES THEN
               MOVE "ALL" TO WS-REC-SITE
           ELSE
               MOVE HIST-SITE TO WS-REC-SITE
           END-IF.

           MOVE HIST-RUN-DATE TO WS-SUM-FROM-DATE.
           MOVE HIST-RUN-DATE TO WS-SUM-THRU-DATE.
           PERFORM 0160-SUM-DAY-TABLE.

           PERFORM 0170-SET-OFFICIAL-COUNTS.

           IF WS-SUM-FOUND = 'Y' THEN
               ADD WS-SUM-STEP-BAD WS-SUM-DIR-BAD GIVING WS-SUM-UNSAFE
               IF HIST-SAFE-STRICT > WS-SUM-UNSAFE THEN
                   MOVE WS-SUM-UNSAFE TO HIST-SAFE-STRICT
               END-IF

               IF WS-SUM-RESCUED < WS-SUM-UNSAFE THEN
                   SUBTRACT WS-SUM-RESCUED FROM WS-SUM-UNSAFE
               ELSE
                   MOVE ZEROES TO WS-SUM-UNSAFE
               END-IF
               IF HIST-SAFE-DAMPENED > WS-SUM-UNSAFE THEN
                   MOVE WS-SUM-UNSAFE TO HIST-SAFE-DAMPENED
               END-IF

               IF HISTORY-LINE (1:87) = HISTORY-REC (1:87) THEN
                   MOVE "A WITHIN DAY" TO RST-NOTE
               ELSE
                   ADD 1 TO WS-ADJ-CAPPED-COUNT
                   MOVE "A CAPPED" TO RST-NOTE
                   MOVE HISTORY-LINE TO RESTATED-REC (1:87)
               END-IF

               PERFORM 0175-SET-RESTATED-COUNTS
           ELSE
               ADD 1 TO WS-ADJ-AS-FILED-COUNT
               MOVE "A AS FILED" TO RST-NOTE
           END-IF.

           PERFORM 0180-WRITE-LINE-DETAIL.

      *>   Every cycle of WS-REC-SITE dated in the sum's span.
       0160-SUM-DAY-TABLE.
           MOVE 'N' TO WS-SUM-FOUND.
           MOVE ZEROES TO WS-SUM-STRICT.
           MOVE ZEROES TO WS-SUM-DAMPENED.
           MOVE ZEROES TO WS-SUM-RESCUED.
           MOVE ZEROES TO WS-SUM-STEP-BAD.
           MOVE ZEROES TO WS-SUM-DIR-BAD.
           MOVE ZEROES TO WS-SUM-INCREASING.
           MOVE ZEROES TO WS-SUM-DECREASING.

           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-DATE (WS-DT-IDX) >= WS-SUM-FROM-DATE
                       AND WS-DT-DATE (WS-DT-IDX) <= WS-SUM-THRU-DATE
                       AND WS-DT-SITE (WS-DT-IDX) = WS-REC-SITE
                   MOVE 'Y' TO WS-SUM-FOUND
                   ADD WS-DT-STRICT (WS-DT-IDX)   TO WS-SUM-STRICT
                   ADD WS-DT-DAMPENED (WS-DT-IDX) TO WS-SUM-DAMPENED
                   ADD WS-DT-RESCUED (WS-DT-IDX)  TO WS-SUM-RESCUED
                   ADD WS-DT-STEP-BAD (WS-DT-IDX) TO WS-SUM-STEP-BAD
                   ADD WS-DT-DIR-BAD (WS-DT-IDX)  TO WS-SUM-DIR-BAD
                   ADD WS-DT-INCREASING (WS-DT-IDX)
                       TO WS-SUM-INCREASING
                   ADD WS-DT-DECREASING (WS-DT-IDX)
                       TO WS-SUM-DECREASING
               END-IF
           END-PERFORM.

       0170-SET-OFFICIAL-COUNTS.
           MOVE SPACES TO RST-OFFICIAL-COUNTS.
           MOVE SPACES TO RST-RESTATED-COUNTS.
           MOVE HIST-SAFE-STRICT   TO RST-OFF-STRICT.
           MOVE HIST-SAFE-DAMPENED TO RST-OFF-DAMPENED.
           MOVE HIST-STEP-BAD      TO RST-OFF-STEP-BAD.
           MOVE HIST-DIR-BAD       TO RST-OFF-DIR-BAD.

       0175-SET-RESTATED-COUNTS.
           MOVE HIST-SAFE-STRICT   TO RST-NEW-STRICT.
           MOVE HIST-SAFE-DAMPENED TO RST-NEW-DAMPENED.
           MOVE HIST-STEP-BAD      TO RST-NEW-STEP-BAD.
           MOVE HIST-DIR-BAD       TO RST-NEW-DIR-BAD.

       0180-WRITE-LINE-DETAIL.
           MOVE HIST-RUN-DATE TO RST-DATE.
           MOVE HIST-CYCLE    TO RST-CYCLE.
           MOVE WS-REC-SITE   TO RST-SITE.

           MOVE RST-DETAIL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

      *>   Finds (or opens) the day-table entry for WS-REC-DATE,
      *>   WS-REC-CYCLE and WS-REC-SITE; zero when the table is full.
       0150-FIND-DAY-SLOT.
           PERFORM 0155-SEARCH-DAY-TABLE.

           IF WS-DT-SLOT = 0 THEN
               IF WS-DT-COUNT < 4000 THEN
                   ADD 1 TO WS-DT-COUNT
                   MOVE WS-DT-COUNT TO WS-DT-SLOT
                   INITIALIZE WS-DT-ENTRY (WS-DT-SLOT)
                   MOVE WS-REC-DATE  TO WS-DT-DATE (WS-DT-SLOT)
                   MOVE WS-REC-CYCLE TO WS-DT-CYCLE (WS-DT-SLOT)
                   MOVE WS-REC-SITE  TO WS-DT-SITE (WS-DT-SLOT)
                   MOVE 'N' TO WS-DT-IN-HISTORY (WS-DT-SLOT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *>   Looks only; zero when the key is not in the table.
       0155-SEARCH-DAY-TABLE.
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

      *****************************************************************
      * Master side. Every record in range that was judged at all -   *
      * rejects never were, so they stay out - is judged again under  *
      * the set and posted to its own site and to the ALL roll-up.    *
      * A master that is simply not there yet restates nothing and    *
      * leaves every 'D' line NOT ON MASTER; any other open failure   *
      * stops the run before the restated file is written.            *
      *****************************************************************
       0300-READ-STATUS-MASTER.
           OPEN INPUT STATUS-MASTER-FILE.

           IF WS-MASTER-STATUS = "00" THEN
               PERFORM 0310-READ-NEXT-MASTER-RECORD
                   UNTIL WS-BROWSE-DONE = 'Y'

               CLOSE STATUS-MASTER-FILE
           ELSE
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
               ADD 1 TO WS-MASTER-READ-COUNT
               IF MST-RUN-DATE >= WS-FROM-DATE
                       AND MST-RUN-DATE <= WS-THRU-DATE
                       AND MST-STATUS (1:9) NOT = "REJECTED-"
                   PERFORM 0320-JUDGE-MASTER-RECORD
                   MOVE MST-RUN-DATE TO WS-REC-DATE
                   MOVE MST-CYCLE TO WS-REC-CYCLE
                   IF MST-SITE NOT = SPACES
                           AND MST-SITE NOT = "ALL"
                       MOVE MST-SITE TO WS-REC-SITE
                       PERFORM 0330-POST-RESTATED-COUNTS
                   END-IF
                   MOVE "ALL" TO WS-REC-SITE
                   PERFORM 0330-POST-RESTATED-COUNTS
               END-IF
           END-IF.

      *****************************************************************
      * The new verdict, counted the way the day run's 0235 counts    *
      * it: direction for every judged record, the held units in      *
      * nothing else, a safe record in both safe counts, and a failed *
      * one in its fail reason's count, plus the dampened and rescued *
      * counts when the dampener saves it.                            *
      *****************************************************************
       0320-JUDGE-MASTER-RECORD.
           ADD 1 TO WS-JUDGED-COUNT.

           MOVE ZEROES TO WS-REC-STRICT.
           MOVE ZEROES TO WS-REC-DAMPENED.
           MOVE ZEROES TO WS-REC-RESCUED.
           MOVE ZEROES TO WS-REC-STEP-BAD.
           MOVE ZEROES TO WS-REC-DIR-BAD.
           MOVE ZEROES TO WS-REC-INCREASING.
           MOVE ZEROES TO WS-REC-DECREASING.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 12
               MOVE MST-FIELD-VALUE (WS-IDX)
                   TO WS-RECORD-DATA (WS-IDX)
           END-PERFORM.

           MOVE ZEROES TO WS-LEVEL-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 12
                         OR WS-RECORD-DATA (WS-IDX) = 0
               ADD 1 TO WS-LEVEL-COUNT
           END-PERFORM.

           PERFORM 0230-RESOLVE-SITE-RULES.
           PERFORM 0250-CHECK-RECORD-STRICT.

           IF WS-J-INCREASING = 'Y' THEN
               MOVE 1 TO WS-REC-INCREASING
           END-IF.
           IF WS-J-DECREASING = 'Y' THEN
               MOVE 1 TO WS-REC-DECREASING
           END-IF.

           IF MST-STATUS NOT = "ON HOLD" THEN
               IF WS-JUDGE-IS-SAFE = 'Y' THEN
                   MOVE 1 TO WS-REC-STRICT
                   MOVE 1 TO WS-REC-DAMPENED
               ELSE
                   IF WS-FAIL-REASON = "STEP-BAD" THEN
                       MOVE 1 TO WS-REC-STEP-BAD
                   ELSE
                       MOVE 1 TO WS-REC-DIR-BAD
                   END-IF

                   MOVE 'N' TO WS-DAMPENER-RESCUED
                   IF WS-RULE-DAMPENER = 'Y' THEN
                       PERFORM 0260-TRY-DAMPENER
                   END-IF
                   IF WS-DAMPENER-RESCUED = 'Y' THEN
                       MOVE 1 TO WS-REC-DAMPENED
                       MOVE 1 TO WS-REC-RESCUED
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The set's rules for this record's site: its ALL line first,   *
      * then its exact site line so it outranks ALL, and the built-in *
      * 1-to-3 dampener-on defaults when the set names neither - the  *
      * same resolution order the day run uses.                       *
      *****************************************************************
       0230-RESOLVE-SITE-RULES.
           MOVE 1   TO WS-RULE-STEP-MIN.
           MOVE 3   TO WS-RULE-STEP-MAX.
           MOVE 'Y' TO WS-RULE-DAMPENER.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-SITE (WS-RULE-IDX) = "ALL"
                   MOVE WS-RULE-MIN (WS-RULE-IDX) TO WS-RULE-STEP-MIN
                   MOVE WS-RULE-MAX (WS-RULE-IDX) TO WS-RULE-STEP-MAX
                   MOVE WS-RULE-DAMP (WS-RULE-IDX) TO WS-RULE-DAMPENER
               END-IF
           END-PERFORM.

           IF MST-SITE NOT = "ALL" THEN
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-SITE (WS-RULE-IDX) = MST-SITE
                       MOVE WS-RULE-MIN (WS-RULE-IDX)
                           TO WS-RULE-STEP-MIN
                       MOVE WS-RULE-MAX (WS-RULE-IDX)
                           TO WS-RULE-STEP-MAX
                       MOVE WS-RULE-DAMP (WS-RULE-IDX)
                           TO WS-RULE-DAMPENER
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * The strict check, same rule the day run's 0250/0251/0252      *
      * apply: every step within the resolved limits and the whole    *
      * record moving one way, stopping at the first failure. The     *
      * step test runs before the direction test at each pair, so the *
      * fail reason comes out as the day run's would.                 *
      *****************************************************************
       0250-CHECK-RECORD-STRICT.
           MOVE 'Y' TO WS-JUDGE-IS-SAFE.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE ZEROES TO WS-J-PREV-NUM.
           MOVE 'N' TO WS-J-INCREASING.
           MOVE 'N' TO WS-J-DECREASING.

           PERFORM VARYING WS-J-IDX FROM 1 BY 1
                   UNTIL WS-J-IDX > WS-LEVEL-COUNT
                         OR WS-JUDGE-IS-SAFE = 'N'
               MOVE WS-RECORD-DATA (WS-J-IDX) TO WS-J-CURR-NUM

               IF WS-J-PREV-NUM <> 0 THEN
                   MOVE WS-J-CURR-NUM TO WS-J-CURR-STEP
                   SUBTRACT WS-J-PREV-NUM FROM WS-J-CURR-STEP

                   IF WS-J-CURR-STEP < WS-RULE-STEP-MIN
                           OR WS-J-CURR-STEP > WS-RULE-STEP-MAX THEN
                       MOVE 'N' TO WS-JUDGE-IS-SAFE
                       IF WS-FAIL-REASON = SPACES THEN
                           MOVE "STEP-BAD" TO WS-FAIL-REASON
                       END-IF
                   END-IF

                   IF WS-J-PREV-NUM < WS-J-CURR-NUM THEN
                       MOVE 'Y' TO WS-J-INCREASING
                   ELSE
                       IF WS-J-PREV-NUM > WS-J-CURR-NUM THEN
                           MOVE 'Y' TO WS-J-DECREASING
                       END-IF
                   END-IF

                   IF WS-J-INCREASING = 'Y'
                           AND WS-J-DECREASING = 'Y' THEN
                       MOVE 'N' TO WS-JUDGE-IS-SAFE
                       IF WS-FAIL-REASON = SPACES THEN
                           MOVE "DIR-BAD" TO WS-FAIL-REASON
                       END-IF
                   END-IF
               END-IF

               MOVE WS-J-CURR-NUM TO WS-J-PREV-NUM
           END-PERFORM.

      *****************************************************************
      * The dampener, same one-level-removed chance the day run's     *
      * 0280 gives, under the set's limits.                           *
      *****************************************************************
       0260-TRY-DAMPENER.
           MOVE 'N' TO WS-DAMPENER-RESCUED.
           MOVE 1 TO WS-DAMPEN-IDX.

           PERFORM 0261-TRY-REMOVE-ONE-LEVEL
               UNTIL WS-DAMPEN-IDX > WS-LEVEL-COUNT
                     OR WS-DAMPENER-RESCUED = 'Y'.

       0261-TRY-REMOVE-ONE-LEVEL.
           MOVE ZEROES TO WS-VARIANT-COUNT.

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-LEVEL-COUNT
               IF WS-SRC-IDX NOT = WS-DAMPEN-IDX
                   ADD 1 TO WS-VARIANT-COUNT
                   MOVE WS-RECORD-DATA (WS-SRC-IDX)
                       TO WS-VARIANT-DATA (WS-VARIANT-COUNT)
               END-IF
           END-PERFORM.

           PERFORM 0262-CHECK-VARIANT-RECORD.

           IF WS-VARIANT-IS-SAFE = 'Y' THEN
               MOVE 'Y' TO WS-DAMPENER-RESCUED
           END-IF.

           ADD 1 TO WS-DAMPEN-IDX.

       0262-CHECK-VARIANT-RECORD.
           MOVE 'Y' TO WS-VARIANT-IS-SAFE.
           MOVE ZEROES TO WS-V-PREV-NUM.
           MOVE 'N' TO WS-V-INCREASING.
           MOVE 'N' TO WS-V-DECREASING.

           PERFORM VARYING WS-V-IDX FROM 1 BY 1
                   UNTIL WS-V-IDX > WS-VARIANT-COUNT
                         OR WS-VARIANT-IS-SAFE = 'N'
               MOVE WS-VARIANT-DATA (WS-V-IDX) TO WS-V-CURR-NUM

               IF WS-V-PREV-NUM <> 0 THEN
                   MOVE WS-V-CURR-NUM TO WS-V-CURR-STEP
                   SUBTRACT WS-V-PREV-NUM FROM WS-V-CURR-STEP

                   IF WS-V-CURR-STEP < WS-RULE-STEP-MIN
                           OR WS-V-CURR-STEP > WS-RULE-STEP-MAX THEN
                       MOVE 'N' TO WS-VARIANT-IS-SAFE
                   END-IF

                   IF WS-V-PREV-NUM < WS-V-CURR-NUM THEN
                       MOVE 'Y' TO WS-V-INCREASING
                   ELSE
                       IF WS-V-PREV-NUM > WS-V-CURR-NUM THEN
                           MOVE 'Y' TO WS-V-DECREASING
                       END-IF
                   END-IF

                   IF WS-V-INCREASING = 'Y'
                           AND WS-V-DECREASING = 'Y' THEN
                       MOVE 'N' TO WS-VARIANT-IS-SAFE
                   END-IF
               END-IF

               MOVE WS-V-CURR-NUM TO WS-V-PREV-NUM
           END-PERFORM.

       0330-POST-RESTATED-COUNTS.
           PERFORM 0150-FIND-DAY-SLOT.

           IF WS-DT-SLOT > 0 THEN
               ADD WS-REC-STRICT     TO WS-DT-STRICT (WS-DT-SLOT)
               ADD WS-REC-DAMPENED   TO WS-DT-DAMPENED (WS-DT-SLOT)
               ADD WS-REC-RESCUED    TO WS-DT-RESCUED (WS-DT-SLOT)
               ADD WS-REC-STEP-BAD   TO WS-DT-STEP-BAD (WS-DT-SLOT)
               ADD WS-REC-DIR-BAD    TO WS-DT-DIR-BAD (WS-DT-SLOT)
               ADD WS-REC-INCREASING
                   TO WS-DT-INCREASING (WS-DT-SLOT)
               ADD WS-REC-DECREASING
                   TO WS-DT-DECREASING (WS-DT-SLOT)
           END-IF.

       0400-WRITE-REPORT-HEADING.
           MOVE SPACES TO RESTATE-PRINT-LINE.
           STRING "HISTORY RESTATEMENT - RULE SET " DELIMITED BY SIZE
                  WS-RULE-SET-NAME              DELIMITED BY SPACE
                  "  FROM "                     DELIMITED BY SIZE
                  WS-FROM-DATE                  DELIMITED BY SIZE
                  " THRU "                      DELIMITED BY SIZE
                  WS-THRU-DATE                  DELIMITED BY SIZE
                  "  RUN "                      DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
               INTO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE SPACES TO RESTATE-PRINT-LINE.
           STRING "'D' LINES RESTATED; 'M' REBUILT ONLY FOR A WHOLE "
                      DELIMITED BY SIZE
                  "MONTH IN RANGE HELD ON THE MASTER; 'A' "
                      DELIMITED BY SIZE
                  "CAPPED AT THE DAY'S UNSAFE; 'P' AS FILED"
                      DELIMITED BY SIZE
               INTO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE SPACES TO RESTATE-PRINT-LINE.
           STRING "A REBUILT 'M' LINE HOLDS THE RESTATED DAYS ONLY - "
                      DELIMITED BY SIZE
                  "REWORK AND PRIOR-PERIOD POSTINGS ROLLED INTO IT "
                      DELIMITED BY SIZE
                  "ARE NOT CARRIED"
                      DELIMITED BY SIZE
               INTO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE ALL "-" TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE RST-HEADING-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

      *>   A day the master holds that no 'D' line took up - rolled
      *>   into an 'M' record that could not be rebuilt, or never
      *>   filed - is shown with its restated counts only; nothing is
      *>   written for it.
       0410-CHECK-ONE-DAY-ENTRY.
           IF WS-DT-IN-HISTORY (WS-DT-IDX) = 'N' THEN
               ADD 1 TO WS-NO-DAY-LINE-COUNT

               MOVE WS-DT-DATE (WS-DT-IDX)  TO RST-DATE
               MOVE WS-DT-CYCLE (WS-DT-IDX) TO RST-CYCLE
               MOVE WS-DT-SITE (WS-DT-IDX)  TO RST-SITE
               MOVE "NO DAY LINE"           TO RST-NOTE
               MOVE SPACES TO RST-OFFICIAL-COUNTS
               MOVE SPACES TO RST-RESTATED-COUNTS
               MOVE WS-DT-STRICT (WS-DT-IDX)   TO RST-NEW-STRICT
               MOVE WS-DT-DAMPENED (WS-DT-IDX) TO RST-NEW-DAMPENED
               MOVE WS-DT-STEP-BAD (WS-DT-IDX) TO RST-NEW-STEP-BAD
               MOVE WS-DT-DIR-BAD (WS-DT-IDX)  TO RST-NEW-DIR-BAD

               MOVE RST-DETAIL-LINE TO RESTATE-PRINT-LINE
               WRITE RESTATE-PRINT-LINE
           END-IF.

       0500-WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "MASTER RECORDS READ" TO RST-TOTAL-LABEL.
           MOVE WS-MASTER-READ-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "MASTER RECORDS JUDGED" TO RST-TOTAL-LABEL.
           MOVE WS-JUDGED-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "HISTORY LINES COPIED" TO RST-TOTAL-LABEL.
           MOVE WS-HISTORY-LINE-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "DAY LINES RESTATED" TO RST-TOTAL-LABEL.
           MOVE WS-RESTATED-LINE-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "  OF WHICH CHANGED" TO RST-TOTAL-LABEL.
           MOVE WS-CHANGED-LINE-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "DAY LINES NOT ON MASTER" TO RST-TOTAL-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "MASTER DAYS WITH NO DAY LINE" TO RST-TOTAL-LABEL.
           MOVE WS-NO-DAY-LINE-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "MONTH LINES REBUILT" TO RST-TOTAL-LABEL.
           MOVE WS-MONTH-RESTATED-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "MONTH LINES LEFT AS FILED" TO RST-TOTAL-LABEL.
           MOVE WS-MONTH-AS-FILED-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "ADJUSTMENT LINES CAPPED" TO RST-TOTAL-LABEL.
           MOVE WS-ADJ-CAPPED-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "ADJUSTMENT LINES NOT ON MASTER" TO RST-TOTAL-LABEL.
           MOVE WS-ADJ-AS-FILED-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE "DAYS PAST THE TABLE" TO RST-TOTAL-LABEL.
           MOVE WS-OVERFLOW-COUNT TO RST-TOTAL-COUNT.
           MOVE RST-TOTAL-LINE TO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

           MOVE SPACES TO RESTATE-PRINT-LINE.
           STRING "OUTCOME: " DELIMITED BY SIZE
                  WS-OUTCOME  DELIMITED BY SPACE
                  "  RESTATED HISTORY: " DELIMITED BY SIZE
                  WS-RESTATED-FILE-NAME DELIMITED BY SPACE
               INTO RESTATE-PRINT-LINE.
           WRITE RESTATE-PRINT-LINE.

       0600-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-RESTATE"    TO AUD-PROGRAM.
           MOVE "RESTATE"              TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-JUDGED-COUNT        TO AUD-RECORDS-READ.
           MOVE WS-HISTORY-LINE-COUNT  TO AUD-SAFE-STRICT.
           MOVE WS-RESTATED-LINE-COUNT TO AUD-SAFE-DAMPENED.
           MOVE WS-CHANGED-LINE-COUNT  TO AUD-REJECTED.
           MOVE WS-OVERFLOW-COUNT      TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.

           MOVE SPACES TO AUD-INPUT-FILE.
           STRING "RULE SET "      DELIMITED BY SIZE
                  WS-RULE-SET-NAME DELIMITED BY SPACE
                  " FROM "         DELIMITED BY SIZE
                  WS-FROM-DATE     DELIMITED BY SIZE
                  " THRU "         DELIMITED BY SIZE
                  WS-THRU-DATE     DELIMITED BY SIZE
               INTO AUD-INPUT-FILE.
           MOVE WS-RESTATED-FILE-NAME  TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-RESTATE" TO LCK-HOLDER.
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

      *>   Reads the master, the trend history and the rules and writes
      *>   only its own restated copy; shared, so none of the three
      *>   can change under the restatement.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 3 TO WS-LOCK-NEED-COUNT.
           MOVE "MASTER"    TO WS-LOCK-NEED-FILE (1).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (1).
           MOVE "HISTORY"   TO WS-LOCK-NEED-FILE (2).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (2).
           MOVE "RULES"     TO WS-LOCK-NEED-FILE (3).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (3).

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
           MOVE "DAY-02-02-RESTATE" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-RESTATE.
