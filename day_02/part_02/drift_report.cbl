      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. The early
      *          warning the chronic report cannot give: reads the
      *          twelve levels STATUS-MASTER-FILE keeps for every unit
      *          and day across a date range, works out each unit's
      *          largest adjacent step per day, and flags the units
      *          that still pass but are getting there - the worst
      *          step rising day on day up to within a step of their
      *          site's maximum under the rule set in force, or the
      *          dampener needed again and again to keep them SAFE.
      *          Grouped by site, with each flagged unit's day-by-day
      *          worst step printed under it: the list the crews are
      *          sent to before the unit turns up as a failure. It
      *          holds MASTER, SITEREF and RULES shared on the shared
      *          run lock while it runs and will not start while
      *          another run holds any of them exclusive; the refusal
      *          is stamped on AUDIT-FILE and ends severity 8. Units
      *          past the report's tables are counted, not printed,
      *          and end the run severity 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-DRIFT-REPORT.
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
           SELECT DRIFT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-DRIFT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *>   The same rules file the day run loads its set from, for
      *>   each site's step limit; optional the same way - a missing
      *>   file leaves every site at the built-in 1-to-3.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
      *>   The site reference master, read so each site group carries
      *>   its plant name; optional - no file just leaves it blank.
           SELECT SITE-REF-FILE ASSIGN TO DYNAMIC WS-SITE-REF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-REF-STATUS.
      *>   The shared run lock every program that touches the master,
      *>   the trend history, a reference file or the hold list checks
      *>   at start-up; no file simply means nobody holds anything.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *>   The shared trail; the report itself leaves no record on it,
      *>   only a wait on or a refusal by the run lock does.
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

       FD  DRIFT-REPORT-FILE.
       01  DRIFT-PRINT-LINE            PIC X(132) VALUE SPACES.

       FD  RULES-FILE.
       01  RULES-REC                   PIC X(132) VALUE SPACES.

       FD  SITE-REF-FILE.
       01  SITE-REF-REC                PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       77  WS-DRIFT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-RULES-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-RULES-STATUS             PIC XX VALUE SPACES.
       77  WS-SITE-REF-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-SITE-REF-STATUS          PIC XX VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

      *>   Inclusive date range, YYYYMMDD; unset, wide open.
       77  WS-FROM-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-THRU-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-FROM-DATE                PIC 9(8) VALUE ZEROES.
       77  WS-THRU-DATE                PIC 9(8) VALUE 99999999.

      *>   What counts as drifting, each a plain count from the
      *>   environment: the run of days the worst step must have
      *>   climbed over (default 3), how close to the site maximum
      *>   the latest worst step must have come (default within 1),
      *>   and how many dampener-rescued days flag a unit on their
      *>   own (default 2).
       77  WS-RISE-DAYS-RAW            PIC X(2) VALUE SPACES.
       77  WS-HEADROOM-RAW             PIC X(3) VALUE SPACES.
       77  WS-DAMP-DAYS-RAW            PIC X(3) VALUE SPACES.
       77  WS-RISE-DAYS                PIC 99 VALUE 3.
       77  WS-HEADROOM-LIMIT           PIC 999 VALUE 1.
       77  WS-DAMP-DAYS-LIMIT          PIC 999 VALUE 2.

       77  WS-BROWSE-DONE              PIC X VALUE 'N'.
       77  WS-RECORDS-SCANNED          PIC 9(6) VALUE ZEROES.
       77  WS-UNITS-SCANNED            PIC 9(6) VALUE ZEROES.
       77  WS-FIRST-RECORD             PIC X VALUE 'Y'.

      *>   The rule set this report measures against, loaded from
      *>   RULES-FILE the way the day run loads it: DAY-RULE-SET,
      *>   default STD, one line per site, ALL as the set default.
       77  WS-RULE-SET-NAME            PIC X(8) VALUE SPACES.

       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY            OCCURS 20 TIMES.
               10 WS-RULE-SITE         PIC X(3).
               10 WS-RULE-MIN          PIC 999.
               10 WS-RULE-MAX          PIC 999.
               10 WS-RULE-DAMP         PIC X.

       77  WS-RULE-COUNT               PIC 99 VALUE ZEROES.
       77  WS-RULE-IDX                 PIC 99 VALUE ZEROES.
       77  WS-RULES-DATA-REMAINS       PIC X VALUE 'Y'.

       77  WS-RUL-SET                  PIC X(8) VALUE SPACES.
       77  WS-RUL-SITE                 PIC X(3) VALUE SPACES.
       77  WS-RUL-MIN                  PIC X(3) VALUE SPACES.
       77  WS-RUL-MAX                  PIC X(3) VALUE SPACES.
       77  WS-RUL-DAMP                 PIC X VALUE SPACES.

      *>   The rules resolved for the site in hand.
       77  WS-RULE-SITE-CODE           PIC X(3) VALUE SPACES.
       77  WS-RULE-STEP-MIN            PIC 999 VALUE 1.
       77  WS-RULE-STEP-MAX            PIC 999 VALUE 3.
       77  WS-RULE-DAMPENER            PIC X VALUE 'Y'.

      *>   One master record's levels and its largest adjacent step;
      *>   the levels end at the first zero, the same way the day run
      *>   counts them.
       77  WS-LEVEL-COUNT              PIC 99 VALUE ZEROES.
       77  WS-IDX                      PIC 99 VALUE ZEROES.
       77  WS-PREV-NUM                 PIC 999 VALUE ZEROES.
       77  WS-CURR-NUM                 PIC 999 VALUE ZEROES.
       77  WS-CURR-STEP                PIC 999 VALUE ZEROES.
       77  WS-RECORD-WORST             PIC 999 VALUE ZEROES.

      *>   The unit currently being accumulated: its days in the
      *>   range, latest 31 kept, each with the worst step of any
      *>   cycle that day and whether any cycle needed the dampener
      *>   or came out UNSAFE.
       77  WS-CURR-UNIT-ID             PIC X(8) VALUE SPACES.
       77  WS-CURR-SITE                PIC X(3) VALUE SPACES.
       77  WS-CURR-DAY-COUNT           PIC 99 VALUE ZEROES.
       77  WS-CURR-DAMP-DAYS           PIC 999 VALUE ZEROES.

       01  WS-CURR-DAY-TABLE.
           05 WS-CURR-DAY              OCCURS 31 TIMES.
               10 WS-CD-DATE           PIC 9(8).
               10 WS-CD-WORST          PIC 999.
               10 WS-CD-DAMPENED       PIC X.
               10 WS-CD-UNSAFE         PIC X.

       77  WS-DAY-IDX                  PIC 99 VALUE ZEROES.
       77  WS-RISE-START               PIC 99 VALUE ZEROES.
       77  WS-IS-RISING                PIC X VALUE 'N'.
       77  WS-IS-DAMP-RELIANT          PIC X VALUE 'N'.
       77  WS-HEADROOM                 PIC 999 VALUE ZEROES.

      *>   The flagged units, held until the end so the report can
      *>   come out grouped by site whatever order the master holds
      *>   them in; past two hundred the stragglers are only counted.
       01  WS-FLAG-TABLE.
           05 WS-FLG-ENTRY             OCCURS 200 TIMES.
               10 WS-FLG-UNIT-ID       PIC X(8).
               10 WS-FLG-SITE          PIC X(3).
               10 WS-FLG-RISING        PIC X.
               10 WS-FLG-DAMP-RELIANT  PIC X.
               10 WS-FLG-STEP-MAX      PIC 999.
               10 WS-FLG-HEADROOM      PIC 999.
               10 WS-FLG-DAMP-DAYS     PIC 999.
               10 WS-FLG-DAY-COUNT     PIC 99.
               10 WS-FLG-DAY           OCCURS 31 TIMES.
                   15 WS-FLG-DATE      PIC 9(8).
                   15 WS-FLG-WORST     PIC 999.
                   15 WS-FLG-DAMPENED  PIC X.

       77  WS-FLG-COUNT                PIC 9(3) VALUE ZEROES.
       77  WS-FLG-IDX                  PIC 9(3) VALUE ZEROES.
       77  WS-FLG-OVERFLOW             PIC 9(3) VALUE ZEROES.

      *>   The distinct sites among the flagged units, printed one
      *>   group each in first-seen order.
       01  WS-GROUP-SITE-TABLE.
           05 WS-GROUP-SITE            OCCURS 20 TIMES PIC X(3).

       77  WS-GROUP-COUNT              PIC 99 VALUE ZEROES.
       77  WS-GROUP-IDX                PIC 99 VALUE ZEROES.
       77  WS-GROUP-FOUND              PIC X VALUE 'N'.
      *>   Flagged units whose site found the group table already
      *>   full; counted in the totals but printed under no group.
       77  WS-GROUP-OVERFLOW           PIC 9(3) VALUE ZEROES.

      *>   The site reference master, for the plant name on each
      *>   site group header; same table shape the day run loads.
       01  WS-SITE-REF-TABLE.
           05 WS-REF-ENTRY             OCCURS 50 TIMES.
               10 WS-REF-CODE          PIC X(3).
               10 WS-REF-FLAG          PIC X.
               10 WS-REF-NAME          PIC X(30).

       77  WS-SITE-REF-COUNT           PIC 99 VALUE ZEROES.
       77  WS-SITE-REF-IDX             PIC 99 VALUE ZEROES.
       77  WS-REF-DATA-REMAINS         PIC X VALUE 'Y'.

       01  SITE-REF-LINE.
           05 SREF-SITE-CODE           PIC X(3).
           05 FILLER                   PIC X.
           05 SREF-ACTIVE-FLAG         PIC X.
           05 FILLER                   PIC X.
           05 SREF-PLANT-NAME          PIC X(30).

       01  DRF-GROUP-LINE.
           05 FILLER                   PIC X(5)       VALUE "SITE ".
           05 DRF-GROUP-SITE           PIC X(3).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 DRF-GROUP-NAME           PIC X(30).
           05 FILLER                   PIC X(13)      VALUE
              "  STEP LIMIT ".
           05 DRF-GROUP-MIN            PIC ZZ9.
           05 FILLER                   PIC X(4)       VALUE " TO ".
           05 DRF-GROUP-MAX            PIC ZZ9.

       01  DRF-DETAIL-LINE.
           05 FILLER                   PIC X(2)       VALUE SPACES.
           05 FILLER                   PIC X(5)       VALUE "UNIT ".
           05 DRF-UNIT-ID              PIC X(8).
           05 FILLER                   PIC X(2)       VALUE SPACES.
           05 DRF-RISING-FLAG          PIC X(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 DRF-DAMP-FLAG            PIC X(8).
           05 FILLER                   PIC X(7)       VALUE "  DAYS ".
           05 DRF-DAY-COUNT            PIC Z9.
           05 FILLER                   PIC X(11)      VALUE
              "  DAMPENED ".
           05 DRF-DAMP-DAYS            PIC ZZ9.
           05 FILLER                   PIC X(15)      VALUE
              "  LATEST WORST ".
           05 DRF-LATEST-WORST         PIC ZZ9.
           05 FILLER                   PIC X(11)      VALUE
              "  HEADROOM ".
           05 DRF-HEADROOM             PIC ZZ9.

      *>   The day-by-day worst steps under each unit, eight to a
      *>   line; a trailing D marks a day the dampener was needed.
       01  DRF-DAY-LINE.
           05 FILLER                   PIC X(6)       VALUE SPACES.
           05 DRF-DAY-ENTRY            OCCURS 8 TIMES.
               10 DRF-DAY-DATE         PIC 9(8).
               10 FILLER               PIC X          VALUE "=".
               10 DRF-DAY-WORST        PIC ZZ9.
               10 DRF-DAY-DAMP         PIC X.
               10 FILLER               PIC X          VALUE SPACE.

       77  WS-DAY-SLOT                 PIC 9 VALUE ZEROES.

       01  DRF-TOTAL-LINE.
           05 FILLER                   PIC X(19)      VALUE
              "UNITS FLAGGED:     ".
           05 DRF-FLAGGED-COUNT        PIC 9(6).
           05 FILLER                   PIC X(19)      VALUE
              "   UNITS SCANNED:  ".
           05 DRF-SCANNED-COUNT        PIC 9(6).

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

      *>   Same audit-record layout as the rest of the chain writes.
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

      *>   Refused by the run lock: no report is written and the
      *>   refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0020-READ-SITE-REFERENCE
               PERFORM 0030-READ-RULES-FILE

               OPEN OUTPUT DRIFT-REPORT-FILE
               PERFORM 0100-WRITE-REPORT-HEADING

               OPEN INPUT STATUS-MASTER-FILE

               IF WS-MASTER-STATUS = "00" THEN
                   PERFORM 0200-READ-NEXT-MASTER-RECORD
                       UNTIL WS-BROWSE-DONE = 'Y'

                   PERFORM 0230-CLOSE-OUT-CURRENT-UNIT

                   CLOSE STATUS-MASTER-FILE
               END-IF

               PERFORM 0300-WRITE-SITE-GROUPS
               PERFORM 0400-WRITE-REPORT-TOTALS
               CLOSE DRIFT-REPORT-FILE

      *>       Units counted but not printed make the report short.
               IF WS-FLG-OVERFLOW > 0 OR WS-GROUP-OVERFLOW > 0 THEN
                   MOVE 4 TO WS-RUN-SEVERITY
               END-IF
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

           ACCEPT WS-DRIFT-FILE-NAME
               FROM ENVIRONMENT "DAY-DRIFT-REPORT-FILE".
           IF WS-DRIFT-FILE-NAME = SPACES THEN
               MOVE "../drift_report.txt" TO WS-DRIFT-FILE-NAME
           END-IF.

           ACCEPT WS-RULES-FILE-NAME
               FROM ENVIRONMENT "DAY-RULES-FILE".
           IF WS-RULES-FILE-NAME = SPACES THEN
               MOVE "../safety_rules.txt" TO WS-RULES-FILE-NAME
           END-IF.

           ACCEPT WS-RULE-SET-NAME FROM ENVIRONMENT "DAY-RULE-SET".
           IF WS-RULE-SET-NAME = SPACES THEN
               MOVE "STD" TO WS-RULE-SET-NAME
           END-IF.

           ACCEPT WS-SITE-REF-FILE-NAME
               FROM ENVIRONMENT "DAY-SITE-MASTER-FILE".
           IF WS-SITE-REF-FILE-NAME = SPACES THEN
               MOVE "../site_master.txt" TO WS-SITE-REF-FILE-NAME
           END-IF.

           ACCEPT WS-FROM-DATE-RAW
               FROM ENVIRONMENT "DAY-DRIFT-FROM-DATE".
           IF WS-FROM-DATE-RAW IS NUMERIC THEN
               MOVE WS-FROM-DATE-RAW TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-THRU-DATE-RAW
               FROM ENVIRONMENT "DAY-DRIFT-THRU-DATE".
           IF WS-THRU-DATE-RAW IS NUMERIC THEN
               MOVE WS-THRU-DATE-RAW TO WS-THRU-DATE
           END-IF.

      *>   Counts arrive zero-padded ("03", "001") the same way the
      *>   chronic threshold does; a rise shorter than two days is no
      *>   rise at all, and more than 31 cannot be held.
           ACCEPT WS-RISE-DAYS-RAW
               FROM ENVIRONMENT "DAY-DRIFT-RISE-DAYS".
           IF WS-RISE-DAYS-RAW IS NUMERIC THEN
               MOVE WS-RISE-DAYS-RAW TO WS-RISE-DAYS
           END-IF.
           IF WS-RISE-DAYS < 2 OR WS-RISE-DAYS > 31 THEN
               MOVE 3 TO WS-RISE-DAYS
           END-IF.

           ACCEPT WS-HEADROOM-RAW
               FROM ENVIRONMENT "DAY-DRIFT-HEADROOM".
           IF WS-HEADROOM-RAW IS NUMERIC THEN
               MOVE WS-HEADROOM-RAW TO WS-HEADROOM-LIMIT
           END-IF.

           ACCEPT WS-DAMP-DAYS-RAW
               FROM ENVIRONMENT "DAY-DRIFT-DAMP-DAYS".
           IF WS-DAMP-DAYS-RAW IS NUMERIC THEN
               MOVE WS-DAMP-DAYS-RAW TO WS-DAMP-DAYS-LIMIT
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

       0020-READ-SITE-REFERENCE.
           OPEN INPUT SITE-REF-FILE.

           IF WS-SITE-REF-STATUS = "00" THEN
               PERFORM 0021-READ-SITE-REF-LINE
                   UNTIL WS-REF-DATA-REMAINS = 'N'

               CLOSE SITE-REF-FILE
           END-IF.

       0021-READ-SITE-REF-LINE.
           READ SITE-REF-FILE
               AT END MOVE 'N' TO WS-REF-DATA-REMAINS.

           IF WS-REF-DATA-REMAINS <> 'N'
               IF WS-SITE-REF-COUNT < 50
                   MOVE SITE-REF-REC TO SITE-REF-LINE
                   ADD 1 TO WS-SITE-REF-COUNT
                   MOVE SREF-SITE-CODE
                       TO WS-REF-CODE (WS-SITE-REF-COUNT)
                   MOVE SREF-ACTIVE-FLAG
                       TO WS-REF-FLAG (WS-SITE-REF-COUNT)
                   MOVE SREF-PLANT-NAME
                       TO WS-REF-NAME (WS-SITE-REF-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * Loads the DAY-RULE-SET lines of the engineering-owned safety  *
      * rules file, dropping bad lines whole exactly as the day run   *
      * does, so the limit printed here is the one records are        *
      * judged against.                                               *
      *****************************************************************
       0030-READ-RULES-FILE.
           OPEN INPUT RULES-FILE.

           IF WS-RULES-STATUS = "00" THEN
               PERFORM 0031-READ-RULES-LINE
                   UNTIL WS-RULES-DATA-REMAINS = 'N'

               CLOSE RULES-FILE
           END-IF.

       0031-READ-RULES-LINE.
           READ RULES-FILE
               AT END MOVE 'N' TO WS-RULES-DATA-REMAINS.

           IF WS-RULES-DATA-REMAINS <> 'N'
               PERFORM 0032-APPLY-RULES-LINE
           END-IF.

       0032-APPLY-RULES-LINE.
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
      * The site's rules: the set's ALL line first, then the exact    *
      * site line so it outranks ALL, and the built-in 1-to-3         *
      * dampener-on defaults when the set names neither - the same    *
      * resolution order the day run's 0236 uses.                     *
      *****************************************************************
       0040-RESOLVE-SITE-RULES.
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

           IF WS-RULE-SITE-CODE NOT = "ALL" THEN
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-SITE (WS-RULE-IDX) = WS-RULE-SITE-CODE
                       MOVE WS-RULE-MIN (WS-RULE-IDX)
                           TO WS-RULE-STEP-MIN
                       MOVE WS-RULE-MAX (WS-RULE-IDX)
                           TO WS-RULE-STEP-MAX
                       MOVE WS-RULE-DAMP (WS-RULE-IDX)
                           TO WS-RULE-DAMPENER
                   END-IF
               END-PERFORM
           END-IF.

       0100-WRITE-REPORT-HEADING.
           MOVE SPACES TO DRIFT-PRINT-LINE.
           STRING "LEVEL DRIFT - UNITS STILL PASSING BUT NEARING "
                                                   DELIMITED BY SIZE
                  "THE STEP LIMIT, "               DELIMITED BY SIZE
                  WS-FROM-DATE                     DELIMITED BY SIZE
                  " THRU "                         DELIMITED BY SIZE
                  WS-THRU-DATE                     DELIMITED BY SIZE
                  ", RULE SET "                    DELIMITED BY SIZE
                  WS-RULE-SET-NAME                 DELIMITED BY SPACE
               INTO DRIFT-PRINT-LINE.
           WRITE DRIFT-PRINT-LINE.

           MOVE SPACES TO DRIFT-PRINT-LINE.
           STRING "RISING = WORST STEP CLIMBING OVER THE LAST "
                                                   DELIMITED BY SIZE
                  WS-RISE-DAYS                     DELIMITED BY SIZE
                  " DAYS TO WITHIN "               DELIMITED BY SIZE
                  WS-HEADROOM-LIMIT                DELIMITED BY SIZE
                  " OF THE MAXIMUM;  DAMPENER = RESCUED ON "
                                                   DELIMITED BY SIZE
                  WS-DAMP-DAYS-LIMIT               DELIMITED BY SIZE
                  " OR MORE DAYS"                  DELIMITED BY SIZE
               INTO DRIFT-PRINT-LINE.
           WRITE DRIFT-PRINT-LINE.

           MOVE ALL "-" TO DRIFT-PRINT-LINE.
           WRITE DRIFT-PRINT-LINE.

      *****************************************************************
      * One pass in key order: every day of one plant unit is         *
      * adjacent, so a change of unit ID closes the unit out and a    *
      * fresh unit starts over. Records held for maintenance or       *
      * rejected on site carry no judgement worth trending and are    *
      * passed over, as are days outside the range.                   *
      *****************************************************************
       0200-READ-NEXT-MASTER-RECORD.
           READ STATUS-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE
           END-READ.

           IF WS-BROWSE-DONE <> 'Y'
               IF MST-RUN-DATE >= WS-FROM-DATE
                       AND MST-RUN-DATE <= WS-THRU-DATE
                       AND MST-STATUS NOT = "ON HOLD"
                       AND MST-STATUS (1:9) NOT = "REJECTED-"
                   PERFORM 0210-ACCUMULATE-ONE-RECORD
               END-IF
           END-IF.

       0210-ACCUMULATE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-SCANNED.

           IF WS-FIRST-RECORD = 'Y' THEN
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE MST-UNIT-ID TO WS-CURR-UNIT-ID
           ELSE
               IF MST-UNIT-ID NOT = WS-CURR-UNIT-ID THEN
                   PERFORM 0230-CLOSE-OUT-CURRENT-UNIT
                   MOVE MST-UNIT-ID TO WS-CURR-UNIT-ID
               END-IF
           END-IF.

           MOVE MST-SITE TO WS-CURR-SITE.
           PERFORM 0220-FIND-RECORD-WORST-STEP.

      *>   A new run date opens a new day; the same date's second
      *>   cycle folds into it, worst of the two. Past 31 days the
      *>   oldest day drops off the front - the rise that matters is
      *>   the recent one.
           IF WS-CURR-DAY-COUNT = 0 THEN
               PERFORM 0225-OPEN-NEW-DAY
           ELSE
               IF MST-RUN-DATE NOT = WS-CD-DATE (WS-CURR-DAY-COUNT)
                   PERFORM 0225-OPEN-NEW-DAY
               END-IF
           END-IF.

           IF WS-RECORD-WORST > WS-CD-WORST (WS-CURR-DAY-COUNT) THEN
               MOVE WS-RECORD-WORST TO WS-CD-WORST (WS-CURR-DAY-COUNT)
           END-IF.

           IF MST-STATUS = "SAFE-WITH-DAMPENER" THEN
               MOVE 'Y' TO WS-CD-DAMPENED (WS-CURR-DAY-COUNT)
           END-IF.

           IF MST-STATUS (1:7) = "UNSAFE-" THEN
               MOVE 'Y' TO WS-CD-UNSAFE (WS-CURR-DAY-COUNT)
           END-IF.

      *>   The largest adjacent step, up or down, across the levels
      *>   the record actually carries.
       0220-FIND-RECORD-WORST-STEP.
           MOVE ZEROES TO WS-LEVEL-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 12
                         OR MST-FIELD-VALUE (WS-IDX) = 0
               ADD 1 TO WS-LEVEL-COUNT
           END-PERFORM.

           MOVE ZEROES TO WS-RECORD-WORST.
           MOVE ZEROES TO WS-PREV-NUM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LEVEL-COUNT
               MOVE MST-FIELD-VALUE (WS-IDX) TO WS-CURR-NUM

               IF WS-PREV-NUM <> 0 THEN
                   IF WS-CURR-NUM > WS-PREV-NUM THEN
                       SUBTRACT WS-PREV-NUM FROM WS-CURR-NUM
                           GIVING WS-CURR-STEP
                   ELSE
                       SUBTRACT WS-CURR-NUM FROM WS-PREV-NUM
                           GIVING WS-CURR-STEP
                   END-IF

                   IF WS-CURR-STEP > WS-RECORD-WORST THEN
                       MOVE WS-CURR-STEP TO WS-RECORD-WORST
                   END-IF
               END-IF

               MOVE WS-CURR-NUM TO WS-PREV-NUM
           END-PERFORM.

       0225-OPEN-NEW-DAY.
           IF WS-CURR-DAY-COUNT = 31 THEN
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 30
                   MOVE WS-CURR-DAY (WS-DAY-IDX + 1)
                       TO WS-CURR-DAY (WS-DAY-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-CURR-DAY-COUNT
           END-IF.

           MOVE MST-RUN-DATE TO WS-CD-DATE (WS-CURR-DAY-COUNT).
           MOVE ZEROES       TO WS-CD-WORST (WS-CURR-DAY-COUNT).
           MOVE 'N'          TO WS-CD-DAMPENED (WS-CURR-DAY-COUNT).
           MOVE 'N'          TO WS-CD-UNSAFE (WS-CURR-DAY-COUNT).

      *****************************************************************
      * The unit's days are complete. It is only of interest if its   *
      * latest day still passed - a unit already UNSAFE is the        *
      * chronic report's business. Then it is flagged RISING when the *
      * worst step never fell over the last rise-days days, ended     *
      * higher than it started, and is within the headroom of the     *
      * site maximum; DAMPENER when enough of its days needed the     *
      * dampener to pass. Either flag stashes it for the print.       *
      *****************************************************************
       0230-CLOSE-OUT-CURRENT-UNIT.
           IF WS-CURR-DAY-COUNT > 0 THEN
               ADD 1 TO WS-UNITS-SCANNED
               IF WS-CD-UNSAFE (WS-CURR-DAY-COUNT) = 'N' THEN
                   PERFORM 0235-JUDGE-CURRENT-UNIT
               END-IF
           END-IF.

           MOVE ZEROES TO WS-CURR-DAY-COUNT.
           MOVE SPACES TO WS-CURR-SITE.

       0235-JUDGE-CURRENT-UNIT.
           MOVE WS-CURR-SITE TO WS-RULE-SITE-CODE.
           PERFORM 0040-RESOLVE-SITE-RULES.

           IF WS-CD-WORST (WS-CURR-DAY-COUNT) >= WS-RULE-STEP-MAX THEN
               MOVE ZEROES TO WS-HEADROOM
           ELSE
               SUBTRACT WS-CD-WORST (WS-CURR-DAY-COUNT)
                   FROM WS-RULE-STEP-MAX GIVING WS-HEADROOM
           END-IF.

           MOVE 'N' TO WS-IS-RISING.
           IF WS-CURR-DAY-COUNT >= WS-RISE-DAYS THEN
               COMPUTE WS-RISE-START
                   = WS-CURR-DAY-COUNT - WS-RISE-DAYS + 1
               IF WS-CD-WORST (WS-CURR-DAY-COUNT)
                       > WS-CD-WORST (WS-RISE-START)
                       AND WS-HEADROOM <= WS-HEADROOM-LIMIT THEN
                   MOVE 'Y' TO WS-IS-RISING
                   PERFORM VARYING WS-DAY-IDX FROM WS-RISE-START BY 1
                           UNTIL WS-DAY-IDX >= WS-CURR-DAY-COUNT
                       IF WS-CD-WORST (WS-DAY-IDX + 1)
                               < WS-CD-WORST (WS-DAY-IDX)
                           MOVE 'N' TO WS-IS-RISING
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           MOVE ZEROES TO WS-CURR-DAMP-DAYS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-CURR-DAY-COUNT
               IF WS-CD-DAMPENED (WS-DAY-IDX) = 'Y'
                   ADD 1 TO WS-CURR-DAMP-DAYS
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-IS-DAMP-RELIANT.
           IF WS-CURR-DAMP-DAYS > 0
                   AND WS-CURR-DAMP-DAYS >= WS-DAMP-DAYS-LIMIT THEN
               MOVE 'Y' TO WS-IS-DAMP-RELIANT
           END-IF.

           IF WS-IS-RISING = 'Y' OR WS-IS-DAMP-RELIANT = 'Y' THEN
               IF WS-FLG-COUNT < 200 THEN
                   PERFORM 0240-STASH-FLAGGED-UNIT
               ELSE
                   ADD 1 TO WS-FLG-OVERFLOW
               END-IF
           END-IF.

       0240-STASH-FLAGGED-UNIT.
           ADD 1 TO WS-FLG-COUNT.
           MOVE WS-CURR-UNIT-ID    TO WS-FLG-UNIT-ID (WS-FLG-COUNT).
           MOVE WS-CURR-SITE       TO WS-FLG-SITE (WS-FLG-COUNT).
           MOVE WS-IS-RISING       TO WS-FLG-RISING (WS-FLG-COUNT).
           MOVE WS-IS-DAMP-RELIANT
               TO WS-FLG-DAMP-RELIANT (WS-FLG-COUNT).
           MOVE WS-RULE-STEP-MAX   TO WS-FLG-STEP-MAX (WS-FLG-COUNT).
           MOVE WS-HEADROOM        TO WS-FLG-HEADROOM (WS-FLG-COUNT).
           MOVE WS-CURR-DAMP-DAYS  TO WS-FLG-DAMP-DAYS (WS-FLG-COUNT).
           MOVE WS-CURR-DAY-COUNT  TO WS-FLG-DAY-COUNT (WS-FLG-COUNT).

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-CURR-DAY-COUNT
               MOVE WS-CD-DATE (WS-DAY-IDX)
                   TO WS-FLG-DATE (WS-FLG-COUNT, WS-DAY-IDX)
               MOVE WS-CD-WORST (WS-DAY-IDX)
                   TO WS-FLG-WORST (WS-FLG-COUNT, WS-DAY-IDX)
               MOVE WS-CD-DAMPENED (WS-DAY-IDX)
                   TO WS-FLG-DAMPENED (WS-FLG-COUNT, WS-DAY-IDX)
           END-PERFORM.

           MOVE 'N' TO WS-GROUP-FOUND.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GROUP-SITE (WS-GROUP-IDX) = WS-CURR-SITE
                   MOVE 'Y' TO WS-GROUP-FOUND
               END-IF
           END-PERFORM.

           IF WS-GROUP-FOUND = 'N' THEN
               IF WS-GROUP-COUNT < 20 THEN
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-CURR-SITE TO WS-GROUP-SITE (WS-GROUP-COUNT)
               ELSE
                   ADD 1 TO WS-GROUP-OVERFLOW
               END-IF
           END-IF.

      *****************************************************************
      * The grouped print: one block per distinct site among the      *
      * flagged units, plant name and the site's step limits on the   *
      * block header, each unit's flags and its worst step day by     *
      * day under it.                                                 *
      *****************************************************************
       0300-WRITE-SITE-GROUPS.
           PERFORM 0310-WRITE-ONE-SITE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.

           IF WS-FLG-OVERFLOW > 0 THEN
               MOVE SPACES TO DRIFT-PRINT-LINE
               STRING "FLAGGED UNITS PAST TABLE LIMIT, COUNTED ONLY: "
                                              DELIMITED BY SIZE
                      WS-FLG-OVERFLOW         DELIMITED BY SIZE
                   INTO DRIFT-PRINT-LINE
               WRITE DRIFT-PRINT-LINE
           END-IF.

           IF WS-GROUP-OVERFLOW > 0 THEN
               MOVE SPACES TO DRIFT-PRINT-LINE
               STRING "UNITS AT SITES PAST TABLE LIMIT, COUNTED ONLY: "
                                              DELIMITED BY SIZE
                      WS-GROUP-OVERFLOW       DELIMITED BY SIZE
                   INTO DRIFT-PRINT-LINE
               WRITE DRIFT-PRINT-LINE
           END-IF.

       0310-WRITE-ONE-SITE-GROUP.
           MOVE WS-GROUP-SITE (WS-GROUP-IDX) TO DRF-GROUP-SITE.
           MOVE WS-GROUP-SITE (WS-GROUP-IDX) TO WS-RULE-SITE-CODE.
           PERFORM 0040-RESOLVE-SITE-RULES.
           MOVE WS-RULE-STEP-MIN TO DRF-GROUP-MIN.
           MOVE WS-RULE-STEP-MAX TO DRF-GROUP-MAX.

           MOVE SPACES TO DRF-GROUP-NAME.
           PERFORM VARYING WS-SITE-REF-IDX FROM 1 BY 1
                   UNTIL WS-SITE-REF-IDX > WS-SITE-REF-COUNT
               IF WS-REF-CODE (WS-SITE-REF-IDX)
                       = WS-GROUP-SITE (WS-GROUP-IDX)
                   MOVE WS-REF-NAME (WS-SITE-REF-IDX)
                       TO DRF-GROUP-NAME
               END-IF
           END-PERFORM.

           MOVE DRF-GROUP-LINE TO DRIFT-PRINT-LINE.
           WRITE DRIFT-PRINT-LINE.

           PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
                   UNTIL WS-FLG-IDX > WS-FLG-COUNT
               IF WS-FLG-SITE (WS-FLG-IDX)
                       = WS-GROUP-SITE (WS-GROUP-IDX)
                   PERFORM 0320-WRITE-ONE-FLAGGED-UNIT
               END-IF
           END-PERFORM.

       0320-WRITE-ONE-FLAGGED-UNIT.
           MOVE WS-FLG-UNIT-ID (WS-FLG-IDX) TO DRF-UNIT-ID.

           MOVE SPACES TO DRF-RISING-FLAG.
           IF WS-FLG-RISING (WS-FLG-IDX) = 'Y' THEN
               MOVE "RISING" TO DRF-RISING-FLAG
           END-IF.

           MOVE SPACES TO DRF-DAMP-FLAG.
           IF WS-FLG-DAMP-RELIANT (WS-FLG-IDX) = 'Y' THEN
               MOVE "DAMPENER" TO DRF-DAMP-FLAG
           END-IF.

           MOVE WS-FLG-DAY-COUNT (WS-FLG-IDX)  TO DRF-DAY-COUNT.
           MOVE WS-FLG-DAMP-DAYS (WS-FLG-IDX)  TO DRF-DAMP-DAYS.
           MOVE WS-FLG-WORST (WS-FLG-IDX, WS-FLG-DAY-COUNT (WS-FLG-IDX))
               TO DRF-LATEST-WORST.
           MOVE WS-FLG-HEADROOM (WS-FLG-IDX)   TO DRF-HEADROOM.

           MOVE DRF-DETAIL-LINE TO DRIFT-PRINT-LINE.
           WRITE DRIFT-PRINT-LINE.

           MOVE SPACES TO DRF-DAY-LINE.
           MOVE ZEROES TO WS-DAY-SLOT.
           PERFORM 0330-PLACE-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-FLG-DAY-COUNT (WS-FLG-IDX).

           IF WS-DAY-SLOT > 0 THEN
               MOVE DRF-DAY-LINE TO DRIFT-PRINT-LINE
               WRITE DRIFT-PRINT-LINE
           END-IF.

      *>   The line is blanked between rows, so the "=" separators
      *>   are MOVEd back in with each entry placed.
       0330-PLACE-ONE-DAY.
           ADD 1 TO WS-DAY-SLOT.

           MOVE WS-FLG-DATE (WS-FLG-IDX, WS-DAY-IDX)
               TO DRF-DAY-DATE (WS-DAY-SLOT).
           MOVE WS-FLG-WORST (WS-FLG-IDX, WS-DAY-IDX)
               TO DRF-DAY-WORST (WS-DAY-SLOT).
           MOVE "=" TO DRF-DAY-ENTRY (WS-DAY-SLOT) (9:1).
           IF WS-FLG-DAMPENED (WS-FLG-IDX, WS-DAY-IDX) = 'Y' THEN
               MOVE "D" TO DRF-DAY-DAMP (WS-DAY-SLOT)
           ELSE
               MOVE SPACE TO DRF-DAY-DAMP (WS-DAY-SLOT)
           END-IF.

           IF WS-DAY-SLOT = 8 THEN
               MOVE DRF-DAY-LINE TO DRIFT-PRINT-LINE
               WRITE DRIFT-PRINT-LINE
               MOVE SPACES TO DRF-DAY-LINE
               MOVE ZEROES TO WS-DAY-SLOT
           END-IF.

       0400-WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO DRIFT-PRINT-LINE.
           WRITE DRIFT-PRINT-LINE.

           MOVE WS-FLG-COUNT TO DRF-FLAGGED-COUNT.
           ADD WS-FLG-OVERFLOW TO DRF-FLAGGED-COUNT.
           MOVE WS-UNITS-SCANNED TO DRF-SCANNED-COUNT.
           MOVE DRF-TOTAL-LINE TO DRIFT-PRINT-LINE.
           WRITE DRIFT-PRINT-LINE.

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
           MOVE "DAY-02-02-DRIFT-REPORT" TO LCK-HOLDER.
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

      *>   Reads the master, the site reference and the rules; shared,
      *>   so none of them can be rewritten under the report.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 3 TO WS-LOCK-NEED-COUNT.
           MOVE "MASTER"    TO WS-LOCK-NEED-FILE (1).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (1).
           MOVE "SITEREF"   TO WS-LOCK-NEED-FILE (2).
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
           MOVE "DAY-02-02-DRIFT-REPORT" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-DRIFT-REPORT.
