      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. The
      *          numbers behind a step-limit argument: reads the
      *          twelve levels STATUS-MASTER-FILE keeps for every
      *          record across a date range and tabulates, site by
      *          site, every adjacent-level step by its size - 0, 1,
      *          2 ... 10 and over 10 - split by whether the record
      *          moved up, down, or both ways (or not at all), with
      *          how many records had their largest step at each size.
      *          Each site's step limits under the rule set in force
      *          (RULES-FILE, DAY-RULE-SET, resolved as the day run's
      *          0236 does) are marked against the table, with the
      *          share of steps below, within and over them and how
      *          many records sit exactly on a limit or one step past
      *          it - the records a one-step rule change would turn.
      *          Written as a printed report and as a CSV extract
      *          engineering can chart, ahead of any what-if run.
      *          Read-only against the master. It holds MASTER,
      *          SITEREF and RULES shared on the shared run lock
      *          while it runs and will not start while another run
      *          holds any of them exclusive; the refusal ends
      *          severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-STEP-DIST.
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
           SELECT DIST-REPORT-FILE
               ASSIGN TO DYNAMIC WS-DIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-CSV-FILE
               ASSIGN TO DYNAMIC WS-DIST-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *>   The same rules file the day run loads its set from, for
      *>   each site's step limits; optional the same way - a missing
      *>   file leaves every site at the built-in 1-to-3.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
      *>   The site reference master, read so each site table carries
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

       FD  DIST-REPORT-FILE.
       01  DIST-PRINT-LINE             PIC X(132) VALUE SPACES.

       FD  DIST-CSV-FILE.
       01  DIST-CSV-LINE               PIC X(132) VALUE SPACES.

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
       77  WS-DIST-FILE-NAME           PIC X(100) VALUE SPACES.
       77  WS-DIST-CSV-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-RULES-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-RULES-STATUS             PIC XX VALUE SPACES.
       77  WS-SITE-REF-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-SITE-REF-STATUS          PIC XX VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

      *>   Inclusive date range, YYYYMMDD; unset, wide open.
       77  WS-FROM-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-THRU-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-FROM-DATE                PIC 9(8) VALUE ZEROES.
       77  WS-THRU-DATE                PIC 9(8) VALUE 99999999.

       77  WS-BROWSE-DONE              PIC X VALUE 'N'.
       77  WS-RECORDS-SCANNED          PIC 9(6) VALUE ZEROES.
       77  WS-RECORDS-TABULATED        PIC 9(6) VALUE ZEROES.
       77  WS-SHORT-RECORDS            PIC 9(6) VALUE ZEROES.
       77  WS-SITE-OVERFLOW            PIC 9(6) VALUE ZEROES.

      *>   TABULATED on a clean run; SITE-TABLE-FULL when sites past
      *>   the table went into the ALL roll-up only, or the master's
      *>   open status when it could not be read at all.
       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

      *>   The rule set the distribution is measured against, loaded
      *>   from RULES-FILE the way the day run loads it: DAY-RULE-SET,
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

      *>   One master record's levels and its steps; the levels end
      *>   at the first zero, the same way the day run counts them.
      *>   The record's direction is taken over every step, not just
      *>   up to a first failure: I up only, D down only, M both ways
      *>   or no movement at all.
       77  WS-LEVEL-COUNT              PIC 99 VALUE ZEROES.
       77  WS-IDX                      PIC 99 VALUE ZEROES.
       77  WS-PREV-NUM                 PIC 999 VALUE ZEROES.
       77  WS-CURR-NUM                 PIC 999 VALUE ZEROES.
       77  WS-CURR-STEP                PIC 999 VALUE ZEROES.
       77  WS-RECORD-WORST             PIC 999 VALUE ZEROES.
       77  WS-RECORD-LEAST             PIC 999 VALUE ZEROES.
       77  WS-RECORD-INCREASING        PIC X VALUE 'N'.
       77  WS-RECORD-DECREASING        PIC X VALUE 'N'.
       77  WS-RECORD-DIRECTION         PIC X VALUE SPACE.

       01  WS-STEP-TABLE.
           05 WS-STEP-VALUE            OCCURS 11 TIMES PIC 999.

       77  WS-STEP-COUNT               PIC 99 VALUE ZEROES.
       77  WS-STEP-IDX                 PIC 99 VALUE ZEROES.

      *>   Bucket 1 is a step of 0, bucket 11 a step of 10 and
      *>   bucket 12 anything over 10.
       77  WS-BUCKET                   PIC 99 VALUE ZEROES.
       77  WS-BUCKET-IDX               PIC 99 VALUE ZEROES.
       77  WS-BUCKET-STEP              PIC 999 VALUE ZEROES.

      *>   Where the record in hand sits against its own site's
      *>   limits - on the minimum, one under it, on the maximum, one
      *>   over it - worked out once and posted to the site and ALL.
       77  WS-NEAR-AT-MIN              PIC 9 VALUE ZEROES.
       77  WS-NEAR-UNDER-MIN           PIC 9 VALUE ZEROES.
       77  WS-NEAR-AT-MAX              PIC 9 VALUE ZEROES.
       77  WS-NEAR-OVER-MAX            PIC 9 VALUE ZEROES.
       77  WS-LIMIT-WORK               PIC 999 VALUE ZEROES.

      *****************************************************************
      * One entry per site met, first-seen order, with ALL - the      *
      * roll-up of every site, and the home of old single-plant       *
      * records - opened first and printed last. Each site carries    *
      * its resolved limits; the step counts are split by the         *
      * record's direction, and the below/within/over step counts    *
      * are taken against the site's own limits, so the ALL line's    *
      * are the sum of its sites'. Past twenty sites a record is      *
      * counted in ALL only.                                          *
      *****************************************************************
       01  WS-SITE-DIST-TABLE.
           05 WS-SD-ENTRY              OCCURS 21 TIMES.
               10 WS-SD-SITE           PIC X(3).
               10 WS-SD-STEP-MIN       PIC 999.
               10 WS-SD-STEP-MAX       PIC 999.
               10 WS-SD-RECORDS        PIC 9(6).
               10 WS-SD-REC-INC        PIC 9(6).
               10 WS-SD-REC-DEC        PIC 9(6).
               10 WS-SD-REC-MIXED      PIC 9(6).
               10 WS-SD-STEPS          PIC 9(7).
               10 WS-SD-STEPS-BELOW    PIC 9(7).
               10 WS-SD-STEPS-WITHIN   PIC 9(7).
               10 WS-SD-STEPS-OVER     PIC 9(7).
               10 WS-SD-AT-MIN         PIC 9(6).
               10 WS-SD-UNDER-MIN      PIC 9(6).
               10 WS-SD-AT-MAX         PIC 9(6).
               10 WS-SD-OVER-MAX       PIC 9(6).
               10 WS-SD-BUCKET         OCCURS 12 TIMES.
                   15 WS-SD-STEP-INC   PIC 9(7).
                   15 WS-SD-STEP-DEC   PIC 9(7).
                   15 WS-SD-STEP-MIXED PIC 9(7).
                   15 WS-SD-LARGEST    PIC 9(6).

       77  WS-SD-COUNT                 PIC 99 VALUE ZEROES.
       77  WS-SD-IDX                   PIC 99 VALUE ZEROES.
       77  WS-SD-SLOT                  PIC 99 VALUE ZEROES.
       77  WS-SD-ALL-SLOT              PIC 99 VALUE ZEROES.
       77  WS-POST-SLOT                PIC 99 VALUE ZEROES.
       77  WS-FIND-SITE                PIC X(3) VALUE SPACES.

      *>   Shares of a site's steps, to one decimal place.
       77  WS-PCT-BELOW                PIC 999V9 VALUE ZEROES.
       77  WS-PCT-WITHIN               PIC 999V9 VALUE ZEROES.
       77  WS-PCT-OVER                 PIC 999V9 VALUE ZEROES.
       77  WS-BUCKET-TOTAL             PIC 9(7) VALUE ZEROES.
       77  WS-ZONE                     PIC X(10) VALUE SPACES.

      *>   The site reference master, for the plant name on each
      *>   site table; same table shape the day run loads.
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

       01  DST-GROUP-LINE.
           05 FILLER                   PIC X(5)       VALUE "SITE ".
           05 DST-GROUP-SITE           PIC X(3).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 DST-GROUP-NAME           PIC X(30).
           05 FILLER                   PIC X(13)      VALUE
              "  STEP LIMIT ".
           05 DST-GROUP-MIN            PIC ZZ9.
           05 FILLER                   PIC X(4)       VALUE " TO ".
           05 DST-GROUP-MAX            PIC ZZ9.
           05 FILLER                   PIC X(11)      VALUE
              "   RECORDS ".
           05 DST-GROUP-RECORDS        PIC ZZZZZ9.
           05 FILLER                   PIC X(6)       VALUE "  UP ".
           05 DST-GROUP-INC            PIC ZZZZZ9.
           05 FILLER                   PIC X(8)       VALUE "  DOWN ".
           05 DST-GROUP-DEC            PIC ZZZZZ9.
           05 FILLER                   PIC X(9)       VALUE "  MIXED ".
           05 DST-GROUP-MIXED          PIC ZZZZZ9.

       01  DST-COLUMN-LINE.
           05 FILLER                   PIC X(33)      VALUE
              "  STEP     INCREASING DECREASING".
           05 FILLER                   PIC X(33)      VALUE
              "      MIXED      TOTAL    LARGEST".
           05 FILLER                   PIC X(7)       VALUE
              "  LIMIT".

      *>   One step size: steps of that size by the direction of the
      *>   record they came from, their total, the records whose
      *>   largest step it was, and where it falls against the
      *>   site's limits.
       01  DST-DETAIL-LINE.
           05 FILLER                   PIC XX         VALUE SPACES.
           05 DST-STEP                 PIC X(7).
           05 FILLER                   PIC X          VALUE SPACE.
           05 DST-STEP-INC             PIC ZZZZZZZZZ9.
           05 FILLER                   PIC X          VALUE SPACE.
           05 DST-STEP-DEC             PIC ZZZZZZZZZ9.
           05 FILLER                   PIC X          VALUE SPACE.
           05 DST-STEP-MIXED           PIC ZZZZZZZZZ9.
           05 FILLER                   PIC X          VALUE SPACE.
           05 DST-STEP-TOTAL           PIC ZZZZZZZZZ9.
           05 FILLER                   PIC X          VALUE SPACE.
           05 DST-LARGEST              PIC ZZZZZZZZZ9.
           05 FILLER                   PIC XX         VALUE SPACES.
           05 DST-ZONE                 PIC X(10).

       01  DST-SHARE-LINE.
           05 FILLER                   PIC X(18)      VALUE
              "  STEPS BELOW MIN ".
           05 DST-STEPS-BELOW          PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)       VALUE " (".
           05 DST-PCT-BELOW            PIC ZZ9.9.
           05 FILLER                   PIC X(12)      VALUE
              "%)  WITHIN ".
           05 DST-STEPS-WITHIN         PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)       VALUE " (".
           05 DST-PCT-WITHIN           PIC ZZ9.9.
           05 FILLER                   PIC X(14)      VALUE
              "%)  OVER MAX ".
           05 DST-STEPS-OVER           PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)       VALUE " (".
           05 DST-PCT-OVER             PIC ZZ9.9.
           05 FILLER                   PIC X(2)       VALUE "%)".

       01  DST-NEAR-LINE.
           05 FILLER                   PIC X(29)      VALUE
              "  RECORDS - SMALLEST STEP AT ".
           05 FILLER                   PIC X(5)       VALUE "MIN: ".
           05 DST-AT-MIN               PIC ZZZZZ9.
           05 FILLER                   PIC X(16)      VALUE
              "  ONE UNDER MIN:".
           05 DST-UNDER-MIN            PIC ZZZZZ9.
           05 FILLER                   PIC X(24)      VALUE
              "   LARGEST STEP AT MAX: ".
           05 DST-AT-MAX               PIC ZZZZZ9.
           05 FILLER                   PIC X(15)      VALUE
              "  ONE OVER MAX:".
           05 DST-OVER-MAX             PIC ZZZZZ9.

       01  DST-TOTAL-LINE.
           05 DST-TOTAL-LABEL          PIC X(40).
           05 DST-TOTAL-COUNT          PIC ZZZZZ9.

      *>   The step column as the CSV carries it: 00 to 10, or
      *>   OVER10; and as the printed table does.
       77  WS-CSV-STEP                 PIC X(6) VALUE SPACES.
       77  WS-STEP-NUMBER              PIC 99 VALUE ZEROES.
       77  WS-STEP-EDIT                PIC ZZ9 VALUE ZEROES.

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
      *>   master records read, records tabulated and records too
      *>   short to have a step ride in the count slots, any sites
      *>   past the table in the malformed slot.
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

      *>   Refused by the run lock: no report or extract is written
      *>   and the refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0020-READ-SITE-REFERENCE
               PERFORM 0030-READ-RULES-FILE

      *>       The ALL roll-up always has the first slot.
               MOVE "ALL" TO WS-FIND-SITE
               PERFORM 0150-FIND-SITE-SLOT
               MOVE WS-SD-SLOT TO WS-SD-ALL-SLOT

               OPEN INPUT STATUS-MASTER-FILE

               IF WS-MASTER-STATUS = "00" THEN
                   PERFORM 0200-READ-NEXT-MASTER-RECORD
                       UNTIL WS-BROWSE-DONE = 'Y'

                   CLOSE STATUS-MASTER-FILE
               ELSE
      *>           A master that is simply not there yet gives an
      *>           empty distribution; anything else is a master that
      *>           could not be read.
                   IF WS-MASTER-STATUS NOT = "35" THEN
                       MOVE SPACES TO WS-OUTCOME
                       STRING "MASTER-OPEN-"   DELIMITED BY SIZE
                              WS-MASTER-STATUS DELIMITED BY SIZE
                           INTO WS-OUTCOME
                       MOVE 8 TO WS-RUN-SEVERITY
                   END-IF
               END-IF

               IF WS-OUTCOME = SPACES THEN
                   IF WS-SITE-OVERFLOW > 0 THEN
                       MOVE "SITE-TABLE-FULL" TO WS-OUTCOME
                       MOVE 4 TO WS-RUN-SEVERITY
                   ELSE
                       MOVE "TABULATED" TO WS-OUTCOME
                   END-IF
               END-IF

               OPEN OUTPUT DIST-REPORT-FILE
               OPEN OUTPUT DIST-CSV-FILE
               PERFORM 0100-WRITE-REPORT-HEADING

      *>       The sites in the order met, then the ALL roll-up.
               PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                       UNTIL WS-SD-IDX > WS-SD-COUNT
                   IF WS-SD-IDX NOT = WS-SD-ALL-SLOT
                       PERFORM 0300-WRITE-ONE-SITE-TABLE
                   END-IF
               END-PERFORM

               MOVE WS-SD-ALL-SLOT TO WS-SD-IDX
               PERFORM 0300-WRITE-ONE-SITE-TABLE

               PERFORM 0400-WRITE-REPORT-TOTALS
               CLOSE DIST-REPORT-FILE
               CLOSE DIST-CSV-FILE

               PERFORM 0500-WRITE-AUDIT-RECORD
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

           ACCEPT WS-DIST-FILE-NAME
               FROM ENVIRONMENT "DAY-STEP-DIST-REPORT-FILE".
           IF WS-DIST-FILE-NAME = SPACES THEN
               MOVE "../step_dist_report.txt" TO WS-DIST-FILE-NAME
           END-IF.

           ACCEPT WS-DIST-CSV-FILE-NAME
               FROM ENVIRONMENT "DAY-STEP-DIST-CSV-FILE".
           IF WS-DIST-CSV-FILE-NAME = SPACES THEN
               MOVE "../step_dist.csv" TO WS-DIST-CSV-FILE-NAME
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

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-FROM-DATE-RAW
               FROM ENVIRONMENT "DAY-STEP-DIST-FROM-DATE".
           IF WS-FROM-DATE-RAW IS NUMERIC THEN
               MOVE WS-FROM-DATE-RAW TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-THRU-DATE-RAW
               FROM ENVIRONMENT "DAY-STEP-DIST-THRU-DATE".
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
      * does, so the limits marked here are the ones records are      *
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
           MOVE SPACES TO DIST-PRINT-LINE.
           STRING "STEP-SIZE DISTRIBUTION BY SITE, "
                                                   DELIMITED BY SIZE
                  WS-FROM-DATE                     DELIMITED BY SIZE
                  " THRU "                         DELIMITED BY SIZE
                  WS-THRU-DATE                     DELIMITED BY SIZE
                  ", RULE SET "                    DELIMITED BY SIZE
                  WS-RULE-SET-NAME                 DELIMITED BY SPACE
                  ", RUN "                         DELIMITED BY SIZE
                  WS-RUN-DATE                      DELIMITED BY SIZE
               INTO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE SPACES TO DIST-PRINT-LINE.
           STRING "UP/DOWN = RECORD MOVED ONE WAY ONLY;  MIXED = "
                                                   DELIMITED BY SIZE
                  "BOTH WAYS OR NOT AT ALL;  LARGEST = RECORDS "
                                                   DELIMITED BY SIZE
                  "WHOSE LARGEST STEP IS THIS SIZE"
                                                   DELIMITED BY SIZE
               INTO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE ALL "-" TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE SPACES TO DIST-CSV-LINE.
           STRING "SITE,STEP,INCREASING,DECREASING,MIXED,TOTAL,"
                                                   DELIMITED BY SIZE
                  "LARGEST,LIMIT,RULE-MIN,RULE-MAX,"
                                                   DELIMITED BY SIZE
                  "AT-MIN,ONE-UNDER-MIN,AT-MAX,ONE-OVER-MAX"
                                                   DELIMITED BY SIZE
               INTO DIST-CSV-LINE.
           WRITE DIST-CSV-LINE.

      *>   Finds (or opens) the WS-FIND-SITE entry, resolving its
      *>   limits as it opens; zero when the table is full.
       0150-FIND-SITE-SLOT.
           MOVE ZEROES TO WS-SD-SLOT.

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
                      OR WS-SD-SLOT > 0
               IF WS-SD-SITE (WS-SD-IDX) = WS-FIND-SITE
                   MOVE WS-SD-IDX TO WS-SD-SLOT
               END-IF
           END-PERFORM.

           IF WS-SD-SLOT = 0 AND WS-SD-COUNT < 21 THEN
               ADD 1 TO WS-SD-COUNT
               MOVE WS-SD-COUNT TO WS-SD-SLOT
               INITIALIZE WS-SD-ENTRY (WS-SD-SLOT)
               MOVE WS-FIND-SITE TO WS-SD-SITE (WS-SD-SLOT)
               MOVE WS-FIND-SITE TO WS-RULE-SITE-CODE
               PERFORM 0040-RESOLVE-SITE-RULES
               MOVE WS-RULE-STEP-MIN TO WS-SD-STEP-MIN (WS-SD-SLOT)
               MOVE WS-RULE-STEP-MAX TO WS-SD-STEP-MAX (WS-SD-SLOT)
           END-IF.

      *****************************************************************
      * Every record in range with at least one step, whatever its    *
      * verdict - a failed record's steps are the ones the limit is   *
      * argued over. Records held for maintenance or rejected on site *
      * carry no reading worth counting and are passed over, as the   *
      * drift report passes them over.                                *
      *****************************************************************
       0200-READ-NEXT-MASTER-RECORD.
           READ STATUS-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE
           END-READ.

           IF WS-BROWSE-DONE <> 'Y'
               ADD 1 TO WS-RECORDS-SCANNED
               IF MST-RUN-DATE >= WS-FROM-DATE
                       AND MST-RUN-DATE <= WS-THRU-DATE
                       AND MST-STATUS NOT = "ON HOLD"
                       AND MST-STATUS (1:9) NOT = "REJECTED-"
                   PERFORM 0210-TABULATE-ONE-RECORD
               END-IF
           END-IF.

       0210-TABULATE-ONE-RECORD.
           PERFORM 0220-COLLECT-RECORD-STEPS.

           IF WS-STEP-COUNT = 0 THEN
               ADD 1 TO WS-SHORT-RECORDS
           ELSE
               ADD 1 TO WS-RECORDS-TABULATED

               IF MST-SITE = SPACES THEN
                   MOVE "ALL" TO WS-FIND-SITE
               ELSE
                   MOVE MST-SITE TO WS-FIND-SITE
               END-IF
               PERFORM 0150-FIND-SITE-SLOT

      *>       A site past the table still counts in ALL, measured
      *>       against the set's ALL limits.
               IF WS-SD-SLOT = 0 THEN
                   ADD 1 TO WS-SITE-OVERFLOW
                   MOVE WS-SD-ALL-SLOT TO WS-SD-SLOT
               END-IF

               PERFORM 0225-PLACE-AGAINST-LIMITS

               MOVE WS-SD-SLOT TO WS-POST-SLOT
               PERFORM 0230-POST-RECORD-TO-SLOT

               IF WS-SD-SLOT NOT = WS-SD-ALL-SLOT THEN
                   MOVE WS-SD-ALL-SLOT TO WS-POST-SLOT
                   PERFORM 0230-POST-RECORD-TO-SLOT
               END-IF
           END-IF.

      *>   The record's adjacent steps, up or down, across the levels
      *>   it actually carries, with its largest and smallest step and
      *>   which way it moved.
       0220-COLLECT-RECORD-STEPS.
           MOVE ZEROES TO WS-LEVEL-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 12
                         OR MST-FIELD-VALUE (WS-IDX) = 0
               ADD 1 TO WS-LEVEL-COUNT
           END-PERFORM.

           MOVE ZEROES TO WS-STEP-COUNT.
           MOVE ZEROES TO WS-RECORD-WORST.
           MOVE 999 TO WS-RECORD-LEAST.
           MOVE ZEROES TO WS-PREV-NUM.
           MOVE 'N' TO WS-RECORD-INCREASING.
           MOVE 'N' TO WS-RECORD-DECREASING.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LEVEL-COUNT
               MOVE MST-FIELD-VALUE (WS-IDX) TO WS-CURR-NUM

               IF WS-PREV-NUM <> 0 THEN
                   IF WS-CURR-NUM > WS-PREV-NUM THEN
                       SUBTRACT WS-PREV-NUM FROM WS-CURR-NUM
                           GIVING WS-CURR-STEP
                       MOVE 'Y' TO WS-RECORD-INCREASING
                   ELSE
                       SUBTRACT WS-CURR-NUM FROM WS-PREV-NUM
                           GIVING WS-CURR-STEP
                       IF WS-CURR-NUM < WS-PREV-NUM THEN
                           MOVE 'Y' TO WS-RECORD-DECREASING
                       END-IF
                   END-IF

                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-CURR-STEP TO WS-STEP-VALUE (WS-STEP-COUNT)

                   IF WS-CURR-STEP > WS-RECORD-WORST THEN
                       MOVE WS-CURR-STEP TO WS-RECORD-WORST
                   END-IF
                   IF WS-CURR-STEP < WS-RECORD-LEAST THEN
                       MOVE WS-CURR-STEP TO WS-RECORD-LEAST
                   END-IF
               END-IF

               MOVE WS-CURR-NUM TO WS-PREV-NUM
           END-PERFORM.

           IF WS-RECORD-INCREASING = 'Y'
                   AND WS-RECORD-DECREASING = 'N' THEN
               MOVE 'I' TO WS-RECORD-DIRECTION
           ELSE
               IF WS-RECORD-DECREASING = 'Y'
                       AND WS-RECORD-INCREASING = 'N' THEN
                   MOVE 'D' TO WS-RECORD-DIRECTION
               ELSE
                   MOVE 'M' TO WS-RECORD-DIRECTION
               END-IF
           END-IF.

      *>   On the minimum means the smallest step equals it, one under
      *>   means the smallest step is one short of it; likewise the
      *>   largest step against the maximum. A minimum of 0 has no
      *>   step under it.
       0225-PLACE-AGAINST-LIMITS.
           MOVE ZEROES TO WS-NEAR-AT-MIN.
           MOVE ZEROES TO WS-NEAR-UNDER-MIN.
           MOVE ZEROES TO WS-NEAR-AT-MAX.
           MOVE ZEROES TO WS-NEAR-OVER-MAX.

           IF WS-RECORD-LEAST = WS-SD-STEP-MIN (WS-SD-SLOT) THEN
               MOVE 1 TO WS-NEAR-AT-MIN
           END-IF.

           IF WS-SD-STEP-MIN (WS-SD-SLOT) > 0 THEN
               SUBTRACT 1 FROM WS-SD-STEP-MIN (WS-SD-SLOT)
                   GIVING WS-LIMIT-WORK
               IF WS-RECORD-LEAST = WS-LIMIT-WORK THEN
                   MOVE 1 TO WS-NEAR-UNDER-MIN
               END-IF
           END-IF.

           IF WS-RECORD-WORST = WS-SD-STEP-MAX (WS-SD-SLOT) THEN
               MOVE 1 TO WS-NEAR-AT-MAX
           END-IF.

           ADD 1 TO WS-SD-STEP-MAX (WS-SD-SLOT)
               GIVING WS-LIMIT-WORK.
           IF WS-RECORD-WORST = WS-LIMIT-WORK THEN
               MOVE 1 TO WS-NEAR-OVER-MAX
           END-IF.

       0230-POST-RECORD-TO-SLOT.
           ADD 1 TO WS-SD-RECORDS (WS-POST-SLOT).

           IF WS-RECORD-DIRECTION = 'I' THEN
               ADD 1 TO WS-SD-REC-INC (WS-POST-SLOT)
           ELSE
               IF WS-RECORD-DIRECTION = 'D' THEN
                   ADD 1 TO WS-SD-REC-DEC (WS-POST-SLOT)
               ELSE
                   ADD 1 TO WS-SD-REC-MIXED (WS-POST-SLOT)
               END-IF
           END-IF.

           PERFORM 0235-POST-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

           MOVE WS-RECORD-WORST TO WS-CURR-STEP.
           PERFORM 0240-FIND-BUCKET.
           ADD 1 TO WS-SD-LARGEST (WS-POST-SLOT, WS-BUCKET).

           ADD WS-NEAR-AT-MIN    TO WS-SD-AT-MIN (WS-POST-SLOT).
           ADD WS-NEAR-UNDER-MIN TO WS-SD-UNDER-MIN (WS-POST-SLOT).
           ADD WS-NEAR-AT-MAX    TO WS-SD-AT-MAX (WS-POST-SLOT).
           ADD WS-NEAR-OVER-MAX  TO WS-SD-OVER-MAX (WS-POST-SLOT).

      *>   The below/within/over split is against the record's own
      *>   site's limits (WS-SD-SLOT), whichever slot it is posted to.
       0235-POST-ONE-STEP.
           MOVE WS-STEP-VALUE (WS-STEP-IDX) TO WS-CURR-STEP.
           PERFORM 0240-FIND-BUCKET.

           ADD 1 TO WS-SD-STEPS (WS-POST-SLOT).

           IF WS-RECORD-DIRECTION = 'I' THEN
               ADD 1 TO WS-SD-STEP-INC (WS-POST-SLOT, WS-BUCKET)
           ELSE
               IF WS-RECORD-DIRECTION = 'D' THEN
                   ADD 1 TO WS-SD-STEP-DEC (WS-POST-SLOT, WS-BUCKET)
               ELSE
                   ADD 1 TO WS-SD-STEP-MIXED (WS-POST-SLOT, WS-BUCKET)
               END-IF
           END-IF.

           IF WS-CURR-STEP < WS-SD-STEP-MIN (WS-SD-SLOT) THEN
               ADD 1 TO WS-SD-STEPS-BELOW (WS-POST-SLOT)
           ELSE
               IF WS-CURR-STEP > WS-SD-STEP-MAX (WS-SD-SLOT) THEN
                   ADD 1 TO WS-SD-STEPS-OVER (WS-POST-SLOT)
               ELSE
                   ADD 1 TO WS-SD-STEPS-WITHIN (WS-POST-SLOT)
               END-IF
           END-IF.

       0240-FIND-BUCKET.
           IF WS-CURR-STEP > 10 THEN
               MOVE 12 TO WS-BUCKET
           ELSE
               ADD 1 TO WS-CURR-STEP GIVING WS-BUCKET
           END-IF.

      *****************************************************************
      * One site's table: its header with the limits and the record   *
      * split, a line per step size with the limits marked against    *
      * it, the below/within/over shares and the near-limit records;  *
      * the same rows go to the CSV.                                  *
      *****************************************************************
       0300-WRITE-ONE-SITE-TABLE.
           MOVE WS-SD-SITE (WS-SD-IDX)      TO DST-GROUP-SITE.
           MOVE WS-SD-STEP-MIN (WS-SD-IDX)  TO DST-GROUP-MIN.
           MOVE WS-SD-STEP-MAX (WS-SD-IDX)  TO DST-GROUP-MAX.
           MOVE WS-SD-RECORDS (WS-SD-IDX)   TO DST-GROUP-RECORDS.
           MOVE WS-SD-REC-INC (WS-SD-IDX)   TO DST-GROUP-INC.
           MOVE WS-SD-REC-DEC (WS-SD-IDX)   TO DST-GROUP-DEC.
           MOVE WS-SD-REC-MIXED (WS-SD-IDX) TO DST-GROUP-MIXED.

           MOVE SPACES TO DST-GROUP-NAME.
           IF WS-SD-IDX = WS-SD-ALL-SLOT THEN
               MOVE "ALL SITES" TO DST-GROUP-NAME
           END-IF.
           PERFORM VARYING WS-SITE-REF-IDX FROM 1 BY 1
                   UNTIL WS-SITE-REF-IDX > WS-SITE-REF-COUNT
               IF WS-REF-CODE (WS-SITE-REF-IDX)
                       = WS-SD-SITE (WS-SD-IDX)
                   MOVE WS-REF-NAME (WS-SITE-REF-IDX)
                       TO DST-GROUP-NAME
               END-IF
           END-PERFORM.

           MOVE DST-GROUP-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE DST-COLUMN-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           PERFORM 0310-WRITE-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 12.

           MOVE ZEROES TO WS-PCT-BELOW.
           MOVE ZEROES TO WS-PCT-WITHIN.
           MOVE ZEROES TO WS-PCT-OVER.
           IF WS-SD-STEPS (WS-SD-IDX) > 0 THEN
               COMPUTE WS-PCT-BELOW ROUNDED =
                   WS-SD-STEPS-BELOW (WS-SD-IDX) * 100
                       / WS-SD-STEPS (WS-SD-IDX)
               COMPUTE WS-PCT-WITHIN ROUNDED =
                   WS-SD-STEPS-WITHIN (WS-SD-IDX) * 100
                       / WS-SD-STEPS (WS-SD-IDX)
               COMPUTE WS-PCT-OVER ROUNDED =
                   WS-SD-STEPS-OVER (WS-SD-IDX) * 100
                       / WS-SD-STEPS (WS-SD-IDX)
           END-IF.

           MOVE WS-SD-STEPS-BELOW (WS-SD-IDX)  TO DST-STEPS-BELOW.
           MOVE WS-PCT-BELOW                   TO DST-PCT-BELOW.
           MOVE WS-SD-STEPS-WITHIN (WS-SD-IDX) TO DST-STEPS-WITHIN.
           MOVE WS-PCT-WITHIN                  TO DST-PCT-WITHIN.
           MOVE WS-SD-STEPS-OVER (WS-SD-IDX)   TO DST-STEPS-OVER.
           MOVE WS-PCT-OVER                    TO DST-PCT-OVER.
           MOVE DST-SHARE-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE WS-SD-AT-MIN (WS-SD-IDX)    TO DST-AT-MIN.
           MOVE WS-SD-UNDER-MIN (WS-SD-IDX) TO DST-UNDER-MIN.
           MOVE WS-SD-AT-MAX (WS-SD-IDX)    TO DST-AT-MAX.
           MOVE WS-SD-OVER-MAX (WS-SD-IDX)  TO DST-OVER-MAX.
           MOVE DST-NEAR-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE SPACES TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

       0310-WRITE-ONE-BUCKET.
           SUBTRACT 1 FROM WS-BUCKET-IDX GIVING WS-BUCKET-STEP.
           PERFORM 0320-MARK-LIMIT-ZONE.

           ADD WS-SD-STEP-INC (WS-SD-IDX, WS-BUCKET-IDX)
               WS-SD-STEP-DEC (WS-SD-IDX, WS-BUCKET-IDX)
               WS-SD-STEP-MIXED (WS-SD-IDX, WS-BUCKET-IDX)
               GIVING WS-BUCKET-TOTAL.

           IF WS-BUCKET-IDX = 12 THEN
               MOVE "OVER 10" TO DST-STEP
               MOVE "OVER10"  TO WS-CSV-STEP
           ELSE
               MOVE WS-BUCKET-STEP TO WS-STEP-EDIT
               MOVE WS-BUCKET-STEP TO WS-STEP-NUMBER
               MOVE SPACES TO DST-STEP
               MOVE WS-STEP-EDIT TO DST-STEP (2:3)
               MOVE WS-STEP-NUMBER TO WS-CSV-STEP
           END-IF.

           MOVE WS-SD-STEP-INC (WS-SD-IDX, WS-BUCKET-IDX)
               TO DST-STEP-INC.
           MOVE WS-SD-STEP-DEC (WS-SD-IDX, WS-BUCKET-IDX)
               TO DST-STEP-DEC.
           MOVE WS-SD-STEP-MIXED (WS-SD-IDX, WS-BUCKET-IDX)
               TO DST-STEP-MIXED.
           MOVE WS-BUCKET-TOTAL TO DST-STEP-TOTAL.
           MOVE WS-SD-LARGEST (WS-SD-IDX, WS-BUCKET-IDX)
               TO DST-LARGEST.
           MOVE WS-ZONE TO DST-ZONE.

           MOVE DST-DETAIL-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

      *>   CSV: one row per site and step size, flat so it charts
      *>   as it stands; the site's limits and near-limit record
      *>   counts repeat on every row of the site.
           MOVE SPACES TO DIST-CSV-LINE.
           STRING WS-SD-SITE (WS-SD-IDX)        DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  WS-CSV-STEP                   DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  WS-SD-STEP-INC (WS-SD-IDX, WS-BUCKET-IDX)
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-SD-STEP-DEC (WS-SD-IDX, WS-BUCKET-IDX)
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-SD-STEP-MIXED (WS-SD-IDX, WS-BUCKET-IDX)
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-BUCKET-TOTAL               DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-SD-LARGEST (WS-SD-IDX, WS-BUCKET-IDX)
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-ZONE                       DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  WS-SD-STEP-MIN (WS-SD-IDX)    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-SD-STEP-MAX (WS-SD-IDX)    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-SD-AT-MIN (WS-SD-IDX)      DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-SD-UNDER-MIN (WS-SD-IDX)   DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-SD-AT-MAX (WS-SD-IDX)      DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-SD-OVER-MAX (WS-SD-IDX)    DELIMITED BY SIZE
               INTO DIST-CSV-LINE.
           WRITE DIST-CSV-LINE.

      *>   BELOW-MIN / OVER-MAX outside the limits, MIN / MAX (or
      *>   MIN=MAX) on them, blank between; the over-10 bucket says
      *>   HAS-LIMIT when a limit itself lies above 10. One word
      *>   each, so the CSV column needs no quoting.
       0320-MARK-LIMIT-ZONE.
           MOVE SPACES TO WS-ZONE.

           IF WS-BUCKET-IDX = 12 THEN
               IF WS-SD-STEP-MIN (WS-SD-IDX) > 10
                       OR WS-SD-STEP-MAX (WS-SD-IDX) > 10 THEN
                   MOVE "HAS-LIMIT" TO WS-ZONE
               ELSE
                   MOVE "OVER-MAX" TO WS-ZONE
               END-IF
           ELSE
               IF WS-BUCKET-STEP < WS-SD-STEP-MIN (WS-SD-IDX) THEN
                   MOVE "BELOW-MIN" TO WS-ZONE
               END-IF
               IF WS-BUCKET-STEP > WS-SD-STEP-MAX (WS-SD-IDX) THEN
                   MOVE "OVER-MAX" TO WS-ZONE
               END-IF
               IF WS-BUCKET-STEP = WS-SD-STEP-MIN (WS-SD-IDX) THEN
                   MOVE "MIN" TO WS-ZONE
               END-IF
               IF WS-BUCKET-STEP = WS-SD-STEP-MAX (WS-SD-IDX) THEN
                   IF WS-ZONE = "MIN" THEN
                       MOVE "MIN=MAX" TO WS-ZONE
                   ELSE
                       MOVE "MAX" TO WS-ZONE
                   END-IF
               END-IF
           END-IF.

       0400-WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE "MASTER RECORDS READ" TO DST-TOTAL-LABEL.
           MOVE WS-RECORDS-SCANNED TO DST-TOTAL-COUNT.
           MOVE DST-TOTAL-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE "RECORDS TABULATED" TO DST-TOTAL-LABEL.
           MOVE WS-RECORDS-TABULATED TO DST-TOTAL-COUNT.
           MOVE DST-TOTAL-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE "RECORDS WITH FEWER THAN TWO LEVELS" TO DST-TOTAL-LABEL.
           MOVE WS-SHORT-RECORDS TO DST-TOTAL-COUNT.
           MOVE DST-TOTAL-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE "RECORDS OF SITES PAST THE TABLE (IN ALL)"
               TO DST-TOTAL-LABEL.
           MOVE WS-SITE-OVERFLOW TO DST-TOTAL-COUNT.
           MOVE DST-TOTAL-LINE TO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

           MOVE SPACES TO DIST-PRINT-LINE.
           STRING "OUTCOME: " DELIMITED BY SIZE
                  WS-OUTCOME  DELIMITED BY SPACE
               INTO DIST-PRINT-LINE.
           WRITE DIST-PRINT-LINE.

       0500-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-STEP-DIST"  TO AUD-PROGRAM.
           MOVE "STEP-DIST"            TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-RECORDS-SCANNED     TO AUD-RECORDS-READ.
           MOVE WS-RECORDS-TABULATED   TO AUD-SAFE-STRICT.
           MOVE WS-SHORT-RECORDS       TO AUD-SAFE-DAMPENED.
           MOVE ZEROES                 TO AUD-REJECTED.
           MOVE WS-SITE-OVERFLOW       TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.
           MOVE WS-MASTER-FILE-NAME    TO AUD-INPUT-FILE.
           MOVE WS-DIST-FILE-NAME      TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-STEP-DIST" TO LCK-HOLDER.
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
           MOVE "DAY-02-02-STEP-DIST" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-STEP-DIST.
