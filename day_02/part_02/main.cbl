           SELECT SITE-REF-FILE ASSIGN TO DYNAMIC WS-SITE-REF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-REF-STATUS.
      *>   UNIT-REF-FILE is the plant-unit cross-reference master
      *>   (unit ID, owning site, active/retired flag, the feed line
      *>   position the unit used to arrive at) that
      *>   DAY-02-02-UNIT-MAINT maintains; optional the same way
      *>   SITE-REF-FILE is - no file means no unit validation, and a
      *>   line without a unit ID falls back to a position-built one.
           SELECT UNIT-REF-FILE ASSIGN TO DYNAMIC WS-UNIT-REF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-REF-STATUS.
      *>   HOLD-FILE is the engineering-owned maintenance-hold list
      *>   (site, unit, start and expiry date, reason) that
      *>   DAY-02-02-HOLD-MAINT maintains; optional the same way
      *>   UNIT-REF-FILE is - no file means nothing is on hold.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      *>   PLAUSIBLE-FILE holds the operations-owned per-site
      *>   plausible level ranges the data-quality screen checks
      *>   against; optional the same way TOLERANCE-FILE is - no file
       FD  SITE-REF-FILE.
       01  SITE-REF-REC                PIC X(132) VALUE SPACES.

       FD  UNIT-REF-FILE.
       01  UNIT-REF-REC                PIC X(132) VALUE SPACES.

       FD  HOLD-FILE.
       01  HOLD-REC                    PIC X(132) VALUE SPACES.

       FD  RULES-FILE.
       01  RULES-REC                   PIC X(132) VALUE SPACES.

       77  WS-ALERT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-SITE-REF-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-SITE-REF-STATUS          PIC XX VALUE SPACES.
       77  WS-UNIT-REF-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-UNIT-REF-STATUS          PIC XX VALUE SPACES.
       77  WS-HOLD-FILE-NAME           PIC X(100) VALUE SPACES.
       77  WS-HOLD-STATUS              PIC XX VALUE SPACES.
       77  WS-RULES-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-RULES-STATUS             PIC XX VALUE SPACES.
       77  WS-PLAUSIBLE-FILE-NAME      PIC X(100) VALUE SPACES.
           05 CKPT-SUSPECT             PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 CKPT-CYCLE               PIC 99.
           05 FILLER                   PIC X          VALUE SPACE.
           05 CKPT-UNIT-REJECT         PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 CKPT-ON-HOLD             PIC 9(6).

      *>   One of these after the totals line for every site seen so
      *>   far, so a checkpoint restart carries the per-site splits
           05 CKPT-S-INCREASING        PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 CKPT-S-DECREASING        PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 CKPT-S-ON-HOLD           PIC 9(6).

       77  WS-CKPT-DATA-REMAINS        PIC X VALUE 'Y'.

           05 SUMM-SITE                PIC X(3).
           05 FILLER                   PIC X          VALUE SPACE.
           05 SUMM-CYCLE               PIC 99.
      *>   Records reported ON HOLD - after the site and cycle so the
      *>   78-byte totals image DAY-02-02-TREND-UPDATE files into the
      *>   history is unchanged.
           05 FILLER                   PIC X          VALUE SPACE.
           05 SUMM-ON-HOLD             PIC 9(6).

      *>   The rework pass's posting back into the trend pipeline, in
      *>   HISTORY-FILE's own layout (the summary fields plus the
      *>   pre-correction counts.
           05 ADJ-SITE                 PIC X(3).

      *>   One RESULTS-FILE line per parsed record: the feed line
      *>   position and run date, the record's final DET-STATUS and
      *>   fail reason, its levels, and the plant unit ID the status
      *>   master is now keyed by. DAY-02-02-STATUS-UPDATE folds these
      *>   into the keyed master; the day-over-day comparison reads
      *>   them directly and matches on the unit, not the position.
       01  RESULTS-LINE.
           05 RES-RECORD-NUM           PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 RES-SITE                 PIC X(3).
           05 FILLER                   PIC X          VALUE SPACE.
           05 RES-CYCLE                PIC 99.
           05 FILLER                   PIC X          VALUE SPACE.
           05 RES-UNIT-ID              PIC X(8).

      *>   One stamped audit record per run, appended to the shared
      *>   AUDIT-FILE trail: when it ran, which program and mode,
      *>   the level that needs the overtype; the re-validation pass
      *>   ignores it.
           05 RWK-FAIL-POS             PIC 99.
           05 FILLER                   PIC X          VALUE SPACE.
      *>   The plant unit the levels belong to, so the corrected line
      *>   is traced to the unit rather than to a feed position that
      *>   may have shifted by the time the correction comes back.
           05 RWK-UNIT-ID              PIC X(8).

      *>   The upstream extract's trailer: the record count it claims
      *>   to have sent, checked against WS-RECORD-NUMBER at the end
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
               05 FILLER                     PIC X(8)    VALUE
                  "DIR-BAD:".
               05 TOTAL-SITE-DIR-BAD          PIC 9(6).
               05 FILLER                     PIC XX      VALUE SPACES.
               05 FILLER                     PIC X(8)    VALUE
                  "ON HOLD:".
               05 TOTAL-SITE-ON-HOLD          PIC 9(6).

       01  TOTAL-LINE-SITE-UNKNOWN.
               05 FILLER                     PIC X(24)   VALUE
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

       01  TOTAL-LINE-SUSPECT.
               05 FILLER                     PIC X(24)   VALUE
                  "MARKED SUSPECT:         ".
      *>   actual delivered length in WS-TOKEN-LENGTHS) so each token
      *>   can be numeric-tested before it is trusted as a level - a
      *>   stray non-numeric character never reaches WS-RECORD-DATA.
      *>   Two more slots than WS-MAX-LEVELS because the consolidated
      *>   extract's lines lead with a site code and then the plant
      *>   unit ID before the levels - site, unit and a full 12
      *>   levels is 14 tokens. Wide enough for the longest unit ID.
       01  WS-RAW-RECORD               OCCURS 14 TIMES
                                       INDEXED BY WS-R-IDX.
               05 WS-RAW-TOKEN             PIC X(8).

       01  WS-TOKEN-LENGTHS            OCCURS 14 TIMES
                                       INDEXED BY WS-L-IDX.
               05 WS-TOKEN-LEN             PIC 99.

      *>   Which plant this record belongs to: the leading site token
      *>   when the line carries one, or ALL for the old single-plant
      *>   layout, so both feeds run through the same pass. The first
      *>   level sits in token 1 (no site), token 2 (site-coded) or
      *>   token 3 (site- and unit-coded).
       77  WS-SITE-CODE                PIC X(3) VALUE "ALL".
       77  WS-FIRST-LEVEL-IDX          PIC 99 VALUE 1.
       77  WS-LAST-LEVEL-IDX           PIC 99 VALUE 12.
               10 WS-SITE-MALFORMED    PIC 9(6).
               10 WS-SITE-INCREASING   PIC 9(6).
               10 WS-SITE-DECREASING   PIC 9(6).
               10 WS-SITE-ON-HOLD      PIC 9(6).

       77  WS-SITE-COUNT               PIC 99 VALUE ZEROES.
       77  WS-SITE-IDX                 PIC 99 VALUE ZEROES.
           05 FILLER                   PIC X.
           05 SREF-PLANT-NAME          PIC X(30).

      *>   The plant unit the record belongs to - the stable ID the
      *>   status master is keyed by, so a unit keeps its history when
      *>   the feed's line order changes. Taken from the line's unit
      *>   token (4 to 8 characters, at least one of them not a
      *>   digit, after the site code); a line without one gets the
      *>   unit the cross-reference has on file for its site and line
      *>   position, or failing that a position-built "P" ID - the
      *>   same ID DAY-02-02-UNIT-CONVERT gave the history carried
      *>   over from the position-keyed master.
       77  WS-UNIT-ID                  PIC X(8) VALUE SPACES.
       77  WS-UNIT-FROM-LINE           PIC X VALUE 'N'.

       01  WS-POSITION-UNIT-ID.
           05 FILLER                   PIC X          VALUE "P".
           05 WS-POSITION-UNIT-NUM     PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.

      *>   The unit cross-reference master DAY-02-02-UNIT-MAINT
      *>   maintains, loaded once at start of run. A unit ID the
      *>   line carries is checked against it the way the site code
      *>   is checked against the site reference: not on file for
      *>   the line's site is UNIT-UNK, retired is UNIT-INA. No file,
      *>   no unit validation.
       01  WS-UNIT-REF-TABLE.
           05 WS-UREF-ENTRY            OCCURS 500 TIMES.
               10 WS-UREF-UNIT-ID      PIC X(8).
               10 WS-UREF-SITE         PIC X(3).
               10 WS-UREF-FLAG         PIC X.
               10 WS-UREF-POSITION     PIC 9(6).

       77  WS-UNIT-REF-COUNT           PIC 999 VALUE ZEROES.
       77  WS-UNIT-REF-IDX             PIC 999 VALUE ZEROES.
       77  WS-UREF-DATA-REMAINS        PIC X VALUE 'Y'.

      *>   This record's unit verdict - space for good (or
      *>   unchecked), 'U' not on file for the site, 'I' retired.
       77  WS-UNIT-CHECK               PIC X VALUE SPACE.
       77  WS-UNIT-REJECT-AMOUNT       PIC 9(6) VALUE ZEROES.

      *>   One UNIT-REF-FILE line as DAY-02-02-UNIT-MAINT writes it.
       01  UNIT-REF-LINE.
           05 UREF-UNIT-ID             PIC X(8).
           05 FILLER                   PIC X.
           05 UREF-SITE-CODE           PIC X(3).
           05 FILLER                   PIC X.
           05 UREF-ACTIVE-FLAG         PIC X.
           05 FILLER                   PIC X.
           05 UREF-LEGACY-POS          PIC 9(6).
           05 FILLER                   PIC X.
           05 UREF-DESCRIPTION         PIC X(30).

      *>   The maintenance holds DAY-02-02-HOLD-MAINT maintains,
      *>   loaded once at start of run - only the holds in force on
      *>   the run date (started, not yet expired). A held unit is
      *>   still evaluated, but reported ON HOLD and kept out of the
      *>   safe/unsafe counts and the rework extract. No file, no
      *>   holds.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY            OCCURS 200 TIMES.
               10 WS-HOLD-SITE         PIC X(3).
               10 WS-HOLD-UNIT-ID      PIC X(8).

       77  WS-HOLD-COUNT               PIC 999 VALUE ZEROES.
       77  WS-HOLD-IDX                 PIC 999 VALUE ZEROES.
       77  WS-HOLD-DATA-REMAINS        PIC X VALUE 'Y'.

      *>   Whether the record in hand is under a hold, and how many
      *>   held records the run has reported.
       77  WS-UNIT-ON-HOLD             PIC X VALUE 'N'.
       77  WS-ON-HOLD-AMOUNT           PIC 9(6) VALUE ZEROES.

      *>   One HOLD-FILE line as DAY-02-02-HOLD-MAINT writes it.
       01  HOLD-LINE.
           05 HOLD-SITE-CODE           PIC X(3).
           05 FILLER                   PIC X.
           05 HOLD-UNIT-ID             PIC X(8).
           05 FILLER                   PIC X.
           05 HOLD-START-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 HOLD-EXPIRY-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 HOLD-REASON              PIC X(30).

      *>   The safety rule set this run judges records by, loaded from
      *>   RULES-FILE. The file carries every named set the safety
      *>   committee keeps (DAY-02-02-WHATIF compares them); this run
               PERFORM 0030-READ-CONTROL-FILE
               PERFORM 0040-READ-TOLERANCE-FILE
               PERFORM 0050-READ-SITE-REFERENCE
               PERFORM 0055-READ-UNIT-REFERENCE
               PERFORM 0057-READ-HOLD-LIST
               PERFORM 0060-READ-RULES-FILE
               PERFORM 0070-READ-PLAUSIBLE-FILE

               END-IF

               PERFORM 0295-CLEAR-CHECKPOINT

               PERFORM 0340-KEEP-OUTPUT-GENERATIONS
           END-IF.

           PERFORM 0320-WRITE-AUDIT-RECORD.
               MOVE "../site_master.txt" TO WS-SITE-REF-FILE-NAME
           END-IF.

           ACCEPT WS-UNIT-REF-FILE-NAME
               FROM ENVIRONMENT "DAY-UNIT-MASTER-FILE".
           IF WS-UNIT-REF-FILE-NAME = SPACES THEN
               MOVE "../unit_master.txt" TO WS-UNIT-REF-FILE-NAME
           END-IF.

           ACCEPT WS-HOLD-FILE-NAME
               FROM ENVIRONMENT "DAY-HOLD-FILE".
           IF WS-HOLD-FILE-NAME = SPACES THEN
               MOVE "../hold_list.txt" TO WS-HOLD-FILE-NAME
           END-IF.

           ACCEPT WS-RULES-FILE-NAME
               FROM ENVIRONMENT "DAY-RULES-FILE".
           IF WS-RULES-FILE-NAME = SPACES THEN
                   MOVE CKPT-SITE-UNKNOWN TO WS-SITE-UNKNOWN-AMOUNT
                   MOVE CKPT-SITE-INACTIVE TO WS-SITE-INACTIVE-AMOUNT
                   MOVE CKPT-SUSPECT     TO WS-SUSPECT-AMOUNT
                   MOVE CKPT-UNIT-REJECT TO WS-UNIT-REJECT-AMOUNT
                   MOVE CKPT-ON-HOLD     TO WS-ON-HOLD-AMOUNT

                   PERFORM 0022-RESTORE-SITE-COUNTERS
                       UNTIL WS-CKPT-DATA-REMAINS = 'N'
                   TO WS-SITE-INCREASING (WS-SITE-SLOT)
               MOVE CKPT-S-DECREASING
                   TO WS-SITE-DECREASING (WS-SITE-SLOT)
               MOVE CKPT-S-ON-HOLD
                   TO WS-SITE-ON-HOLD (WS-SITE-SLOT)
           END-IF.

      *****************************************************************
               END-IF
           END-IF.

      *****************************************************************
      * Loads the unit cross-reference DAY-02-02-UNIT-MAINT           *
      * maintains, the same optional way the site reference loads: a  *
      * shop without the file keeps position-built unit IDs and no    *
      * unit validation. Past the table's size the extra entries are  *
      * simply not loaded.                                            *
      *****************************************************************
       0055-READ-UNIT-REFERENCE.
           OPEN INPUT UNIT-REF-FILE.

           IF WS-UNIT-REF-STATUS = "00" THEN
               PERFORM 0056-READ-UNIT-REF-LINE
                   UNTIL WS-UREF-DATA-REMAINS = 'N'

               CLOSE UNIT-REF-FILE
           END-IF.

       0056-READ-UNIT-REF-LINE.
           READ UNIT-REF-FILE
               AT END MOVE 'N' TO WS-UREF-DATA-REMAINS.

           IF WS-UREF-DATA-REMAINS <> 'N'
               IF WS-UNIT-REF-COUNT < 500
                   MOVE UNIT-REF-REC TO UNIT-REF-LINE
                   ADD 1 TO WS-UNIT-REF-COUNT
                   MOVE UREF-UNIT-ID
                       TO WS-UREF-UNIT-ID (WS-UNIT-REF-COUNT)
                   MOVE UREF-SITE-CODE
                       TO WS-UREF-SITE (WS-UNIT-REF-COUNT)
                   MOVE UREF-ACTIVE-FLAG
                       TO WS-UREF-FLAG (WS-UNIT-REF-COUNT)
                   IF UREF-LEGACY-POS IS NUMERIC
                       MOVE UREF-LEGACY-POS
                           TO WS-UREF-POSITION (WS-UNIT-REF-COUNT)
                   ELSE
                       MOVE ZEROES
                           TO WS-UREF-POSITION (WS-UNIT-REF-COUNT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Loads the maintenance holds in force today, the same optional *
      * way the unit cross-reference loads. A hold not yet started or *
      * already past its expiry date is skipped - expired holds are   *
      * listed and dropped from the file by DAY-02-02-HANDOVER, so    *
      * one the handover has not yet cleared still stops counting at  *
      * its expiry. Past the table's size the extra holds are simply  *
      * not loaded.                                                   *
      *****************************************************************
       0057-READ-HOLD-LIST.
           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS = "00" THEN
               PERFORM 0058-READ-HOLD-LINE
                   UNTIL WS-HOLD-DATA-REMAINS = 'N'

               CLOSE HOLD-FILE
           END-IF.

       0058-READ-HOLD-LINE.
           READ HOLD-FILE
               AT END MOVE 'N' TO WS-HOLD-DATA-REMAINS.

           IF WS-HOLD-DATA-REMAINS <> 'N'
               MOVE HOLD-REC TO HOLD-LINE
               IF HOLD-START-DATE IS NUMERIC
                       AND HOLD-EXPIRY-DATE IS NUMERIC
                       AND HOLD-START-DATE NOT > WS-RUN-DATE
                       AND HOLD-EXPIRY-DATE NOT < WS-RUN-DATE
                       AND WS-HOLD-COUNT < 200
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-SITE-CODE TO WS-HOLD-SITE (WS-HOLD-COUNT)
                   MOVE HOLD-UNIT-ID
                       TO WS-HOLD-UNIT-ID (WS-HOLD-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * Loads the DAY-RULE-SET lines of the engineering-owned safety  *
      * rules file. Lines of other named sets, unknown sets' typos    *
       0105-WRITE-CSV-HEADING-LINE.
           MOVE SPACES TO WS-CSV-HEADING.

           STRING "RECORD,SITE,UNIT,LEVEL1,LEVEL2,LEVEL3,LEVEL4,"
                                             DELIMITED BY SIZE
                  "LEVEL5,LEVEL6,"           DELIMITED BY SIZE
                  "LEVEL7,LEVEL8,LEVEL9,LEVEL10,LEVEL11,LEVEL12,STATUS"
                                             DELIMITED BY SIZE
                  ",QUALITY"                 DELIMITED BY SIZE
      *>   must not open a phantom site that would then earn its own
      *>   report total, summary line, and permanent trend-history
      *>   entry. Site-rejected records count only under the global
      *>   SITE-UNK/SITE-INA totals; a unit that fails the cross-
      *>   reference is turned away the same way, under its own
      *>   UNIT-UNK/UNIT-INA total.
       0230-PROCESS-RECORD.
           PERFORM 0240-PARSE-RECORD-TO-WS.

                   ADD 1 TO WS-SITE-MALFORMED (WS-SITE-SLOT)
               ELSE
                   PERFORM 0244-VALIDATE-SITE-CODE
                   IF WS-SITE-CHECK = SPACE THEN
                       PERFORM 0239-VALIDATE-UNIT-ID
                   END-IF
                   IF WS-SITE-CHECK = 'U' OR WS-SITE-CHECK = 'I'
                           OR WS-UNIT-CHECK = 'U'
                           OR WS-UNIT-CHECK = 'I' THEN
                       PERFORM 0263-WRITE-SITE-REJECT-RECORD
                   ELSE
                       PERFORM 0248-FIND-SITE-SLOT
      * The full safety evaluation of one cleanly parsed, validly     *
      * sited record: the strict step/ordering checks, the dampener's *
      * second chance, the per-site and grand totals, and the detail/ *
      * CSV/results/diagnostic lines. A unit under a maintenance hold *
      * is judged all the same - the diagnostic line still names its  *
      * broken level - but is reported ON HOLD and counted only on    *
      * its own total, never as safe or unsafe and never for rework.  *
      *****************************************************************
       0235-PROCESS-PARSED-RECORD.
           PERFORM 0236-RESOLVE-SITE-RULES.
           PERFORM 0234-CHECK-MAINTENANCE-HOLD.
           PERFORM 0245-COUNT-LEVELS-IN-RECORD.
           PERFORM 0249-ACCUMULATE-LEVEL-HASH.
           PERFORM 0253-SCREEN-PLAUSIBILITY.
               ADD 1 TO WS-SITE-DECREASING (WS-SITE-SLOT)
           END-IF.

           IF WS-UNIT-ON-HOLD = 'Y' THEN
               ADD 1 TO WS-ON-HOLD-AMOUNT
               ADD 1 TO WS-SITE-ON-HOLD (WS-SITE-SLOT)
               IF WS-CURR-REPORT-IS-SAFE = 'N'
                       AND WS-RULE-DAMPENER = 'Y' THEN
                   PERFORM 0280-TRY-DAMPENER
               END-IF
           ELSE
               IF WS-CURR-REPORT-IS-SAFE = 'Y' THEN
                   ADD 1 TO WS-SAFE-REPORT-AMOUNT
                   ADD 1 TO WS-DAMPENED-SAFE-AMOUNT
                   ADD 1 TO WS-SITE-SAFE-STRICT (WS-SITE-SLOT)
                   ADD 1 TO WS-SITE-SAFE-DAMP (WS-SITE-SLOT)
               ELSE
                   IF WS-FAIL-REASON = "STEP-BAD" THEN
                       ADD 1 TO WS-STEP-BAD-AMOUNT
                       ADD 1 TO WS-SITE-STEP-BAD (WS-SITE-SLOT)
                   ELSE
                       ADD 1 TO WS-DIR-BAD-AMOUNT
                       ADD 1 TO WS-SITE-DIR-BAD (WS-SITE-SLOT)
                   END-IF

                   IF WS-RULE-DAMPENER = 'Y' THEN
                       PERFORM 0280-TRY-DAMPENER
                   END-IF
                   IF WS-DAMPENER-RESCUED = 'Y' THEN
                       ADD 1 TO WS-DAMPENED-SAFE-AMOUNT
                       ADD 1 TO WS-RESCUED-AMOUNT
                       ADD 1 TO WS-SITE-SAFE-DAMP (WS-SITE-SLOT)
                       ADD 1 TO WS-SITE-RESCUED (WS-SITE-SLOT)
                   ELSE
                       PERFORM 0265-WRITE-REWORK-RECORD
                   END-IF
               END-IF
           END-IF.

               PERFORM 0266-WRITE-DIAG-RECORD
           END-IF.

      *****************************************************************
      * Whether the record's unit is under a maintenance hold in      *
      * force today - the hold names the site and the unit, so a      *
      * unit ID another site happens to share is not caught by it.   *
      *****************************************************************
       0234-CHECK-MAINTENANCE-HOLD.
           MOVE 'N' TO WS-UNIT-ON-HOLD.

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-SITE (WS-HOLD-IDX) = WS-SITE-CODE
                       AND WS-HOLD-UNIT-ID (WS-HOLD-IDX) = WS-UNIT-ID
                   MOVE 'Y' TO WS-UNIT-ON-HOLD
               END-IF
           END-PERFORM.

      *****************************************************************
      * Which rules judge the record in hand: the loaded set's exact  *
      * site line first, its ALL line as the fallback, and the        *
                          WS-RAW-RECORD (10)
                          WS-RAW-RECORD (11)
                          WS-RAW-RECORD (12)
                          WS-RAW-RECORD (13)
                          WS-RAW-RECORD (14).

           MOVE ZEROES TO WS-PARSED-RECORD (1)
                          WS-PARSED-RECORD (2)
                          WS-TOKEN-LEN (10)
                          WS-TOKEN-LEN (11)
                          WS-TOKEN-LEN (12)
                          WS-TOKEN-LEN (13)
                          WS-TOKEN-LEN (14).

      *>   ALL " " so a run of trailing/embedded blanks counts as one
      *>   delimiter instead of manufacturing empty extra tokens that
                   WS-RAW-TOKEN (10) COUNT IN WS-TOKEN-LEN (10),
                   WS-RAW-TOKEN (11) COUNT IN WS-TOKEN-LEN (11),
                   WS-RAW-TOKEN (12) COUNT IN WS-TOKEN-LEN (12),
                   WS-RAW-TOKEN (13) COUNT IN WS-TOKEN-LEN (13),
                   WS-RAW-TOKEN (14) COUNT IN WS-TOKEN-LEN (14)
               ON OVERFLOW
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
           END-UNSTRING.

           PERFORM 0243-DETERMINE-SITE-CODE.

      *>   With no unit token eating a slot, a delivered token just
      *>   past the twelfth level's slot is a 13th level - the same
      *>   too-many-levels reject the UNSTRING overflow catches for
      *>   site- and unit-coded lines.
           IF WS-FIRST-LEVEL-IDX < 3 THEN
               MOVE WS-FIRST-LEVEL-IDX TO WS-LEVEL-SLOT
               ADD WS-MAX-LEVELS TO WS-LEVEL-SLOT
               IF WS-TOKEN-LEN (WS-LEVEL-SLOT) > 0 THEN
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
               END-IF
           END-IF.

           IF WS-OVERFLOW-FLAG = 'N' THEN
               PERFORM 0241-VALIDATE-AND-CONVERT-TOKENS
           END-IF.

           PERFORM 0238-RESOLVE-UNIT-ID.

      *****************************************************************
      * The consolidated extract leads each line with a short site    *
      * code (up to 3 characters, at least one letter) ahead of the   *
       0243-DETERMINE-SITE-CODE.
           MOVE "ALL" TO WS-SITE-CODE.
           MOVE 1 TO WS-FIRST-LEVEL-IDX.
           MOVE SPACES TO WS-UNIT-ID.
           MOVE 'N' TO WS-UNIT-FROM-LINE.

           IF WS-TOKEN-LEN (1) > 0 THEN
               IF WS-RAW-TOKEN (1) (1:WS-TOKEN-LEN (1))
                       MOVE WS-RAW-TOKEN (1) (1:WS-TOKEN-LEN (1))
                           TO WS-SITE-CODE
                       MOVE 2 TO WS-FIRST-LEVEL-IDX
                       PERFORM 0237-DETERMINE-UNIT-TOKEN
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Behind the site code the unit-coded layout carries the plant  *
      * unit ID: 4 to 8 characters, not all digits, so it can never   *
      * be mistaken for a level. Anything longer than an ID can be is *
      * malformed; any other non-numeric token is left for 0242 to    *
      * turn away as a bad level.                                     *
      *****************************************************************
       0237-DETERMINE-UNIT-TOKEN.
           IF WS-TOKEN-LEN (2) > 8 THEN
               MOVE 'Y' TO WS-MALFORMED-FLAG
           ELSE
               IF WS-TOKEN-LEN (2) > 3 THEN
                   IF WS-RAW-TOKEN (2) (1:WS-TOKEN-LEN (2))
                           IS NOT NUMERIC THEN
                       MOVE WS-RAW-TOKEN (2) TO WS-UNIT-ID
                       MOVE 'Y' TO WS-UNIT-FROM-LINE
                       MOVE 3 TO WS-FIRST-LEVEL-IDX
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A line from a feed that does not carry unit IDs yet still    *
      * needs one for the master key: the active unit the cross-      *
      * reference has on file for this site and line position, or     *
      * the position-built "P" ID when none is - so a plant can move   *
      * to unit-coded feeds without losing the history its units      *
      * built up under their old line positions.                      *
      *****************************************************************
       0238-RESOLVE-UNIT-ID.
           IF WS-UNIT-FROM-LINE = 'N' THEN
               MOVE WS-RECORD-NUMBER    TO WS-POSITION-UNIT-NUM
               MOVE WS-POSITION-UNIT-ID TO WS-UNIT-ID

               PERFORM VARYING WS-UNIT-REF-IDX FROM 1 BY 1
                       UNTIL WS-UNIT-REF-IDX > WS-UNIT-REF-COUNT
                   IF WS-UREF-SITE (WS-UNIT-REF-IDX) = WS-SITE-CODE
                           AND WS-UREF-POSITION (WS-UNIT-REF-IDX)
                               = WS-RECORD-NUMBER
                           AND WS-UREF-FLAG (WS-UNIT-REF-IDX) = 'A'
                       MOVE WS-UREF-UNIT-ID (WS-UNIT-REF-IDX)
                           TO WS-UNIT-ID
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * A unit ID the line itself carries must be one the cross-      *
      * reference has on file for the line's site ('U' otherwise) and *
      * still in service ('I' when retired). IDs this run built from  *
      * the line position are never checked, and no cross-reference   *
      * loaded means no checking at all.                              *
      *****************************************************************
       0239-VALIDATE-UNIT-ID.
           MOVE SPACE TO WS-UNIT-CHECK.

           IF WS-UNIT-REF-COUNT > 0 AND WS-UNIT-FROM-LINE = 'Y' THEN
               MOVE 'U' TO WS-UNIT-CHECK
               PERFORM VARYING WS-UNIT-REF-IDX FROM 1 BY 1
                       UNTIL WS-UNIT-REF-IDX > WS-UNIT-REF-COUNT
                   IF WS-UREF-UNIT-ID (WS-UNIT-REF-IDX) = WS-UNIT-ID
                           AND WS-UREF-SITE (WS-UNIT-REF-IDX)
                               = WS-SITE-CODE
                       IF WS-UREF-FLAG (WS-UNIT-REF-IDX) = 'A'
                           MOVE SPACE TO WS-UNIT-CHECK
                       ELSE
                           MOVE 'I' TO WS-UNIT-CHECK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-UNIT-CHECK = 'U' THEN
               MOVE "UNIT-UNK" TO WS-FAIL-REASON
           END-IF.
           IF WS-UNIT-CHECK = 'I' THEN
               MOVE "UNIT-INA" TO WS-FAIL-REASON
           END-IF.

      *****************************************************************
      * The site token is only a plant when the reference master says *
      * so: a code the master does not carry is a mistype ('U'), a    *
                      WS-RECORD-NUMBER          DELIMITED BY SIZE
                      " SITE "                  DELIMITED BY SIZE
                      WS-SITE-CODE              DELIMITED BY SPACE
                      " UNIT "                  DELIMITED BY SIZE
                      WS-UNIT-ID                DELIMITED BY SPACE
                      " LEVEL "                 DELIMITED BY SIZE
                      WS-SCREEN-IDX             DELIMITED BY SIZE
                      " VALUE "                 DELIMITED BY SIZE
                      WS-RECORD-NUMBER          DELIMITED BY SIZE
                      " SITE "                  DELIMITED BY SIZE
                      WS-SITE-CODE              DELIMITED BY SPACE
                      " UNIT "                  DELIMITED BY SIZE
                      WS-UNIT-ID                DELIMITED BY SPACE
                      " LEVEL "                 DELIMITED BY SIZE
                      WS-SCREEN-IDX             DELIMITED BY SIZE
                      " VALUE "                 DELIMITED BY SIZE
                      WS-RECORD-NUMBER          DELIMITED BY SIZE
                      " SITE "                  DELIMITED BY SIZE
                      WS-SITE-CODE              DELIMITED BY SPACE
                      " UNIT "                  DELIMITED BY SIZE
                      WS-UNIT-ID                DELIMITED BY SPACE
                      " ALL "                   DELIMITED BY SIZE
                      WS-SCREEN-LEVEL-COUNT     DELIMITED BY SIZE
                      " LEVELS IDENTICAL AT "   DELIMITED BY SIZE
                   MOVE ZEROES TO WS-SITE-MALFORMED (WS-SITE-SLOT)
                   MOVE ZEROES TO WS-SITE-INCREASING (WS-SITE-SLOT)
                   MOVE ZEROES TO WS-SITE-DECREASING (WS-SITE-SLOT)
                   MOVE ZEROES TO WS-SITE-ON-HOLD (WS-SITE-SLOT)
               ELSE
                   MOVE WS-SITE-COUNT TO WS-SITE-SLOT
               END-IF
       0260-WRITE-DETAIL-LINE.
           MOVE WS-RECORD-NUMBER TO DET-RECORD-NUM.
           MOVE WS-SITE-CODE     TO DET-SITE.
           MOVE WS-UNIT-ID       TO DET-UNIT-ID.

           IF WS-SUSPECT-FLAG = 'Y' THEN
               MOVE "SUSPECT" TO DET-SUSPECT
               MOVE WS-RECORD-DATA (WS-IDX) TO DET-FIELD-VALUE (WS-IDX)
           END-PERFORM.

      *>   A held unit's evaluated outcome stays on the diagnostic
      *>   line and in the results record's fail reason; its status
      *>   says only that it is on hold.
           IF WS-UNIT-ON-HOLD = 'Y' THEN
               MOVE "ON HOLD"           TO DET-STATUS
           ELSE
               IF WS-CURR-REPORT-IS-SAFE = 'Y' THEN
                   MOVE "SAFE"          TO DET-STATUS
               ELSE
                   IF WS-DAMPENER-RESCUED = 'Y' THEN
                       MOVE "SAFE-WITH-DAMPENER" TO DET-STATUS
                   ELSE
                       MOVE SPACES      TO DET-STATUS
                       STRING "UNSAFE-"         DELIMITED BY SIZE
                              WS-FAIL-REASON     DELIMITED BY SPACE
                           INTO DET-STATUS
                   END-IF
               END-IF
           END-IF.

                  ","                     DELIMITED BY SIZE
                  WS-SITE-CODE            DELIMITED BY SPACE
                  ","                     DELIMITED BY SIZE
                  WS-UNIT-ID              DELIMITED BY SPACE
                  ","                     DELIMITED BY SIZE
                  DET-FIELD-VALUE (1)     DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  DET-FIELD-VALUE (2)     DELIMITED BY SIZE
           WRITE CSV-LINE.

      *****************************************************************
      * A record whose site (or unit) failed the reference check      *
      * still gets a detail line and a results record - its statuses  *
      * must reach the report and the status master so the bad code   *
      * is seen and chased - but its levels never reach the safety    *
      * checks or the day's safe/unsafe totals: it is counted under   *
      * its own reject counters instead.                              *
      *****************************************************************
       0263-WRITE-SITE-REJECT-RECORD.
           IF WS-SITE-CHECK = 'U' THEN
               ADD 1 TO WS-SITE-UNKNOWN-AMOUNT
           ELSE
               IF WS-SITE-CHECK = 'I' THEN
                   ADD 1 TO WS-SITE-INACTIVE-AMOUNT
               ELSE
                   ADD 1 TO WS-UNIT-REJECT-AMOUNT
               END-IF
           END-IF.

      *>   The levels parsed cleanly and the feed's trailer hash

           MOVE WS-RECORD-NUMBER TO DET-RECORD-NUM.
           MOVE WS-SITE-CODE     TO DET-SITE.
           MOVE WS-UNIT-ID       TO DET-UNIT-ID.
           MOVE SPACES           TO DET-SUSPECT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
           MOVE WS-FAIL-REASON   TO RES-FAIL-REASON.
           MOVE WS-SITE-CODE     TO RES-SITE.
           MOVE WS-CYCLE-NUMBER  TO RES-CYCLE.
           MOVE WS-UNIT-ID       TO RES-UNIT-ID.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LEVELS
       0265-WRITE-REWORK-RECORD.
           MOVE WS-RECORD-NUMBER TO RWK-RECORD-NUM.
           MOVE WS-FAIL-PAIR-POS TO RWK-FAIL-POS.
           MOVE WS-UNIT-ID       TO RWK-UNIT-ID.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LEVELS
                      WS-RECORD-NUMBER          DELIMITED BY SIZE
                      " SITE "                  DELIMITED BY SIZE
                      WS-SITE-CODE              DELIMITED BY SPACE
                      " UNIT "                  DELIMITED BY SIZE
                      WS-UNIT-ID                DELIMITED BY SPACE
                      " SAFE-WITH-DAMPENER - REMOVED LEVEL POSITION "
                                                DELIMITED BY SIZE
                      WS-RESCUE-REMOVED-POS     DELIMITED BY SIZE
                      WS-RECORD-NUMBER          DELIMITED BY SIZE
                      " SITE "                  DELIMITED BY SIZE
                      WS-SITE-CODE              DELIMITED BY SPACE
                      " UNIT "                  DELIMITED BY SIZE
                      WS-UNIT-ID                DELIMITED BY SPACE
                      " UNSAFE-"                DELIMITED BY SIZE
                      WS-FAIL-REASON            DELIMITED BY SPACE
                      " - FIRST BAD PAIR "      DELIMITED BY SIZE

           MOVE 'N'        TO WS-DAMPENER-RESCUED.
           MOVE 'N'        TO WS-SUSPECT-FLAG.
           MOVE SPACE      TO WS-UNIT-CHECK.
           MOVE 'N'        TO WS-UNIT-ON-HOLD.

       0290-WRITE-CHECKPOINT.
           MOVE WS-RECORD-NUMBER       TO CKPT-RECORD-NUM.
           MOVE WS-SITE-INACTIVE-AMOUNT TO CKPT-SITE-INACTIVE.
           MOVE WS-SUSPECT-AMOUNT      TO CKPT-SUSPECT.
           MOVE WS-CYCLE-NUMBER        TO CKPT-CYCLE.
           MOVE WS-UNIT-REJECT-AMOUNT  TO CKPT-UNIT-REJECT.
           MOVE WS-ON-HOLD-AMOUNT      TO CKPT-ON-HOLD.

           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE CHECKPOINT-LINE TO CHECKPOINT-REC.
           MOVE WS-SITE-MALFORMED (WS-SITE-IDX)   TO CKPT-S-MALFORMED.
           MOVE WS-SITE-INCREASING (WS-SITE-IDX)  TO CKPT-S-INCREASING.
           MOVE WS-SITE-DECREASING (WS-SITE-IDX)  TO CKPT-S-DECREASING.
           MOVE WS-SITE-ON-HOLD (WS-SITE-IDX)     TO CKPT-S-ON-HOLD.

           MOVE CHECKPOINT-SITE-LINE TO CHECKPOINT-REC.
           WRITE CHECKPOINT-REC.
           MOVE TOTAL-LINE-SITE-INACTIVE TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE WS-UNIT-REJECT-AMOUNT  TO TOTAL-UNIT-REJECT.
           MOVE TOTAL-LINE-UNIT-REJECT TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE WS-ON-HOLD-AMOUNT      TO TOTAL-ON-HOLD-RECORDS.
           MOVE TOTAL-LINE-ON-HOLD     TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE WS-SUSPECT-AMOUNT      TO TOTAL-SUSPECT-RECORDS.
           MOVE TOTAL-LINE-SUSPECT     TO PRINT-LINE.
           WRITE PRINT-LINE.
                       TO TOTAL-SITE-STEP-BAD
                   MOVE WS-SITE-DIR-BAD (WS-SITE-IDX)
                       TO TOTAL-SITE-DIR-BAD
                   MOVE WS-SITE-ON-HOLD (WS-SITE-IDX)
                       TO TOTAL-SITE-ON-HOLD
                   MOVE TOTAL-LINE-SITE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               INTO CSV-LINE.
           WRITE CSV-LINE.

           MOVE SPACES TO CSV-LINE.
           STRING "REJECTED (UNKNOWN UNIT)"   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-UNIT-REJECT-AMOUNT       DELIMITED BY SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.

           MOVE SPACES TO CSV-LINE.
           STRING "ON MAINTENANCE HOLD"       DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-ON-HOLD-AMOUNT           DELIMITED BY SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.

           MOVE SPACES TO CSV-LINE.
           STRING "MARKED SUSPECT"      DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
           MOVE WS-DECREASING-AMOUNT   TO SUMM-DECREASING.
           MOVE "ALL"                  TO SUMM-SITE.
           MOVE WS-CYCLE-NUMBER        TO SUMM-CYCLE.
           MOVE WS-ON-HOLD-AMOUNT      TO SUMM-ON-HOLD.

           MOVE SUMMARY-LINE TO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE WS-SITE-DECREASING (WS-SITE-IDX)  TO SUMM-DECREASING.
           MOVE WS-SITE-CODE-KEY (WS-SITE-IDX)    TO SUMM-SITE.
           MOVE WS-CYCLE-NUMBER                   TO SUMM-CYCLE.
           MOVE WS-SITE-ON-HOLD (WS-SITE-IDX)     TO SUMM-ON-HOLD.

           MOVE SUMMARY-LINE TO SUMMARY-REC.
           WRITE SUMMARY-REC.
       0422-REVALIDATE-REWORK-RECORD.
           MOVE REWORK-REC TO REWORK-LINE.
           MOVE RWK-RECORD-NUM TO WS-RECORD-NUMBER.
           MOVE RWK-UNIT-ID    TO WS-UNIT-ID.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LEVELS
       0440-WRITE-REWORK-DETAIL-LINE.
           MOVE WS-RECORD-NUMBER TO DET-RECORD-NUM.
           MOVE "ALL"            TO DET-SITE.
           MOVE WS-UNIT-ID       TO DET-UNIT-ID.
           MOVE SPACES           TO DET-SUSPECT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               INTO ALERT-REC.
           WRITE ALERT-REC.

      *****************************************************************
      * Every output above is closed by now; DAY-02-02-GEN-CATALOG    *
      * copies each to this run's dated, cycle-numbered generation    *
      * and catalogs it, so tomorrow's run overwriting the fixed      *
      * names loses nothing. The run date and cycle are handed over   *
      * in the environment, the same way DAY-02-02-CHAIN-DRIVER hands *
      * its lock down to the steps. A generation that could not be    *
      * kept is a warning only - the day's figures are good.          *
      *****************************************************************
       0340-KEEP-OUTPUT-GENERATIONS.
           DISPLAY "DAY-GEN-RUN-DATE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RUN-DATE UPON ENVIRONMENT-VALUE.
           DISPLAY "DAY-GEN-CYCLE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-CYCLE-NUMBER UPON ENVIRONMENT-VALUE.

           MOVE ZEROES TO RETURN-CODE.
           CALL "DAY-02-02-GEN-CATALOG"
               ON EXCEPTION MOVE 4 TO RETURN-CODE
           END-CALL.

           IF RETURN-CODE > WS-RUN-SEVERITY THEN
               MOVE RETURN-CODE TO WS-RUN-SEVERITY
           END-IF.
           MOVE ZEROES TO RETURN-CODE.

       END PROGRAM ADVENT-OF-CODE-2024-DAY-02-02.
