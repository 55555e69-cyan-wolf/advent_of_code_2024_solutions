      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. The
      *          outbound interface to the maintenance management
      *          system, replacing the hand rekeying of UNSAFE lines
      *          off the detail and chronic reports. Reads the day's
      *          RESULTS-FILE and the STATUS-MASTER-FILE and writes a
      *          fixed-format work-order request extract: one request
      *          for every unit that came out UNSAFE today after not
      *          being UNSAFE on its previous run, and one for every
      *          unit UNSAFE on at least the chronic threshold of run
      *          dates (the same range and threshold the chronic
      *          report is run with), each carrying site, levels,
      *          fail reason and the first failing pair from DIAG-
      *          FILE, and closed by a trailer count. A ticket
      *          register remembers every request raised; the
      *          maintenance system's acknowledgement file posts the
      *          ticket number and its open/closed state back into
      *          it, and no second request is raised for a unit whose
      *          request is still waiting or whose ticket is open.
      *          DAY-02-02-STATUS-INQUIRY and DAY-02-02-CHRONIC-
      *          REPORT read the same register to show the ticket
      *          against the unit. A register too long for the table
      *          is never rewritten (nor the acknowledgements
      *          emptied) - the run ends TABLE-FULL instead. It holds
      *          MASTER shared on the shared run lock while it runs
      *          and will not start while a reload or conversion
      *          holds the master; the refusal ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-WORK-ORDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   RESULTS-FILE and DIAG-FILE may legitimately not exist yet
      *>   (main.cbl has not run today), so their FILE STATUS is
      *>   checked rather than letting a missing file abend this run.
           SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT DIAG-FILE ASSIGN TO DYNAMIC WS-DIAG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-STATUS.
      *>   The keyed master DAY-02-02-STATUS-UPDATE maintains, read
      *>   front to back the way the chronic report reads it; a
      *>   brand-new install without one just has no history - every
      *>   UNSAFE unit today is new, and nobody is chronic yet.
           SELECT STATUS-MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *>   The ticket register (one line per unit a request was ever
      *>   raised for) and the maintenance system's acknowledgement
      *>   file; both optional - the first run has neither.
           SELECT TICKET-FILE ASSIGN TO DYNAMIC WS-TICKET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
      *>   The outbound extract, rewritten every run - the maintenance
      *>   system picks up one day's requests at a time.
           SELECT WORK-ORDER-FILE
               ASSIGN TO DYNAMIC WS-WORK-ORDER-FILE-NAME
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
       FD  RESULTS-FILE.
       01  RESULTS-REC                 PIC X(132) VALUE SPACES.

       FD  DIAG-FILE.
       01  DIAG-REC                    PIC X(132) VALUE SPACES.

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

       FD  TICKET-FILE.
       01  TICKET-REC                  PIC X(132) VALUE SPACES.

       FD  ACK-FILE.
       01  ACK-REC                     PIC X(132) VALUE SPACES.

       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-REC              PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-RESULTS-FILE-NAME        PIC X(100) VALUE SPACES.
       77  WS-RESULTS-STATUS           PIC XX VALUE SPACES.
       77  WS-DIAG-FILE-NAME           PIC X(100) VALUE SPACES.
       77  WS-DIAG-STATUS              PIC XX VALUE SPACES.
       77  WS-MASTER-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       77  WS-TICKET-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-TICKET-STATUS            PIC XX VALUE SPACES.
       77  WS-ACK-FILE-NAME            PIC X(100) VALUE SPACES.
       77  WS-ACK-STATUS               PIC XX VALUE SPACES.
       77  WS-WORK-ORDER-FILE-NAME     PIC X(100) VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

      *>   The chronic range and threshold, from the same environment
      *>   names DAY-02-02-CHRONIC-REPORT reads, so the extract and
      *>   the report always agree on who is chronic; unset, the
      *>   range is wide open and the threshold is 3.
       77  WS-FROM-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-THRU-DATE-RAW            PIC X(8) VALUE SPACES.
       77  WS-MIN-UNSAFE-RAW           PIC X(3) VALUE SPACES.
       77  WS-FROM-DATE                PIC 9(8) VALUE ZEROES.
       77  WS-THRU-DATE                PIC 9(8) VALUE 99999999.
       77  WS-MIN-UNSAFE               PIC 9(3) VALUE 3.

       77  WS-RES-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-DIAG-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-TKT-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-ACK-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-BROWSE-DONE              PIC X VALUE 'N'.
       77  WS-IDX                      PIC 99 VALUE ZEROES.

      *>   The run date and cycle today's results belong to, taken
      *>   from the extract itself - a master record keyed before
      *>   them is history, one keyed at them is today's own posting
      *>   if STATUS-UPDATE has already run.
       77  WS-TODAY-DATE               PIC 9(8) VALUE ZEROES.
       77  WS-TODAY-CYCLE              PIC 99 VALUE ZEROES.

      *>   The position-built unit ID, same shape the day run builds,
      *>   for a results line written before lines carried a unit.
       01  WS-POSITION-UNIT-ID.
           05 FILLER                   PIC X          VALUE "P".
           05 WS-POSITION-UNIT-NUM     PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.

       77  WS-RES-UNIT-ID              PIC X(8) VALUE SPACES.

      *>   Same layout main.cbl writes RESULTS-FILE in.
       01  RESULTS-LINE.
           05 RES-RECORD-NUM           PIC 9(6).
           05 FILLER                   PIC X.
           05 RES-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 RES-STATUS               PIC X(19).
           05 FILLER                   PIC X.
           05 RES-FAIL-REASON          PIC X(8).
           05 FILLER                   PIC X.
           05 RES-FIELDS               OCCURS 12 TIMES.
               10 RES-FIELD-VALUE      PIC 999.
               10 FILLER               PIC X.
           05 RES-SITE                 PIC X(3).
           05 FILLER                   PIC X.
           05 RES-CYCLE                PIC 99.
           05 FILLER                   PIC X.
           05 RES-UNIT-ID              PIC X(8).

      *>   Today's results, one entry per unit: its status, the
      *>   levels and fail reason the request carries, the first
      *>   failing pair DIAG-FILE named, and the status of the unit's
      *>   previous run off the master - spaces when it has none.
       01  WS-TODAY-TABLE.
           05 WS-TDY-ENTRY             OCCURS 1000 TIMES.
               10 WS-TDY-UNIT-ID       PIC X(8).
               10 WS-TDY-SITE          PIC X(3).
               10 WS-TDY-STATUS        PIC X(19).
               10 WS-TDY-FAIL-REASON   PIC X(8).
               10 WS-TDY-LEVEL         PIC 999 OCCURS 12 TIMES.
               10 WS-TDY-FAIL-PAIR     PIC X(5).
               10 WS-TDY-FAIL-STEP     PIC 999.
               10 WS-TDY-PRIOR-STATUS  PIC X(19).

       77  WS-TDY-COUNT                PIC 9(4) VALUE ZEROES.
       77  WS-TDY-IDX                  PIC 9(4) VALUE ZEROES.
       77  WS-TDY-OVERFLOW             PIC 9(6) VALUE ZEROES.
       77  WS-TDY-SLOT                 PIC 9(4) VALUE ZEROES.

      *>   One DIAG-FILE line broken into its words - the unit, the
      *>   first bad pair and its step are found by the word that
      *>   precedes each, so a blank site code cannot shift them.
       01  WS-DIAG-WORD-TABLE.
           05 WS-DIAG-WORD             OCCURS 16 TIMES PIC X(20).

       77  WS-DIAG-UNIT-ID             PIC X(8) VALUE SPACES.
       77  WS-DIAG-PAIR                PIC X(5) VALUE SPACES.
       77  WS-DIAG-STEP-RAW            PIC X(3) VALUE SPACES.
       77  WS-DIAG-IS-UNSAFE           PIC X VALUE 'N'.

      *>   The unit the master pass is accumulating, in the chronic
      *>   report's own terms: distinct run dates in the range, and
      *>   how many of them were UNSAFE. The latest UNSAFE record's
      *>   details are kept for a chronic request.
       77  WS-CURR-UNIT-ID             PIC X(8) VALUE SPACES.
       77  WS-CURR-SITE                PIC X(3) VALUE SPACES.
       77  WS-CURR-UNSAFE              PIC 9(3) VALUE ZEROES.
       77  WS-CURR-LAST-DATE           PIC 9(8) VALUE ZEROES.
       77  WS-DATE-UNSAFE-TAKEN        PIC X VALUE 'N'.
       77  WS-FIRST-RECORD             PIC X VALUE 'Y'.
       77  WS-CURR-BAD-DATE            PIC 9(8) VALUE ZEROES.
       77  WS-CURR-BAD-STATUS          PIC X(19) VALUE SPACES.
       77  WS-CURR-BAD-REASON          PIC X(8) VALUE SPACES.

       01  WS-CURR-BAD-LEVELS.
           05 WS-CURR-BAD-LEVEL        PIC 999 OCCURS 12 TIMES.

      *>   The chronic units found, held until the extract is written
      *>   so the day's new-UNSAFE requests go out first.
       01  WS-CHRONIC-TABLE.
           05 WS-CHR-ENTRY             OCCURS 200 TIMES.
               10 WS-CHR-UNIT-ID       PIC X(8).
               10 WS-CHR-SITE          PIC X(3).
               10 WS-CHR-UNSAFE        PIC 9(3).
               10 WS-CHR-LAST-BAD-DATE PIC 9(8).
               10 WS-CHR-STATUS        PIC X(19).
               10 WS-CHR-FAIL-REASON   PIC X(8).
               10 WS-CHR-LEVEL         PIC 999 OCCURS 12 TIMES.

       77  WS-CHR-COUNT                PIC 9(3) VALUE ZEROES.
       77  WS-CHR-IDX                  PIC 9(3) VALUE ZEROES.
       77  WS-CHR-OVERFLOW             PIC 9(6) VALUE ZEROES.

      *>   The ticket register, whole, while requests are raised and
      *>   acknowledgements posted; rewritten at the end. A unit has
      *>   one line - a new request after a closed ticket replaces it.
      *>   Once a line will not fit WS-TKT-FULL is set and the
      *>   register on file is left exactly as it was.
       01  WS-TICKET-TABLE.
           05 WS-TKT-ENTRY             OCCURS 500 TIMES.
               10 WS-TKT-UNIT-ID       PIC X(8).
               10 WS-TKT-SITE          PIC X(3).
               10 WS-TKT-NUMBER        PIC X(12).
               10 WS-TKT-STATE         PIC X(9).
               10 WS-TKT-RAISED-DATE   PIC 9(8).
               10 WS-TKT-UPDATED-DATE  PIC 9(8).
               10 WS-TKT-REASON        PIC X(7).

       77  WS-TKT-COUNT                PIC 999 VALUE ZEROES.
       77  WS-TKT-IDX                  PIC 999 VALUE ZEROES.
       77  WS-TKT-SLOT                 PIC 999 VALUE ZEROES.
       77  WS-TKT-FULL                 PIC X VALUE 'N'.
       77  WS-TKT-WRITTEN              PIC X VALUE 'N'.
       77  WS-ACK-FILE-READ            PIC X VALUE 'N'.

      *>   One TICKET-FILE line. State is REQUESTED from the moment
      *>   the request goes out until the maintenance system
      *>   acknowledges it, then OPEN or CLOSED as it reports.
       01  TICKET-LINE.
           05 TKT-UNIT-ID              PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 TKT-SITE                 PIC X(3).
           05 FILLER                   PIC X          VALUE SPACE.
           05 TKT-NUMBER               PIC X(12).
           05 FILLER                   PIC X          VALUE SPACE.
           05 TKT-STATE                PIC X(9).
           05 FILLER                   PIC X          VALUE SPACE.
           05 TKT-RAISED-DATE          PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 TKT-UPDATED-DATE         PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 TKT-REASON               PIC X(7).

      *>   One ACK-FILE line as the maintenance system sends it back:
      *>   unit, site, its ticket number, OPEN or CLOSED.
       01  ACK-LINE.
           05 ACK-UNIT-ID              PIC X(8).
           05 FILLER                   PIC X.
           05 ACK-SITE                 PIC X(3).
           05 FILLER                   PIC X.
           05 ACK-TICKET               PIC X(12).
           05 FILLER                   PIC X.
           05 ACK-STATE                PIC X(6).

      *>   One request line of the outbound extract. The reason is
      *>   NEW (UNSAFE today, not UNSAFE on its previous run) or
      *>   CHRONIC (UNSAFE on the threshold of run dates or more);
      *>   the unsafe-days count is filled for either.
       01  WO-DETAIL-LINE.
           05 WO-REC-TYPE              PIC X          VALUE "D".
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-RUN-DATE              PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-SITE                  PIC X(3).
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-UNIT-ID               PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-REASON                PIC X(7).
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-STATUS                PIC X(19).
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-FAIL-REASON           PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-FAIL-PAIR             PIC X(5).
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-FAIL-STEP             PIC 999.
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-UNSAFE-DAYS           PIC 999.
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-FIELDS                OCCURS 12 TIMES.
               10 WO-FIELD-VALUE       PIC 999.
               10 FILLER               PIC X          VALUE SPACE.

      *>   The extract's closing line: the request count the receiving
      *>   side balances its load against.
       01  WO-TRAILER-LINE.
           05 WO-TRL-TYPE              PIC X          VALUE "T".
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-TRL-RUN-DATE          PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 WO-TRL-COUNT             PIC 9(6).

      *>   What the run did, for the audit record and the severity.
       77  WS-REQUESTS-RAISED          PIC 9(6) VALUE ZEROES.
       77  WS-REQUESTS-SUPPRESSED      PIC 9(6) VALUE ZEROES.
       77  WS-ACKS-POSTED              PIC 9(6) VALUE ZEROES.
       77  WS-ACKS-REFUSED             PIC 9(6) VALUE ZEROES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.
       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.

      *>   The request in hand while it is checked and raised.
       77  WS-REQ-UNIT-ID              PIC X(8) VALUE SPACES.
       77  WS-REQ-SITE                 PIC X(3) VALUE SPACES.
       77  WS-REQ-REASON               PIC X(7) VALUE SPACES.
       77  WS-REQ-LAST-BAD-DATE        PIC 9(8) VALUE ZEROES.
       77  WS-REQ-ALLOWED              PIC X VALUE 'N'.

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
      *>   requests raised and suppressed ride in the safe/dampened
      *>   slots, acknowledgements posted and refused in the
      *>   rejected/malformed slots.
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

      *>   Refused by the run lock: the ticket register is not touched
      *>   and the refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0100-LOAD-TICKET-REGISTER
               PERFORM 0200-POST-ACKNOWLEDGEMENTS
               PERFORM 0300-LOAD-TODAYS-RESULTS
               PERFORM 0350-LOAD-DIAG-POSITIONS
               PERFORM 0400-SCAN-STATUS-MASTER
               PERFORM 0500-WRITE-WORK-ORDER-EXTRACT

               IF WS-TKT-FULL = 'N' THEN
                   PERFORM 0600-REWRITE-TICKET-REGISTER
               END-IF

      *>       A refused acknowledgement or a table overflow means some
      *>       unit may have been missed or mis-posted - a warning for
      *>       whoever scheduled this step, not a hold. A register that
      *>       could not be written at all is.
               IF WS-TKT-FULL = 'N' AND WS-TKT-WRITTEN = 'N' THEN
                   MOVE 8 TO WS-RUN-SEVERITY
                   MOVE "REGISTER-FAILED" TO WS-OUTCOME
               ELSE
                   IF WS-TKT-FULL = 'Y' THEN
                       MOVE 4 TO WS-RUN-SEVERITY
                       MOVE "TABLE-FULL" TO WS-OUTCOME
                   ELSE
                       IF WS-ACKS-REFUSED > 0 OR WS-TDY-OVERFLOW > 0
                               OR WS-CHR-OVERFLOW > 0 THEN
                           MOVE 4 TO WS-RUN-SEVERITY
                           MOVE "WARNINGS" TO WS-OUTCOME
                       ELSE
                           MOVE "COMPLETE" TO WS-OUTCOME
                       END-IF
                   END-IF
               END-IF

               PERFORM 0700-WRITE-AUDIT-RECORD
               PERFORM 0950-RELEASE-RUN-LOCK
           ELSE
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-RESULTS-FILE-NAME
               FROM ENVIRONMENT "DAY-RESULTS-FILE".
           IF WS-RESULTS-FILE-NAME = SPACES THEN
               MOVE "../day_results.txt" TO WS-RESULTS-FILE-NAME
           END-IF.

           ACCEPT WS-DIAG-FILE-NAME
               FROM ENVIRONMENT "DAY-DIAG-FILE".
           IF WS-DIAG-FILE-NAME = SPACES THEN
               MOVE "../diagnostic.txt" TO WS-DIAG-FILE-NAME
           END-IF.

           ACCEPT WS-MASTER-FILE-NAME
               FROM ENVIRONMENT "DAY-STATUS-MASTER-FILE".
           IF WS-MASTER-FILE-NAME = SPACES THEN
               MOVE "../status_master.dat" TO WS-MASTER-FILE-NAME
           END-IF.

           ACCEPT WS-TICKET-FILE-NAME
               FROM ENVIRONMENT "DAY-WORK-ORDER-TICKET-FILE".
           IF WS-TICKET-FILE-NAME = SPACES THEN
               MOVE "../work_order_tickets.txt" TO WS-TICKET-FILE-NAME
           END-IF.

           ACCEPT WS-ACK-FILE-NAME
               FROM ENVIRONMENT "DAY-WORK-ORDER-ACK-FILE".
           IF WS-ACK-FILE-NAME = SPACES THEN
               MOVE "../work_order_ack.txt" TO WS-ACK-FILE-NAME
           END-IF.

           ACCEPT WS-WORK-ORDER-FILE-NAME
               FROM ENVIRONMENT "DAY-WORK-ORDER-FILE".
           IF WS-WORK-ORDER-FILE-NAME = SPACES THEN
               MOVE "../work_order_extract.txt"
                   TO WS-WORK-ORDER-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-FROM-DATE-RAW
               FROM ENVIRONMENT "DAY-CHRONIC-FROM-DATE".
           IF WS-FROM-DATE-RAW IS NUMERIC THEN
               MOVE WS-FROM-DATE-RAW TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-THRU-DATE-RAW
               FROM ENVIRONMENT "DAY-CHRONIC-THRU-DATE".
           IF WS-THRU-DATE-RAW IS NUMERIC THEN
               MOVE WS-THRU-DATE-RAW TO WS-THRU-DATE
           END-IF.

           ACCEPT WS-MIN-UNSAFE-RAW
               FROM ENVIRONMENT "DAY-CHRONIC-MIN-UNSAFE".
           IF WS-MIN-UNSAFE-RAW IS NUMERIC THEN
               MOVE WS-MIN-UNSAFE-RAW TO WS-MIN-UNSAFE
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

       0100-LOAD-TICKET-REGISTER.
           OPEN INPUT TICKET-FILE.

           IF WS-TICKET-STATUS = "00" THEN
               PERFORM 0110-LOAD-ONE-TICKET-LINE
                   UNTIL WS-TKT-DATA-REMAINS = 'N'

               CLOSE TICKET-FILE
           END-IF.

       0110-LOAD-ONE-TICKET-LINE.
           READ TICKET-FILE
               AT END MOVE 'N' TO WS-TKT-DATA-REMAINS.

           IF WS-TKT-DATA-REMAINS <> 'N'
               IF WS-TKT-COUNT < 500
                   MOVE TICKET-REC TO TICKET-LINE
                   ADD 1 TO WS-TKT-COUNT
                   MOVE TKT-UNIT-ID
                       TO WS-TKT-UNIT-ID (WS-TKT-COUNT)
                   MOVE TKT-SITE      TO WS-TKT-SITE (WS-TKT-COUNT)
                   MOVE TKT-NUMBER    TO WS-TKT-NUMBER (WS-TKT-COUNT)
                   MOVE TKT-STATE     TO WS-TKT-STATE (WS-TKT-COUNT)
                   MOVE TKT-RAISED-DATE
                       TO WS-TKT-RAISED-DATE (WS-TKT-COUNT)
                   MOVE TKT-UPDATED-DATE
                       TO WS-TKT-UPDATED-DATE (WS-TKT-COUNT)
                   MOVE TKT-REASON    TO WS-TKT-REASON (WS-TKT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TKT-FULL
               END-IF
           END-IF.

      *****************************************************************
      * Acknowledgements are posted before any request is raised, so  *
      * a ticket the maintenance system closed overnight frees its    *
      * unit for a fresh request today. An acknowledgement for a unit *
      * the register has never seen (a ticket raised by hand on the   *
      * maintenance side) is taken on as a new register line. One    *
      * with no ticket number or a state other than OPEN or CLOSED is *
      * refused and counted. The file is emptied, the way             *
      * TREND-UPDATE empties the adjustment file it picks up, but     *
      * only once the register holding its postings has been          *
      * rewritten (see 0600) - a full register keeps them for later.  *
      *****************************************************************
       0200-POST-ACKNOWLEDGEMENTS.
           OPEN INPUT ACK-FILE.

           IF WS-ACK-STATUS = "00" THEN
               MOVE 'Y' TO WS-ACK-FILE-READ
               PERFORM 0210-POST-ONE-ACK-LINE
                   UNTIL WS-ACK-DATA-REMAINS = 'N'

               CLOSE ACK-FILE
           END-IF.

       0210-POST-ONE-ACK-LINE.
           READ ACK-FILE
               AT END MOVE 'N' TO WS-ACK-DATA-REMAINS.

           IF WS-ACK-DATA-REMAINS <> 'N'
               IF ACK-REC NOT = SPACES
                   MOVE ACK-REC TO ACK-LINE
                   IF ACK-UNIT-ID = SPACES OR ACK-TICKET = SPACES
                           OR ACK-STATE NOT = "OPEN"
                               AND ACK-STATE NOT = "CLOSED"
                       ADD 1 TO WS-ACKS-REFUSED
                   ELSE
                       MOVE ACK-UNIT-ID TO WS-REQ-UNIT-ID
                       MOVE ACK-SITE    TO WS-REQ-SITE
                       PERFORM 0540-FIND-TICKET-SLOT
                       PERFORM 0220-APPLY-ONE-ACK
                   END-IF
               END-IF
           END-IF.

       0220-APPLY-ONE-ACK.
           IF WS-TKT-SLOT = 0 THEN
               IF WS-TKT-COUNT < 500 THEN
                   ADD 1 TO WS-TKT-COUNT
                   MOVE WS-TKT-COUNT TO WS-TKT-SLOT
                   MOVE ACK-UNIT-ID  TO WS-TKT-UNIT-ID (WS-TKT-SLOT)
                   MOVE ACK-SITE     TO WS-TKT-SITE (WS-TKT-SLOT)
                   MOVE WS-RUN-DATE
                       TO WS-TKT-RAISED-DATE (WS-TKT-SLOT)
                   MOVE "MANUAL"     TO WS-TKT-REASON (WS-TKT-SLOT)
               ELSE
                   ADD 1 TO WS-ACKS-REFUSED
                   MOVE 'Y' TO WS-TKT-FULL
               END-IF
           END-IF.

           IF WS-TKT-SLOT > 0 THEN
               MOVE ACK-TICKET  TO WS-TKT-NUMBER (WS-TKT-SLOT)
               MOVE ACK-STATE   TO WS-TKT-STATE (WS-TKT-SLOT)
               MOVE WS-RUN-DATE TO WS-TKT-UPDATED-DATE (WS-TKT-SLOT)
               ADD 1 TO WS-ACKS-POSTED
           END-IF.

      *****************************************************************
      * Today's results extract, one table entry per unit. The run    *
      * date and cycle of the first line mark where history ends for  *
      * the master pass. A line without a unit ID (written before     *
      * lines carried one) keys by its position-built ID, the same    *
      * way DAY-02-02-STATUS-UPDATE posted it.                        *
      *****************************************************************
       0300-LOAD-TODAYS-RESULTS.
           OPEN INPUT RESULTS-FILE.

           IF WS-RESULTS-STATUS = "00" THEN
               PERFORM 0310-LOAD-ONE-RESULTS-LINE
                   UNTIL WS-RES-DATA-REMAINS = 'N'

               CLOSE RESULTS-FILE
           END-IF.

       0310-LOAD-ONE-RESULTS-LINE.
           READ RESULTS-FILE
               AT END MOVE 'N' TO WS-RES-DATA-REMAINS.

           IF WS-RES-DATA-REMAINS <> 'N'
               MOVE RESULTS-REC TO RESULTS-LINE
               IF WS-TODAY-DATE = ZEROES
                       AND RES-RUN-DATE IS NUMERIC THEN
                   MOVE RES-RUN-DATE TO WS-TODAY-DATE
                   IF RES-CYCLE IS NUMERIC
                       MOVE RES-CYCLE TO WS-TODAY-CYCLE
                   ELSE
                       MOVE 1 TO WS-TODAY-CYCLE
                   END-IF
               END-IF

               IF RES-UNIT-ID = SPACES THEN
                   MOVE RES-RECORD-NUM TO WS-POSITION-UNIT-NUM
                   MOVE WS-POSITION-UNIT-ID TO WS-RES-UNIT-ID
               ELSE
                   MOVE RES-UNIT-ID TO WS-RES-UNIT-ID
               END-IF

               IF WS-TDY-COUNT < 1000 THEN
                   ADD 1 TO WS-TDY-COUNT
                   MOVE WS-RES-UNIT-ID
                       TO WS-TDY-UNIT-ID (WS-TDY-COUNT)
                   MOVE RES-SITE    TO WS-TDY-SITE (WS-TDY-COUNT)
                   MOVE RES-STATUS  TO WS-TDY-STATUS (WS-TDY-COUNT)
                   MOVE RES-FAIL-REASON
                       TO WS-TDY-FAIL-REASON (WS-TDY-COUNT)
                   MOVE SPACES TO WS-TDY-FAIL-PAIR (WS-TDY-COUNT)
                   MOVE ZEROES TO WS-TDY-FAIL-STEP (WS-TDY-COUNT)
                   MOVE SPACES
                       TO WS-TDY-PRIOR-STATUS (WS-TDY-COUNT)
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 12
                       MOVE RES-FIELD-VALUE (WS-IDX)
                           TO WS-TDY-LEVEL (WS-TDY-COUNT, WS-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-TDY-OVERFLOW
               END-IF
           END-IF.

      *****************************************************************
      * DIAG-FILE names, for every record still UNSAFE, the first bad *
      * pair and the step between them; that pair is what the crew    *
      * checks first, so it rides on the request. Dampener-rescue     *
      * lines are not UNSAFE and are passed over.                     *
      *****************************************************************
       0350-LOAD-DIAG-POSITIONS.
           OPEN INPUT DIAG-FILE.

           IF WS-DIAG-STATUS = "00" THEN
               PERFORM 0360-LOAD-ONE-DIAG-LINE
                   UNTIL WS-DIAG-DATA-REMAINS = 'N'

               CLOSE DIAG-FILE
           END-IF.

       0360-LOAD-ONE-DIAG-LINE.
           READ DIAG-FILE
               AT END MOVE 'N' TO WS-DIAG-DATA-REMAINS.

           IF WS-DIAG-DATA-REMAINS <> 'N'
               MOVE SPACES TO WS-DIAG-WORD-TABLE
               UNSTRING DIAG-REC DELIMITED BY ALL SPACE
                   INTO WS-DIAG-WORD (1)  WS-DIAG-WORD (2)
                        WS-DIAG-WORD (3)  WS-DIAG-WORD (4)
                        WS-DIAG-WORD (5)  WS-DIAG-WORD (6)
                        WS-DIAG-WORD (7)  WS-DIAG-WORD (8)
                        WS-DIAG-WORD (9)  WS-DIAG-WORD (10)
                        WS-DIAG-WORD (11) WS-DIAG-WORD (12)
                        WS-DIAG-WORD (13) WS-DIAG-WORD (14)
                        WS-DIAG-WORD (15) WS-DIAG-WORD (16)
               END-UNSTRING

               MOVE SPACES TO WS-DIAG-UNIT-ID
               MOVE SPACES TO WS-DIAG-PAIR
               MOVE SPACES TO WS-DIAG-STEP-RAW
               MOVE 'N'    TO WS-DIAG-IS-UNSAFE
               PERFORM 0370-PICK-DIAG-WORD
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 15

               IF WS-DIAG-IS-UNSAFE = 'Y'
                       AND WS-DIAG-PAIR NOT = SPACES
                       AND WS-DIAG-UNIT-ID NOT = SPACES
                   PERFORM 0380-POST-DIAG-TO-UNIT
               END-IF
           END-IF.

      *>   Only an UNSAFE line is wanted; the rescue line's pair sits
      *>   after WAS and is left alone. A line with no unit ID goes
      *>   by its record number, the position-built ID.
       0370-PICK-DIAG-WORD.
           IF WS-DIAG-WORD (WS-IDX) (1:7) = "UNSAFE-"
               MOVE 'Y' TO WS-DIAG-IS-UNSAFE
           END-IF.
           IF WS-DIAG-WORD (WS-IDX) = "RECORD"
                   AND WS-DIAG-WORD (WS-IDX + 1) (1:6) IS NUMERIC
               MOVE WS-DIAG-WORD (WS-IDX + 1) (1:6)
                   TO WS-POSITION-UNIT-NUM
               MOVE WS-POSITION-UNIT-ID TO WS-DIAG-UNIT-ID
           END-IF.
           IF WS-DIAG-WORD (WS-IDX) = "UNIT"
                   AND WS-DIAG-WORD (WS-IDX + 1) (1:7) NOT = "UNSAFE-"
               MOVE WS-DIAG-WORD (WS-IDX + 1) TO WS-DIAG-UNIT-ID
           END-IF.
           IF WS-DIAG-WORD (WS-IDX) = "PAIR"
               MOVE WS-DIAG-WORD (WS-IDX + 1) TO WS-DIAG-PAIR
           END-IF.
           IF WS-DIAG-WORD (WS-IDX) = "STEP"
               MOVE WS-DIAG-WORD (WS-IDX + 1) TO WS-DIAG-STEP-RAW
           END-IF.

       0380-POST-DIAG-TO-UNIT.
           PERFORM VARYING WS-TDY-IDX FROM 1 BY 1
                   UNTIL WS-TDY-IDX > WS-TDY-COUNT
               IF WS-TDY-UNIT-ID (WS-TDY-IDX) = WS-DIAG-UNIT-ID
                   MOVE WS-DIAG-PAIR TO WS-TDY-FAIL-PAIR (WS-TDY-IDX)
                   IF WS-DIAG-STEP-RAW IS NUMERIC
                       MOVE WS-DIAG-STEP-RAW
                           TO WS-TDY-FAIL-STEP (WS-TDY-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * One pass of the master in key order, doing two jobs at once:  *
      * the latest status keyed before today's run date and cycle is  *
      * posted to the unit's entry in today's table (what "newly      *
      * UNSAFE" is measured against), and every unit's distinct       *
      * UNSAFE run dates inside the chronic range are counted exactly *
      * as DAY-02-02-CHRONIC-REPORT counts them.                      *
      *****************************************************************
       0400-SCAN-STATUS-MASTER.
           OPEN INPUT STATUS-MASTER-FILE.

           IF WS-MASTER-STATUS = "00" THEN
               PERFORM 0410-READ-NEXT-MASTER-RECORD
                   UNTIL WS-BROWSE-DONE = 'Y'

               PERFORM 0430-CLOSE-OUT-CURRENT-UNIT

               CLOSE STATUS-MASTER-FILE
           END-IF.

       0410-READ-NEXT-MASTER-RECORD.
           READ STATUS-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE
           END-READ.

           IF WS-BROWSE-DONE <> 'Y'
               IF WS-FIRST-RECORD = 'Y' THEN
                   MOVE 'N' TO WS-FIRST-RECORD
                   MOVE MST-UNIT-ID TO WS-CURR-UNIT-ID
                   PERFORM 0440-FIND-TODAY-SLOT
               ELSE
                   IF MST-UNIT-ID NOT = WS-CURR-UNIT-ID THEN
                       PERFORM 0430-CLOSE-OUT-CURRENT-UNIT
                       MOVE MST-UNIT-ID TO WS-CURR-UNIT-ID
                       PERFORM 0440-FIND-TODAY-SLOT
                   END-IF
               END-IF

               IF WS-TDY-SLOT > 0
                   IF MST-RUN-DATE < WS-TODAY-DATE
                           OR MST-RUN-DATE = WS-TODAY-DATE
                               AND MST-CYCLE < WS-TODAY-CYCLE
                       MOVE MST-STATUS
                           TO WS-TDY-PRIOR-STATUS (WS-TDY-SLOT)
                   END-IF
               END-IF

               IF MST-RUN-DATE >= WS-FROM-DATE
                       AND MST-RUN-DATE <= WS-THRU-DATE
                   PERFORM 0420-ACCUMULATE-ONE-DAY
               END-IF
           END-IF.

       0420-ACCUMULATE-ONE-DAY.
           MOVE MST-SITE TO WS-CURR-SITE.

           IF MST-RUN-DATE NOT = WS-CURR-LAST-DATE THEN
               MOVE MST-RUN-DATE TO WS-CURR-LAST-DATE
               MOVE 'N' TO WS-DATE-UNSAFE-TAKEN
           END-IF.

           IF MST-STATUS (1:7) = "UNSAFE-" THEN
               IF WS-DATE-UNSAFE-TAKEN = 'N' THEN
                   MOVE 'Y' TO WS-DATE-UNSAFE-TAKEN
                   ADD 1 TO WS-CURR-UNSAFE
               END-IF
               MOVE MST-RUN-DATE    TO WS-CURR-BAD-DATE
               MOVE MST-STATUS      TO WS-CURR-BAD-STATUS
               MOVE MST-FAIL-REASON TO WS-CURR-BAD-REASON
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 12
                   MOVE MST-FIELD-VALUE (WS-IDX)
                       TO WS-CURR-BAD-LEVEL (WS-IDX)
               END-PERFORM
           END-IF.

       0430-CLOSE-OUT-CURRENT-UNIT.
           IF WS-CURR-UNSAFE > 0
                   AND WS-CURR-UNSAFE >= WS-MIN-UNSAFE THEN
               IF WS-CHR-COUNT < 200 THEN
                   ADD 1 TO WS-CHR-COUNT
                   MOVE WS-CURR-UNIT-ID
                       TO WS-CHR-UNIT-ID (WS-CHR-COUNT)
                   MOVE WS-CURR-SITE   TO WS-CHR-SITE (WS-CHR-COUNT)
                   MOVE WS-CURR-UNSAFE TO WS-CHR-UNSAFE (WS-CHR-COUNT)
                   MOVE WS-CURR-BAD-DATE
                       TO WS-CHR-LAST-BAD-DATE (WS-CHR-COUNT)
                   MOVE WS-CURR-BAD-STATUS
                       TO WS-CHR-STATUS (WS-CHR-COUNT)
                   MOVE WS-CURR-BAD-REASON
                       TO WS-CHR-FAIL-REASON (WS-CHR-COUNT)
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 12
                       MOVE WS-CURR-BAD-LEVEL (WS-IDX)
                           TO WS-CHR-LEVEL (WS-CHR-COUNT, WS-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-CHR-OVERFLOW
               END-IF
           END-IF.

           MOVE ZEROES TO WS-CURR-UNSAFE.
           MOVE SPACES TO WS-CURR-SITE.
           MOVE ZEROES TO WS-CURR-LAST-DATE.
           MOVE 'N'    TO WS-DATE-UNSAFE-TAKEN.
           MOVE ZEROES TO WS-CURR-BAD-DATE.

       0440-FIND-TODAY-SLOT.
           MOVE ZEROES TO WS-TDY-SLOT.

           PERFORM VARYING WS-TDY-IDX FROM 1 BY 1
                   UNTIL WS-TDY-IDX > WS-TDY-COUNT
               IF WS-TDY-UNIT-ID (WS-TDY-IDX) = MST-UNIT-ID
                   MOVE WS-TDY-IDX TO WS-TDY-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      * The extract: today's newly UNSAFE units first, in feed order, *
      * then the chronic units not already requested above - a unit   *
      * both new and chronic goes out once, as NEW. A unit on a       *
      * maintenance hold today is already being worked on and gets no *
      * chronic request. The trailer carries the count of requests.   *
      *****************************************************************
       0500-WRITE-WORK-ORDER-EXTRACT.
           OPEN OUTPUT WORK-ORDER-FILE.

           PERFORM VARYING WS-TDY-IDX FROM 1 BY 1
                   UNTIL WS-TDY-IDX > WS-TDY-COUNT
               IF WS-TDY-STATUS (WS-TDY-IDX) (1:7) = "UNSAFE-"
                       AND WS-TDY-PRIOR-STATUS (WS-TDY-IDX) (1:7)
                           NOT = "UNSAFE-"
                   PERFORM 0510-REQUEST-NEW-UNSAFE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-CHR-COUNT
               PERFORM 0520-REQUEST-CHRONIC-UNIT
           END-PERFORM.

           MOVE WS-RUN-DATE        TO WO-TRL-RUN-DATE.
           MOVE WS-REQUESTS-RAISED TO WO-TRL-COUNT.
           MOVE WO-TRAILER-LINE    TO WORK-ORDER-REC.
           WRITE WORK-ORDER-REC.

           CLOSE WORK-ORDER-FILE.

       0510-REQUEST-NEW-UNSAFE.
           MOVE WS-TDY-UNIT-ID (WS-TDY-IDX) TO WS-REQ-UNIT-ID.
           MOVE WS-TDY-SITE (WS-TDY-IDX)    TO WS-REQ-SITE.
           MOVE "NEW"                       TO WS-REQ-REASON.
           MOVE WS-TODAY-DATE               TO WS-REQ-LAST-BAD-DATE.
           PERFORM 0530-CHECK-REQUEST-ALLOWED.

           IF WS-REQ-ALLOWED = 'Y' THEN
               MOVE WS-TDY-STATUS (WS-TDY-IDX)      TO WO-STATUS
               MOVE WS-TDY-FAIL-REASON (WS-TDY-IDX) TO WO-FAIL-REASON
               MOVE WS-TDY-FAIL-PAIR (WS-TDY-IDX)   TO WO-FAIL-PAIR
               MOVE WS-TDY-FAIL-STEP (WS-TDY-IDX)   TO WO-FAIL-STEP
               MOVE ZEROES                          TO WO-UNSAFE-DAYS
               PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                       UNTIL WS-CHR-IDX > WS-CHR-COUNT
                   IF WS-CHR-UNIT-ID (WS-CHR-IDX) = WS-REQ-UNIT-ID
                       MOVE WS-CHR-UNSAFE (WS-CHR-IDX)
                           TO WO-UNSAFE-DAYS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 12
                   MOVE WS-TDY-LEVEL (WS-TDY-IDX, WS-IDX)
                       TO WO-FIELD-VALUE (WS-IDX)
               END-PERFORM
               PERFORM 0550-RAISE-REQUEST
           END-IF.

       0520-REQUEST-CHRONIC-UNIT.
           MOVE WS-CHR-UNIT-ID (WS-CHR-IDX) TO WS-REQ-UNIT-ID.
           MOVE WS-CHR-SITE (WS-CHR-IDX)    TO WS-REQ-SITE.
           MOVE "CHRONIC"                   TO WS-REQ-REASON.
           MOVE WS-CHR-LAST-BAD-DATE (WS-CHR-IDX)
               TO WS-REQ-LAST-BAD-DATE.
           PERFORM 0530-CHECK-REQUEST-ALLOWED.

           IF WS-REQ-ALLOWED = 'Y' THEN
               MOVE ZEROES TO WS-TDY-SLOT
               PERFORM VARYING WS-TDY-IDX FROM 1 BY 1
                       UNTIL WS-TDY-IDX > WS-TDY-COUNT
                   IF WS-TDY-UNIT-ID (WS-TDY-IDX) = WS-REQ-UNIT-ID
                       MOVE WS-TDY-IDX TO WS-TDY-SLOT
                   END-IF
               END-PERFORM
               IF WS-TDY-SLOT > 0
                   IF WS-TDY-STATUS (WS-TDY-SLOT) = "ON HOLD"
                       MOVE 'N' TO WS-REQ-ALLOWED
                   END-IF
               END-IF
           END-IF.

           IF WS-REQ-ALLOWED = 'Y' THEN
               MOVE WS-CHR-STATUS (WS-CHR-IDX)      TO WO-STATUS
               MOVE WS-CHR-FAIL-REASON (WS-CHR-IDX) TO WO-FAIL-REASON
               MOVE SPACES                          TO WO-FAIL-PAIR
               MOVE ZEROES                          TO WO-FAIL-STEP
               MOVE WS-CHR-UNSAFE (WS-CHR-IDX)      TO WO-UNSAFE-DAYS
      *>       Today's diagnostic pair, when the unit failed again
      *>       today, is still the best place for the crew to start.
               IF WS-TDY-SLOT > 0
                   MOVE WS-TDY-FAIL-PAIR (WS-TDY-SLOT) TO WO-FAIL-PAIR
                   MOVE WS-TDY-FAIL-STEP (WS-TDY-SLOT) TO WO-FAIL-STEP
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 12
                   MOVE WS-CHR-LEVEL (WS-CHR-IDX, WS-IDX)
                       TO WO-FIELD-VALUE (WS-IDX)
               END-PERFORM
               PERFORM 0550-RAISE-REQUEST
           END-IF.

      *****************************************************************
      * No second request while one is outstanding: a unit whose      *
      * register line is REQUESTED (sent, not yet acknowledged) or    *
      * OPEN is suppressed. After a CLOSED ticket a NEW failure is    *
      * always raised, but a CHRONIC one only when the unit has been  *
      * UNSAFE again since the ticket closed - otherwise the days     *
      * that raised the closed ticket would raise it again daily.     *
      *****************************************************************
       0530-CHECK-REQUEST-ALLOWED.
           MOVE 'Y' TO WS-REQ-ALLOWED.
           PERFORM 0540-FIND-TICKET-SLOT.

           IF WS-TKT-SLOT > 0 THEN
               IF WS-TKT-STATE (WS-TKT-SLOT) = "REQUESTED"
                       OR WS-TKT-STATE (WS-TKT-SLOT) = "OPEN"
                   MOVE 'N' TO WS-REQ-ALLOWED
               ELSE
                   IF WS-REQ-REASON = "CHRONIC"
                           AND WS-REQ-LAST-BAD-DATE
                               NOT > WS-TKT-UPDATED-DATE (WS-TKT-SLOT)
                       MOVE 'N' TO WS-REQ-ALLOWED
                   END-IF
               END-IF
           END-IF.

           IF WS-REQ-ALLOWED = 'N' THEN
               ADD 1 TO WS-REQUESTS-SUPPRESSED
           END-IF.

       0540-FIND-TICKET-SLOT.
           MOVE ZEROES TO WS-TKT-SLOT.

           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
                   UNTIL WS-TKT-IDX > WS-TKT-COUNT
               IF WS-TKT-UNIT-ID (WS-TKT-IDX) = WS-REQ-UNIT-ID
                       AND WS-TKT-SITE (WS-TKT-IDX) = WS-REQ-SITE
                   MOVE WS-TKT-IDX TO WS-TKT-SLOT
               END-IF
           END-PERFORM.

      *>   The request goes out and the register remembers it as
      *>   REQUESTED; with the register full the request is still
      *>   sent, it just cannot be guarded against a repeat - the run
      *>   ends TABLE-FULL and the register is not rewritten.
       0550-RAISE-REQUEST.
           MOVE WS-RUN-DATE    TO WO-RUN-DATE.
           MOVE WS-REQ-SITE    TO WO-SITE.
           MOVE WS-REQ-UNIT-ID TO WO-UNIT-ID.
           MOVE WS-REQ-REASON  TO WO-REASON.

           MOVE WO-DETAIL-LINE TO WORK-ORDER-REC.
           WRITE WORK-ORDER-REC.
           ADD 1 TO WS-REQUESTS-RAISED.

           IF WS-TKT-SLOT = 0 THEN
               IF WS-TKT-COUNT < 500 THEN
                   ADD 1 TO WS-TKT-COUNT
                   MOVE WS-TKT-COUNT TO WS-TKT-SLOT
               ELSE
                   MOVE 'Y' TO WS-TKT-FULL
               END-IF
           END-IF.

           IF WS-TKT-SLOT > 0 THEN
               MOVE WS-REQ-UNIT-ID TO WS-TKT-UNIT-ID (WS-TKT-SLOT)
               MOVE WS-REQ-SITE    TO WS-TKT-SITE (WS-TKT-SLOT)
               MOVE SPACES         TO WS-TKT-NUMBER (WS-TKT-SLOT)
               MOVE "REQUESTED"    TO WS-TKT-STATE (WS-TKT-SLOT)
               MOVE WS-RUN-DATE    TO WS-TKT-RAISED-DATE (WS-TKT-SLOT)
               MOVE WS-RUN-DATE    TO WS-TKT-UPDATED-DATE (WS-TKT-SLOT)
               MOVE WS-REQ-REASON  TO WS-TKT-REASON (WS-TKT-SLOT)
           END-IF.

      *>   Only a register that was actually written lets the
      *>   acknowledgements it now holds be emptied.
       0600-REWRITE-TICKET-REGISTER.
           OPEN OUTPUT TICKET-FILE.

           IF WS-TICKET-STATUS = "00" THEN
               PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
                       UNTIL WS-TKT-IDX > WS-TKT-COUNT
                   PERFORM 0610-WRITE-ONE-TICKET-LINE
               END-PERFORM

               CLOSE TICKET-FILE
               MOVE 'Y' TO WS-TKT-WRITTEN

               IF WS-ACK-FILE-READ = 'Y' THEN
                   OPEN OUTPUT ACK-FILE
                   CLOSE ACK-FILE
               END-IF
           END-IF.

       0610-WRITE-ONE-TICKET-LINE.
           MOVE WS-TKT-UNIT-ID (WS-TKT-IDX)      TO TKT-UNIT-ID.
           MOVE WS-TKT-SITE (WS-TKT-IDX)         TO TKT-SITE.
           MOVE WS-TKT-NUMBER (WS-TKT-IDX)       TO TKT-NUMBER.
           MOVE WS-TKT-STATE (WS-TKT-IDX)        TO TKT-STATE.
           MOVE WS-TKT-RAISED-DATE (WS-TKT-IDX)  TO TKT-RAISED-DATE.
           MOVE WS-TKT-UPDATED-DATE (WS-TKT-IDX) TO TKT-UPDATED-DATE.
           MOVE WS-TKT-REASON (WS-TKT-IDX)       TO TKT-REASON.

           MOVE TICKET-LINE TO TICKET-REC.
           WRITE TICKET-REC.

       0700-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-WORK-ORDER" TO AUD-PROGRAM.
           MOVE "EXTRACT"              TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-TDY-COUNT           TO AUD-RECORDS-READ.
           MOVE WS-REQUESTS-RAISED     TO AUD-SAFE-STRICT.
           MOVE WS-REQUESTS-SUPPRESSED TO AUD-SAFE-DAMPENED.
           MOVE WS-ACKS-POSTED         TO AUD-REJECTED.
           MOVE WS-ACKS-REFUSED        TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.
           MOVE WS-RESULTS-FILE-NAME   TO AUD-INPUT-FILE.
           MOVE WS-WORK-ORDER-FILE-NAME TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-WORK-ORDER" TO LCK-HOLDER.
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

      *>   Reads the master for each failing unit's levels; shared, so
      *>   no reload or conversion can rewrite it under the tickets.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 1 TO WS-LOCK-NEED-COUNT.
           MOVE "MASTER"    TO WS-LOCK-NEED-FILE (1).
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
           MOVE "DAY-02-02-WORK-ORDER" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-WORK-ORDER.
