      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Maintains
      *          the plant-unit cross-reference master (unit ID,
      *          owning site, active/retired flag, the feed line
      *          position the unit used to arrive at, description)
      *          the day run keys the status history by: ADD registers
      *          a new unit, RETIRE flips one out of service without
      *          losing its history, ACTIVATE brings it back. The
      *          legacy line position is what lets a plant still
      *          sending position-only lines keep its units' history
      *          - the day run maps site plus position to the unit
      *          registered here. Same shape as DAY-02-02-SITE-MAINT:
      *          the whole file is rewritten on every change, the
      *          requested action and its outcome are stamped on the
      *          shared AUDIT-FILE trail, and a refused request ends
      *          severity 8. It holds UNITREF exclusive on the shared
      *          run lock while it runs and will not start while
      *          another run holds the unit file; the refusal ends
      *          severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-UNIT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The unit cross-reference may legitimately not exist yet
      *>   (first ADD on a new install), so its FILE STATUS is checked
      *>   rather than letting a missing file abend this run.
           SELECT UNIT-REF-FILE ASSIGN TO DYNAMIC WS-UNIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-STATUS.
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
       FD  UNIT-REF-FILE.
       01  UNIT-REF-REC                PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-UNIT-FILE-NAME           PIC X(100) VALUE SPACES.
       77  WS-UNIT-STATUS              PIC XX VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

      *>   The requested change, picked up from the environment: the
      *>   action (ADD / RETIRE / ACTIVATE), the unit ID it applies
      *>   to, and - for ADD - the owning site, the legacy feed line
      *>   position (optional; none means the unit only ever arrives
      *>   on unit-coded lines) and a description.
       77  WS-ACTION                   PIC X(8) VALUE SPACES.
       77  WS-REQ-UNIT-RAW             PIC X(20) VALUE SPACES.
       77  WS-REQ-UNIT-ID              PIC X(8) VALUE SPACES.
       77  WS-REQ-SITE-CODE            PIC X(3) VALUE SPACES.
       77  WS-REQ-POSITION-RAW         PIC X(6) VALUE SPACES.
       77  WS-REQ-POSITION             PIC 9(6) VALUE ZEROES.
       77  WS-POSITION-LENGTH          PIC 9 VALUE ZEROES.
       77  WS-POSITION-DIGITS          PIC 9(6) VALUE ZEROES.
       77  WS-REQ-DESCRIPTION          PIC X(30) VALUE SPACES.

      *>   A unit ID is 4 to 8 characters with no embedded blank and
      *>   at least one character that is not a digit - the shape the
      *>   day run tells a unit token from a level by.
       77  WS-ID-LENGTH                PIC 99 VALUE ZEROES.
       77  WS-ID-VALID                 PIC X VALUE 'N'.

      *>   How the request came out - stamped into the audit record's
      *>   reconcile slot so the trail shows refused requests too.
       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

       77  WS-REF-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-REF-FULL                 PIC X VALUE 'N'.
       77  WS-MATCH-SLOT               PIC 999 VALUE ZEROES.
       77  WS-POSITION-TAKEN           PIC X VALUE 'N'.

      *>   One UNIT-REF-FILE line: unit ID, site, active/retired flag,
      *>   legacy line position, description - the same layout the
      *>   day run and DAY-02-02-UNIT-CONVERT read.
       01  UNIT-REF-LINE.
           05 UREF-UNIT-ID             PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 UREF-SITE-CODE           PIC X(3).
           05 FILLER                   PIC X          VALUE SPACE.
           05 UREF-ACTIVE-FLAG         PIC X.
           05 FILLER                   PIC X          VALUE SPACE.
           05 UREF-LEGACY-POS          PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 UREF-DESCRIPTION         PIC X(30).

      *>   The whole cross-reference held in storage while the change
      *>   is applied; the same 500 units the day run loads. An ADD
      *>   past the table is refused rather than silently dropped, and
      *>   a file already longer than the table refuses every change -
      *>   writing it back would lose the units that did not fit.
       01  WS-UNIT-REF-TABLE.
           05 WS-UREF-ENTRY            OCCURS 500 TIMES.
               10 WS-UREF-UNIT-ID      PIC X(8).
               10 WS-UREF-SITE         PIC X(3).
               10 WS-UREF-FLAG         PIC X.
               10 WS-UREF-POSITION     PIC 9(6).
               10 WS-UREF-DESCRIPTION  PIC X(30).

       77  WS-REF-COUNT                PIC 999 VALUE ZEROES.
       77  WS-REF-IDX                  PIC 999 VALUE ZEROES.

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
      *>   the requested action rides in the mode slot and the outcome
      *>   in the reconcile slot.
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

      *>   Refused by the run lock: the unit file is not touched and
      *>   the refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0100-LOAD-UNIT-TABLE
               PERFORM 0200-APPLY-REQUESTED-ACTION

               IF WS-OUTCOME = "APPLIED" THEN
                   PERFORM 0300-REWRITE-UNIT-FILE
               END-IF

               IF WS-OUTCOME NOT = "APPLIED" THEN
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF

               PERFORM 0400-WRITE-AUDIT-RECORD
               PERFORM 0950-RELEASE-RUN-LOCK
           ELSE
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-UNIT-FILE-NAME
               FROM ENVIRONMENT "DAY-UNIT-MASTER-FILE".
           IF WS-UNIT-FILE-NAME = SPACES THEN
               MOVE "../unit_master.txt" TO WS-UNIT-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-ACTION FROM ENVIRONMENT "DAY-UNIT-ACTION".
           ACCEPT WS-REQ-UNIT-RAW FROM ENVIRONMENT "DAY-UNIT-ID".
           ACCEPT WS-REQ-SITE-CODE FROM ENVIRONMENT "DAY-UNIT-SITE".
           ACCEPT WS-REQ-POSITION-RAW
               FROM ENVIRONMENT "DAY-UNIT-POSITION".
           ACCEPT WS-REQ-DESCRIPTION FROM ENVIRONMENT "DAY-UNIT-NAME".

           MOVE WS-REQ-UNIT-RAW TO WS-REQ-UNIT-ID.

      *>   A short position ("42") arrives space-padded and would
      *>   fail the numeric test, so it is right-justified first.
           IF WS-REQ-POSITION-RAW NOT = SPACES THEN
               INSPECT WS-REQ-POSITION-RAW
                   REPLACING LEADING SPACES BY ZEROES
               PERFORM 0020-RIGHT-JUSTIFY-POSITION
           END-IF.
           IF WS-REQ-POSITION-RAW IS NUMERIC THEN
               MOVE WS-REQ-POSITION-RAW TO WS-REQ-POSITION
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

       0020-RIGHT-JUSTIFY-POSITION.
      *>   The digits up to the first space are laid into the right
      *>   end of a zero-filled field and copied back; anything after
      *>   that space is left where it is, for the numeric test to
      *>   refuse.
           MOVE ZEROES TO WS-POSITION-LENGTH.
           INSPECT WS-REQ-POSITION-RAW TALLYING WS-POSITION-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-POSITION-LENGTH > 0 AND WS-POSITION-LENGTH < 6 THEN
               IF WS-REQ-POSITION-RAW (WS-POSITION-LENGTH + 1:)
                       = SPACES
                   MOVE ZEROES TO WS-POSITION-DIGITS
                   MOVE WS-REQ-POSITION-RAW (1:WS-POSITION-LENGTH)
                       TO WS-POSITION-DIGITS
                           (7 - WS-POSITION-LENGTH:WS-POSITION-LENGTH)
                   MOVE WS-POSITION-DIGITS TO WS-REQ-POSITION-RAW
               END-IF
           END-IF.

       0100-LOAD-UNIT-TABLE.
           OPEN INPUT UNIT-REF-FILE.

           IF WS-UNIT-STATUS = "00" THEN
               PERFORM 0110-LOAD-ONE-UNIT-LINE
                   UNTIL WS-REF-DATA-REMAINS = 'N'

               CLOSE UNIT-REF-FILE
           END-IF.

       0110-LOAD-ONE-UNIT-LINE.
           READ UNIT-REF-FILE
               AT END MOVE 'N' TO WS-REF-DATA-REMAINS.

           IF WS-REF-DATA-REMAINS <> 'N'
               IF WS-REF-COUNT < 500
                   MOVE UNIT-REF-REC TO UNIT-REF-LINE
                   ADD 1 TO WS-REF-COUNT
                   MOVE UREF-UNIT-ID
                       TO WS-UREF-UNIT-ID (WS-REF-COUNT)
                   MOVE UREF-SITE-CODE
                       TO WS-UREF-SITE (WS-REF-COUNT)
                   MOVE UREF-ACTIVE-FLAG
                       TO WS-UREF-FLAG (WS-REF-COUNT)
                   IF UREF-LEGACY-POS IS NUMERIC
                       MOVE UREF-LEGACY-POS
                           TO WS-UREF-POSITION (WS-REF-COUNT)
                   ELSE
                       MOVE ZEROES
                           TO WS-UREF-POSITION (WS-REF-COUNT)
                   END-IF
                   MOVE UREF-DESCRIPTION
                       TO WS-UREF-DESCRIPTION (WS-REF-COUNT)
               ELSE
                   MOVE 'Y' TO WS-REF-FULL
               END-IF
           END-IF.

      *****************************************************************
      * ADD refuses an ID already on file (retired or not - a retired *
      * unit's history must not be silently inherited by a new one), *
      * an ID of the wrong shape, a missing site, and a legacy       *
      * position another active unit of the site already answers to; *
      * RETIRE and ACTIVATE refuse an ID that is not on file, and    *
      * ACTIVATE also refuses when the unit's old position has since *
      * been given to another active unit. Anything else is a bad    *
      * request. Only an applied change rewrites the file.           *
      *****************************************************************
       0200-APPLY-REQUESTED-ACTION.
           PERFORM 0205-CHECK-UNIT-ID-SHAPE.
           PERFORM 0210-FIND-REQUESTED-UNIT.

           IF WS-ID-VALID = 'N' THEN
               MOVE "BAD-REQUEST" TO WS-OUTCOME
           ELSE
               IF WS-ACTION = "ADD" THEN
                   PERFORM 0220-APPLY-ADD
               ELSE
                   IF WS-ACTION = "RETIRE" THEN
                       PERFORM 0230-APPLY-RETIRE
                   ELSE
                       IF WS-ACTION = "ACTIVATE" THEN
                           PERFORM 0240-APPLY-ACTIVATE
                       ELSE
                           MOVE "BAD-REQUEST" TO WS-OUTCOME
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>   A file longer than the table was only part-loaded.
           IF WS-OUTCOME = "APPLIED" AND WS-REF-FULL = 'Y' THEN
               MOVE "TABLE-FULL" TO WS-OUTCOME
           END-IF.

       0205-CHECK-UNIT-ID-SHAPE.
           MOVE 'Y' TO WS-ID-VALID.
           MOVE ZEROES TO WS-ID-LENGTH.

           INSPECT WS-REQ-UNIT-RAW TALLYING WS-ID-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-ID-LENGTH < 4 OR WS-ID-LENGTH > 8 THEN
               MOVE 'N' TO WS-ID-VALID
           ELSE
               IF WS-REQ-UNIT-RAW (WS-ID-LENGTH + 1:) NOT = SPACES
                       OR WS-REQ-UNIT-RAW (1:WS-ID-LENGTH) IS NUMERIC
                   MOVE 'N' TO WS-ID-VALID
               END-IF
           END-IF.

       0210-FIND-REQUESTED-UNIT.
           MOVE ZEROES TO WS-MATCH-SLOT.

           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-UREF-UNIT-ID (WS-REF-IDX) = WS-REQ-UNIT-ID
                   MOVE WS-REF-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM.

       0220-APPLY-ADD.
           PERFORM 0250-CHECK-POSITION-TAKEN.

           IF WS-MATCH-SLOT > 0 THEN
               MOVE "DUPLICATE" TO WS-OUTCOME
           ELSE
               IF WS-REQ-SITE-CODE = SPACES
                       OR WS-REQ-POSITION-RAW IS NOT NUMERIC
                           AND WS-REQ-POSITION-RAW NOT = SPACES
                   MOVE "BAD-REQUEST" TO WS-OUTCOME
               ELSE
                   IF WS-POSITION-TAKEN = 'Y' THEN
                       MOVE "POSITION-IN-USE" TO WS-OUTCOME
                   ELSE
                       IF WS-REF-COUNT >= 500 THEN
                           MOVE "TABLE-FULL" TO WS-OUTCOME
                       ELSE
                           ADD 1 TO WS-REF-COUNT
                           MOVE WS-REQ-UNIT-ID
                               TO WS-UREF-UNIT-ID (WS-REF-COUNT)
                           MOVE WS-REQ-SITE-CODE
                               TO WS-UREF-SITE (WS-REF-COUNT)
                           MOVE 'A' TO WS-UREF-FLAG (WS-REF-COUNT)
                           MOVE WS-REQ-POSITION
                               TO WS-UREF-POSITION (WS-REF-COUNT)
                           MOVE WS-REQ-DESCRIPTION
                               TO WS-UREF-DESCRIPTION (WS-REF-COUNT)
                           MOVE "APPLIED" TO WS-OUTCOME
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0230-APPLY-RETIRE.
           IF WS-MATCH-SLOT = 0 THEN
               MOVE "NOT-FOUND" TO WS-OUTCOME
           ELSE
               MOVE 'I' TO WS-UREF-FLAG (WS-MATCH-SLOT)
               MOVE "APPLIED" TO WS-OUTCOME
           END-IF.

       0240-APPLY-ACTIVATE.
           IF WS-MATCH-SLOT = 0 THEN
               MOVE "NOT-FOUND" TO WS-OUTCOME
           ELSE
               MOVE WS-UREF-SITE (WS-MATCH-SLOT) TO WS-REQ-SITE-CODE
               MOVE WS-UREF-POSITION (WS-MATCH-SLOT) TO WS-REQ-POSITION
               PERFORM 0250-CHECK-POSITION-TAKEN

               IF WS-POSITION-TAKEN = 'Y' THEN
                   MOVE "POSITION-IN-USE" TO WS-OUTCOME
               ELSE
                   MOVE 'A' TO WS-UREF-FLAG (WS-MATCH-SLOT)
                   MOVE "APPLIED" TO WS-OUTCOME
               END-IF
           END-IF.

      *>   The day run maps site plus legacy position to one active
      *>   unit, so two active units of a site may never share a
      *>   position; zero means no position and is never taken.
       0250-CHECK-POSITION-TAKEN.
           MOVE 'N' TO WS-POSITION-TAKEN.

           IF WS-REQ-POSITION > 0 THEN
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-COUNT
                   IF WS-UREF-SITE (WS-REF-IDX) = WS-REQ-SITE-CODE
                           AND WS-UREF-POSITION (WS-REF-IDX)
                               = WS-REQ-POSITION
                           AND WS-UREF-FLAG (WS-REF-IDX) = 'A'
                           AND WS-REF-IDX NOT = WS-MATCH-SLOT
                       MOVE 'Y' TO WS-POSITION-TAKEN
                   END-IF
               END-PERFORM
           END-IF.

      *>   A file that cannot be opened for output is left as it
      *>   stood and the change is refused.
       0300-REWRITE-UNIT-FILE.
           OPEN OUTPUT UNIT-REF-FILE.

           IF WS-UNIT-STATUS = "00" THEN
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-COUNT
                   PERFORM 0310-WRITE-ONE-UNIT-LINE
               END-PERFORM

               CLOSE UNIT-REF-FILE
           ELSE
               MOVE "REWRITE-FAILED" TO WS-OUTCOME
           END-IF.

       0310-WRITE-ONE-UNIT-LINE.
           MOVE WS-UREF-UNIT-ID (WS-REF-IDX)     TO UREF-UNIT-ID.
           MOVE WS-UREF-SITE (WS-REF-IDX)        TO UREF-SITE-CODE.
           MOVE WS-UREF-FLAG (WS-REF-IDX)        TO UREF-ACTIVE-FLAG.
           MOVE WS-UREF-POSITION (WS-REF-IDX)    TO UREF-LEGACY-POS.
           MOVE WS-UREF-DESCRIPTION (WS-REF-IDX) TO UREF-DESCRIPTION.

           MOVE UNIT-REF-LINE TO UNIT-REF-REC.
           WRITE UNIT-REF-REC.

      *>   Same audit-record layout as the rest of the chain writes;
      *>   the units-on-file count rides in the records-read slot.
       0400-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-UNIT-MAINT" TO AUD-PROGRAM.

           MOVE SPACES                 TO AUD-MODE.
           STRING "UNIT-"              DELIMITED BY SIZE
                  WS-ACTION            DELIMITED BY SPACE
               INTO AUD-MODE.

           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-REF-COUNT           TO AUD-RECORDS-READ.
           MOVE ZEROES                 TO AUD-SAFE-STRICT.
           MOVE ZEROES                 TO AUD-SAFE-DAMPENED.
           MOVE ZEROES                 TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.
           MOVE WS-REQ-UNIT-RAW        TO AUD-INPUT-FILE.
           MOVE WS-UNIT-FILE-NAME      TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-UNIT-MAINT" TO LCK-HOLDER.
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

      *>   Rewrites the unit reference file outright, so nothing else
      *>   may hold it - the day run reads it - while it runs.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 1 TO WS-LOCK-NEED-COUNT.
           MOVE "UNITREF"   TO WS-LOCK-NEED-FILE (1).
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
           MOVE "DAY-02-02-UNIT-MAINT" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-UNIT-MAINT.
