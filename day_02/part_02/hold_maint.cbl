      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Maintains
      *          the engineering-owned maintenance-hold list (site,
      *          unit, start date, expiry date, reason) the day run
      *          checks every record against: a unit on a hold in
      *          force is still evaluated but reported ON HOLD and
      *          kept out of the day's safe/unsafe counts and rework.
      *          ADD places a unit on hold (start defaults to today),
      *          EXTEND moves an existing hold's expiry date, RELEASE
      *          takes the unit off hold early. Holds past their
      *          expiry are listed and dropped by DAY-02-02-HANDOVER,
      *          so nothing stays on hold by accident. Same shape as
      *          DAY-02-02-SITE-MAINT: the whole file is rewritten on
      *          every change, the requested action and its outcome
      *          are stamped on the shared AUDIT-FILE trail, and a
      *          refused request ends severity 8. It holds HOLDS
      *          exclusive on the shared run lock while it runs and
      *          will not start while another run holds the hold
      *          list; the refusal ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-HOLD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The hold list may legitimately not exist yet (first ADD on
      *>   a new install), so its FILE STATUS is checked rather than
      *>   letting a missing file abend this run.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
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
       FD  HOLD-FILE.
       01  HOLD-REC                    PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-HOLD-FILE-NAME           PIC X(100) VALUE SPACES.
       77  WS-HOLD-STATUS              PIC XX VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

      *>   The requested change, picked up from the environment: the
      *>   action (ADD / EXTEND / RELEASE), the site and unit it
      *>   applies to, and - for ADD - the start date (optional,
      *>   default today), expiry date and reason; EXTEND takes only
      *>   the new expiry date.
       77  WS-ACTION                   PIC X(8) VALUE SPACES.
       77  WS-REQ-SITE-CODE            PIC X(3) VALUE SPACES.
       77  WS-REQ-UNIT-ID              PIC X(8) VALUE SPACES.
       77  WS-REQ-START-RAW            PIC X(8) VALUE SPACES.
       77  WS-REQ-START-DATE           PIC 9(8) VALUE ZEROES.
       77  WS-REQ-EXPIRY-RAW           PIC X(8) VALUE SPACES.
       77  WS-REQ-EXPIRY-DATE          PIC 9(8) VALUE ZEROES.
       77  WS-REQ-REASON               PIC X(30) VALUE SPACES.

      *>   How the request came out - stamped into the audit record's
      *>   reconcile slot so the trail shows refused requests too.
       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

       77  WS-HOLD-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-HOLD-FULL                PIC X VALUE 'N'.
       77  WS-MATCH-SLOT               PIC 999 VALUE ZEROES.

      *>   One HOLD-FILE line: site, unit, start date, expiry date,
      *>   reason - the same layout the day run and the handover
      *>   read.
       01  HOLD-LINE.
           05 HOLD-SITE-CODE           PIC X(3).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HOLD-UNIT-ID             PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HOLD-START-DATE          PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HOLD-EXPIRY-DATE         PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 HOLD-REASON              PIC X(30).

      *>   The whole hold list held in storage while the change is
      *>   applied; the same 200 holds the day run loads. An ADD past
      *>   the table is refused rather than silently dropped, and a
      *>   list already longer than the table refuses every change -
      *>   writing it back would lose the holds that did not fit.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY            OCCURS 200 TIMES.
               10 WS-HOLD-SITE         PIC X(3).
               10 WS-HOLD-UNIT         PIC X(8).
               10 WS-HOLD-START        PIC 9(8).
               10 WS-HOLD-EXPIRY       PIC 9(8).
               10 WS-HOLD-REASON       PIC X(30).
               10 WS-HOLD-KEEP         PIC X.

       77  WS-HOLD-COUNT               PIC 999 VALUE ZEROES.
       77  WS-HOLD-IDX                 PIC 999 VALUE ZEROES.

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

      *>   Refused by the run lock: the hold file is not touched and
      *>   the refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0100-LOAD-HOLD-TABLE
               PERFORM 0200-APPLY-REQUESTED-ACTION

               IF WS-OUTCOME = "APPLIED" THEN
                   PERFORM 0300-REWRITE-HOLD-FILE
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
           ACCEPT WS-HOLD-FILE-NAME
               FROM ENVIRONMENT "DAY-HOLD-FILE".
           IF WS-HOLD-FILE-NAME = SPACES THEN
               MOVE "../hold_list.txt" TO WS-HOLD-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-ACTION FROM ENVIRONMENT "DAY-HOLD-ACTION".
           ACCEPT WS-REQ-SITE-CODE FROM ENVIRONMENT "DAY-HOLD-SITE".
           ACCEPT WS-REQ-UNIT-ID FROM ENVIRONMENT "DAY-HOLD-UNIT".
           ACCEPT WS-REQ-START-RAW FROM ENVIRONMENT "DAY-HOLD-START".
           ACCEPT WS-REQ-EXPIRY-RAW FROM ENVIRONMENT "DAY-HOLD-EXPIRY".
           ACCEPT WS-REQ-REASON FROM ENVIRONMENT "DAY-HOLD-REASON".

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

      *>   No start date means the hold starts today; a date that is
      *>   given but not eight digits is left zero and refused below.
           IF WS-REQ-START-RAW = SPACES THEN
               MOVE WS-RUN-DATE TO WS-REQ-START-DATE
           ELSE
               IF WS-REQ-START-RAW IS NUMERIC THEN
                   MOVE WS-REQ-START-RAW TO WS-REQ-START-DATE
               END-IF
           END-IF.
           IF WS-REQ-EXPIRY-RAW IS NUMERIC THEN
               MOVE WS-REQ-EXPIRY-RAW TO WS-REQ-EXPIRY-DATE
           END-IF.

       0100-LOAD-HOLD-TABLE.
           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS = "00" THEN
               PERFORM 0110-LOAD-ONE-HOLD-LINE
                   UNTIL WS-HOLD-DATA-REMAINS = 'N'

               CLOSE HOLD-FILE
           END-IF.

       0110-LOAD-ONE-HOLD-LINE.
           READ HOLD-FILE
               AT END MOVE 'N' TO WS-HOLD-DATA-REMAINS.

           IF WS-HOLD-DATA-REMAINS <> 'N'
               IF WS-HOLD-COUNT < 200
                   MOVE HOLD-REC TO HOLD-LINE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-SITE-CODE
                       TO WS-HOLD-SITE (WS-HOLD-COUNT)
                   MOVE HOLD-UNIT-ID
                       TO WS-HOLD-UNIT (WS-HOLD-COUNT)
                   MOVE HOLD-START-DATE
                       TO WS-HOLD-START (WS-HOLD-COUNT)
                   MOVE HOLD-EXPIRY-DATE
                       TO WS-HOLD-EXPIRY (WS-HOLD-COUNT)
                   MOVE HOLD-REASON
                       TO WS-HOLD-REASON (WS-HOLD-COUNT)
                   MOVE 'Y' TO WS-HOLD-KEEP (WS-HOLD-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HOLD-FULL
               END-IF
           END-IF.

      *****************************************************************
      * ADD refuses a unit of the site already on the list (EXTEND is *
      * how an existing hold is lengthened), a missing site, unit or  *
      * reason, and an expiry date that is missing, before the start  *
      * date or already past - a hold must end some day, and one that *
      * would be expired the moment it is added is a typo. EXTEND     *
      * and RELEASE refuse a unit not on the list, and EXTEND the     *
      * same bad expiry dates. Anything else is a bad request. Only   *
      * an applied change rewrites the file.                          *
      *****************************************************************
       0200-APPLY-REQUESTED-ACTION.
           PERFORM 0210-FIND-REQUESTED-HOLD.

           IF WS-REQ-SITE-CODE = SPACES OR WS-REQ-UNIT-ID = SPACES THEN
               MOVE "BAD-REQUEST" TO WS-OUTCOME
           ELSE
               IF WS-ACTION = "ADD" THEN
                   PERFORM 0220-APPLY-ADD
               ELSE
                   IF WS-ACTION = "EXTEND" THEN
                       PERFORM 0230-APPLY-EXTEND
                   ELSE
                       IF WS-ACTION = "RELEASE" THEN
                           PERFORM 0240-APPLY-RELEASE
                       ELSE
                           MOVE "BAD-REQUEST" TO WS-OUTCOME
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>   A file longer than the table was only part-loaded.
           IF WS-OUTCOME = "APPLIED" AND WS-HOLD-FULL = 'Y' THEN
               MOVE "TABLE-FULL" TO WS-OUTCOME
           END-IF.

       0210-FIND-REQUESTED-HOLD.
           MOVE ZEROES TO WS-MATCH-SLOT.

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-SITE (WS-HOLD-IDX) = WS-REQ-SITE-CODE
                       AND WS-HOLD-UNIT (WS-HOLD-IDX) = WS-REQ-UNIT-ID
                   MOVE WS-HOLD-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM.

       0220-APPLY-ADD.
           IF WS-MATCH-SLOT > 0 THEN
               MOVE "DUPLICATE" TO WS-OUTCOME
           ELSE
               IF WS-REQ-REASON = SPACES
                       OR WS-REQ-START-DATE = ZEROES
                       OR WS-REQ-EXPIRY-DATE = ZEROES
                       OR WS-REQ-EXPIRY-DATE < WS-REQ-START-DATE
                       OR WS-REQ-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "BAD-REQUEST" TO WS-OUTCOME
               ELSE
                   IF WS-HOLD-COUNT >= 200 THEN
                       MOVE "TABLE-FULL" TO WS-OUTCOME
                   ELSE
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE WS-REQ-SITE-CODE
                           TO WS-HOLD-SITE (WS-HOLD-COUNT)
                       MOVE WS-REQ-UNIT-ID
                           TO WS-HOLD-UNIT (WS-HOLD-COUNT)
                       MOVE WS-REQ-START-DATE
                           TO WS-HOLD-START (WS-HOLD-COUNT)
                       MOVE WS-REQ-EXPIRY-DATE
                           TO WS-HOLD-EXPIRY (WS-HOLD-COUNT)
                       MOVE WS-REQ-REASON
                           TO WS-HOLD-REASON (WS-HOLD-COUNT)
                       MOVE 'Y' TO WS-HOLD-KEEP (WS-HOLD-COUNT)
                       MOVE "APPLIED" TO WS-OUTCOME
                   END-IF
               END-IF
           END-IF.

       0230-APPLY-EXTEND.
           IF WS-MATCH-SLOT = 0 THEN
               MOVE "NOT-FOUND" TO WS-OUTCOME
           ELSE
               IF WS-REQ-EXPIRY-DATE = ZEROES
                       OR WS-REQ-EXPIRY-DATE
                           < WS-HOLD-START (WS-MATCH-SLOT)
                       OR WS-REQ-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "BAD-REQUEST" TO WS-OUTCOME
               ELSE
                   MOVE WS-REQ-EXPIRY-DATE
                       TO WS-HOLD-EXPIRY (WS-MATCH-SLOT)
                   IF WS-REQ-REASON NOT = SPACES
                       MOVE WS-REQ-REASON
                           TO WS-HOLD-REASON (WS-MATCH-SLOT)
                   END-IF
                   MOVE "APPLIED" TO WS-OUTCOME
               END-IF
           END-IF.

      *>   A released hold is simply left out of the rewritten file;
      *>   the audit trail is the record that it was ever there.
       0240-APPLY-RELEASE.
           IF WS-MATCH-SLOT = 0 THEN
               MOVE "NOT-FOUND" TO WS-OUTCOME
           ELSE
               MOVE 'N' TO WS-HOLD-KEEP (WS-MATCH-SLOT)
               MOVE "APPLIED" TO WS-OUTCOME
           END-IF.

      *>   A file that cannot be opened for output is left as it
      *>   stood and the change is refused.
       0300-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE.

           IF WS-HOLD-STATUS = "00" THEN
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   IF WS-HOLD-KEEP (WS-HOLD-IDX) = 'Y'
                       PERFORM 0310-WRITE-ONE-HOLD-LINE
                   END-IF
               END-PERFORM

               CLOSE HOLD-FILE
           ELSE
               MOVE "REWRITE-FAILED" TO WS-OUTCOME
           END-IF.

       0310-WRITE-ONE-HOLD-LINE.
           MOVE WS-HOLD-SITE (WS-HOLD-IDX)   TO HOLD-SITE-CODE.
           MOVE WS-HOLD-UNIT (WS-HOLD-IDX)   TO HOLD-UNIT-ID.
           MOVE WS-HOLD-START (WS-HOLD-IDX)  TO HOLD-START-DATE.
           MOVE WS-HOLD-EXPIRY (WS-HOLD-IDX) TO HOLD-EXPIRY-DATE.
           MOVE WS-HOLD-REASON (WS-HOLD-IDX) TO HOLD-REASON.

           MOVE HOLD-LINE TO HOLD-REC.
           WRITE HOLD-REC.

      *>   Same audit-record layout as the rest of the chain writes;
      *>   the holds-on-file count rides in the records-read slot and
      *>   the site and unit in the input-file slot.
       0400-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-HOLD-MAINT" TO AUD-PROGRAM.

           MOVE SPACES                 TO AUD-MODE.
           STRING "HOLD-"              DELIMITED BY SIZE
                  WS-ACTION            DELIMITED BY SPACE
               INTO AUD-MODE.

           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-HOLD-COUNT          TO AUD-RECORDS-READ.
           MOVE ZEROES                 TO AUD-SAFE-STRICT.
           MOVE ZEROES                 TO AUD-SAFE-DAMPENED.
           MOVE ZEROES                 TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.

           MOVE SPACES                 TO AUD-INPUT-FILE.
           STRING WS-REQ-SITE-CODE     DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  WS-REQ-UNIT-ID       DELIMITED BY SPACE
               INTO AUD-INPUT-FILE.
           MOVE WS-HOLD-FILE-NAME      TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-HOLD-MAINT" TO LCK-HOLDER.
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

      *>   Rewrites the hold list outright, so nothing else may hold it
      *>   - the day run reads it, the handover drops expired holds -
      *>   while it runs.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 1 TO WS-LOCK-NEED-COUNT.
           MOVE "HOLDS"     TO WS-LOCK-NEED-FILE (1).
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
           MOVE "DAY-02-02-HOLD-MAINT" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-HOLD-MAINT.
