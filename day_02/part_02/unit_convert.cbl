      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. One-time
      *          carry-forward of STATUS-MASTER-FILE across the key
      *          change that replaced the feed line position with the
      *          plant unit ID: reads a master built under the old key
      *          (record number, run date, cycle) and writes a new one
      *          under the current key (unit ID, run date, cycle),
      *          the record number kept as data. Each old record's
      *          unit is the active one DAY-02-02-UNIT-MAINT has for
      *          its site and legacy line position, or - when none is
      *          registered - the position-built "P" ID the day run
      *          also gives an unregistered position-only line, so
      *          history converted today and lines arriving tomorrow
      *          land on the same unit. As with DAY-02-02-MASTER-
      *          CONVERT the old file is never touched; the new file
      *          is written beside it and operations swaps the two
      *          once the stamped counts agree. It holds MASTER
      *          exclusive and UNITREF shared on the shared run lock
      *          while it runs and will not start while another run
      *          holds either; the refusal ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-UNIT-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The pre-change master under its old position key; a file
      *>   that will not open (missing, or already converted) is a
      *>   failed conversion, reported severity 8, never a quiet
      *>   empty new master.
           SELECT OLD-MASTER-FILE
               ASSIGN TO DYNAMIC WS-OLD-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OMS-KEY
               FILE STATUS IS WS-OLD-MASTER-STATUS.
      *>   The carried-forward master under the unit key. Unit order
      *>   is not position order, so unlike DAY-02-02-MASTER-CONVERT
      *>   the new index is built with random WRITEs rather than one
      *>   ascending sequential pass.
           SELECT NEW-MASTER-FILE
               ASSIGN TO DYNAMIC WS-NEW-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-NEW-MASTER-STATUS.
      *>   The unit cross-reference; optional - without it every
      *>   record converts to its position-built ID.
           SELECT UNIT-REF-FILE ASSIGN TO DYNAMIC WS-UNIT-REF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-REF-STATUS.
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
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-REC.
           05 OMS-KEY.
               10 OMS-RECORD-NUM       PIC 9(6).
               10 OMS-RUN-DATE         PIC 9(8).
               10 OMS-CYCLE            PIC 99.
           05 OMS-SITE                 PIC X(3).
           05 OMS-STATUS               PIC X(19).
           05 OMS-FAIL-REASON          PIC X(8).
           05 OMS-FIELDS               OCCURS 12 TIMES.
               10 OMS-FIELD-VALUE      PIC 999.

       FD  NEW-MASTER-FILE.
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

       FD  UNIT-REF-FILE.
       01  UNIT-REF-REC                PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-OLD-MASTER-FILE-NAME     PIC X(100) VALUE SPACES.
       77  WS-OLD-MASTER-STATUS        PIC XX VALUE SPACES.
       77  WS-NEW-MASTER-FILE-NAME     PIC X(100) VALUE SPACES.
       77  WS-NEW-MASTER-STATUS        PIC XX VALUE SPACES.
       77  WS-UNIT-REF-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-UNIT-REF-STATUS          PIC XX VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

       77  WS-BROWSE-DONE              PIC X VALUE 'N'.
       77  WS-IDX                      PIC 99 VALUE ZEROES.

       77  WS-CONVERTED-COUNT          PIC 9(6) VALUE ZEROES.
       77  WS-REFUSED-COUNT            PIC 9(6) VALUE ZEROES.
       77  WS-MAPPED-COUNT             PIC 9(6) VALUE ZEROES.

       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

      *>   The position-built ID, same shape the day run builds.
       01  WS-POSITION-UNIT-ID.
           05 FILLER                   PIC X          VALUE "P".
           05 WS-POSITION-UNIT-NUM     PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.

      *>   One UNIT-REF-FILE line as DAY-02-02-UNIT-MAINT writes it,
      *>   and the cross-reference held for the site/position lookup.
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

       01  WS-UNIT-REF-TABLE.
           05 WS-UREF-ENTRY            OCCURS 500 TIMES.
               10 WS-UREF-UNIT-ID      PIC X(8).
               10 WS-UREF-SITE         PIC X(3).
               10 WS-UREF-FLAG         PIC X.
               10 WS-UREF-POSITION     PIC 9(6).

       77  WS-UNIT-REF-COUNT           PIC 999 VALUE ZEROES.
       77  WS-UNIT-REF-IDX             PIC 999 VALUE ZEROES.
       77  WS-UREF-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-UNIT-MATCHED             PIC X VALUE 'N'.

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
      *>   the carried, refused and cross-reference-mapped counts
      *>   ride in the first three slots and the outcome in the
      *>   reconcile slot.
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

      *>   Refused by the run lock: neither master is opened and the
      *>   refusal on AUDIT-FILE is this run's only record.
           IF WS-LOCK-GRANTED = 'Y' THEN
               PERFORM 0050-READ-UNIT-REFERENCE

               OPEN INPUT OLD-MASTER-FILE

               IF WS-OLD-MASTER-STATUS = "00" THEN
                   OPEN OUTPUT NEW-MASTER-FILE

                   PERFORM 0100-CONVERT-NEXT-RECORD
                       UNTIL WS-BROWSE-DONE = 'Y'

                   CLOSE NEW-MASTER-FILE
                   CLOSE OLD-MASTER-FILE

                   IF WS-REFUSED-COUNT > 0 THEN
                       MOVE "WRITES-REFUSED" TO WS-OUTCOME
                       MOVE 8 TO WS-RUN-SEVERITY
                   ELSE
                       MOVE "CONVERTED" TO WS-OUTCOME
                   END-IF
               ELSE
                   MOVE SPACES TO WS-OUTCOME
                   STRING "OLD-OPEN-"          DELIMITED BY SIZE
                          WS-OLD-MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-OUTCOME
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF

               PERFORM 0200-WRITE-AUDIT-RECORD
               PERFORM 0950-RELEASE-RUN-LOCK
           ELSE
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-OLD-MASTER-FILE-NAME
               FROM ENVIRONMENT "DAY-STATUS-MASTER-FILE".
           IF WS-OLD-MASTER-FILE-NAME = SPACES THEN
               MOVE "../status_master.dat"
                   TO WS-OLD-MASTER-FILE-NAME
           END-IF.

           ACCEPT WS-NEW-MASTER-FILE-NAME
               FROM ENVIRONMENT "DAY-NEW-STATUS-MASTER-FILE".
           IF WS-NEW-MASTER-FILE-NAME = SPACES THEN
               MOVE "../status_master_new.dat"
                   TO WS-NEW-MASTER-FILE-NAME
           END-IF.

           ACCEPT WS-UNIT-REF-FILE-NAME
               FROM ENVIRONMENT "DAY-UNIT-MASTER-FILE".
           IF WS-UNIT-REF-FILE-NAME = SPACES THEN
               MOVE "../unit_master.txt" TO WS-UNIT-REF-FILE-NAME
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

       0050-READ-UNIT-REFERENCE.
           OPEN INPUT UNIT-REF-FILE.

           IF WS-UNIT-REF-STATUS = "00" THEN
               PERFORM 0051-READ-UNIT-REF-LINE
                   UNTIL WS-UREF-DATA-REMAINS = 'N'

               CLOSE UNIT-REF-FILE
           END-IF.

       0051-READ-UNIT-REF-LINE.
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

      *>   Field for field across, the unit resolved from the old
      *>   record's site and line position; a write the new index
      *>   refuses is counted, not ignored - it means two positions
      *>   were registered to one unit on the same run date and cycle.
       0100-CONVERT-NEXT-RECORD.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE
           END-READ.

           IF WS-BROWSE-DONE <> 'Y'
               PERFORM 0110-RESOLVE-UNIT-ID

               MOVE OMS-RUN-DATE    TO MST-RUN-DATE
               MOVE OMS-CYCLE       TO MST-CYCLE
               MOVE OMS-RECORD-NUM  TO MST-RECORD-NUM
               MOVE OMS-SITE        TO MST-SITE
               MOVE OMS-STATUS      TO MST-STATUS
               MOVE OMS-FAIL-REASON TO MST-FAIL-REASON

               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 12
                   MOVE OMS-FIELD-VALUE (WS-IDX)
                       TO MST-FIELD-VALUE (WS-IDX)
               END-PERFORM

               WRITE MASTER-REC
                   INVALID KEY
                       ADD 1 TO WS-REFUSED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CONVERTED-COUNT
               END-WRITE
           END-IF.

      *>   Resolved exactly as the day run's 0238-RESOLVE-UNIT-ID does
      *>   - the active unit registered at the position, failing that
      *>   the position-built ID - so converted history and the lines
      *>   the day run writes from now on share one unit ID. A retired
      *>   unit is never picked, as the day run never picks one.
       0110-RESOLVE-UNIT-ID.
           MOVE OMS-RECORD-NUM      TO WS-POSITION-UNIT-NUM.
           MOVE WS-POSITION-UNIT-ID TO MST-UNIT-ID.
           MOVE 'N'                 TO WS-UNIT-MATCHED.

           PERFORM VARYING WS-UNIT-REF-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-REF-IDX > WS-UNIT-REF-COUNT
               IF WS-UREF-SITE (WS-UNIT-REF-IDX) = OMS-SITE
                       AND WS-UREF-POSITION (WS-UNIT-REF-IDX)
                           = OMS-RECORD-NUM
                       AND WS-UREF-FLAG (WS-UNIT-REF-IDX) = 'A'
                   MOVE WS-UREF-UNIT-ID (WS-UNIT-REF-IDX)
                       TO MST-UNIT-ID
                   MOVE 'Y' TO WS-UNIT-MATCHED
               END-IF
           END-PERFORM.

           IF WS-UNIT-MATCHED = 'Y' THEN
               ADD 1 TO WS-MAPPED-COUNT
           END-IF.

       0200-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-UNIT-CONVERT" TO AUD-PROGRAM.
           MOVE "UNIT-CONVERT"         TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-CONVERTED-COUNT     TO AUD-RECORDS-READ.
           MOVE WS-REFUSED-COUNT       TO AUD-SAFE-STRICT.
           MOVE WS-MAPPED-COUNT        TO AUD-SAFE-DAMPENED.
           MOVE ZEROES                 TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.
           MOVE WS-OLD-MASTER-FILE-NAME TO AUD-INPUT-FILE.
           MOVE WS-NEW-MASTER-FILE-NAME TO AUD-OUTPUT-FILE.

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
           MOVE "DAY-02-02-UNIT-CONVERT" TO LCK-HOLDER.
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

      *>   Rebuilds the master outright, so nothing else may hold it
      *>   while it runs; reads the unit reference, which must not be
      *>   rewritten under the conversion either.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 2 TO WS-LOCK-NEED-COUNT.
           MOVE "MASTER"    TO WS-LOCK-NEED-FILE (1).
           MOVE "EXCLUSIVE" TO WS-LOCK-NEED-MODE (1).
           MOVE "UNITREF"   TO WS-LOCK-NEED-FILE (2).
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
           MOVE "DAY-02-02-UNIT-CONVERT" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-UNIT-CONVERT.
