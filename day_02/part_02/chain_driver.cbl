      *          that up, so the trend history can neither miss a day
      *          nor get the same day twice. Starting a fresh day
      *          also rotates the per-record results extract to the
      *          prior-day copy for DAY-02-02-DAY-COMPARE. The
      *          chain holds the shared run lock for the night (the
      *          history exclusive; master, site reference and rules
      *          shared), and will not start while a conflicting run
      *          holds it - the refusal is logged, ends severity 8
      *          and still produces the handover page.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC WS-PRIOR-RESULTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
      *>   The shared run lock every program that touches the master,
      *>   the trend history, a reference file or the hold list checks
      *>   at start-up; no file simply means nobody holds anything.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *>   The shared audit trail, written here only for run-lock
      *>   waits and refusals - each step stamps its own run.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-RESULTS-FILE.
       01  PRIOR-RESULTS-REC           PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-CHAIN-STATUS-FILE-NAME   PIC X(100) VALUE SPACES.
       77  WS-CHAIN-STATUS             PIC XX VALUE SPACES.
       77  WS-CALENDAR-STATUS          PIC XX VALUE SPACES.
       77  WS-INPUT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-INPUT-CHECK-STATUS       PIC XX VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

      *>   What kind of day the calendar says this is, and whether
      *>   the feed actually showed up: 'Y' run the chain, 'H' no
      *>   extract would overwrite the only real prior-day copy.
       77  WS-FRESH-DAY                PIC X VALUE 'Y'.

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
           05 WS-LOCK-NEED             OCCURS 6 TIMES.
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

      *>   Same audit-record layout every program in the chain
      *>   writes.
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
           MOVE WS-CHAIN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * The chain takes the shared run lock for the whole night      *
      * before any step starts, and hands its owner to the steps     *
      * through DAY-LOCK-HELD-BY so their own start-up checks do not *
      * trip over it. Refused, no step runs and the chain status is  *
      * left as it was - the rerun picks up where it would have -    *
      * but the handover page is still produced, so the morning      *
      * shift finds out who held the lock and since when; it drops   *
      * expired holds only if it can take HOLDS on its own.          *
      *****************************************************************
       0050-RUN-THE-CHAIN.
      *>   The driver is always the top of its own run unit; a stray
      *>   DAY-LOCK-HELD-BY left in the shell must not excuse it.
           MOVE SPACES TO WS-LOCK-PARENT.
           PERFORM 0900-ACQUIRE-RUN-LOCK.

           IF WS-LOCK-WAITED > 0 THEN
               MOVE SPACES TO CHAIN-LOG-REC
               STRING "RUN LOCK WAITED "  DELIMITED BY SIZE
                      WS-LOCK-WAITED      DELIMITED BY SIZE
                      " SECONDS - "       DELIMITED BY SIZE
                      WS-LOCK-MESSAGE     DELIMITED BY SIZE
                   INTO CHAIN-LOG-REC
               WRITE CHAIN-LOG-REC
           END-IF.

           IF WS-LOCK-GRANTED = 'Y' THEN
               DISPLAY "DAY-LOCK-HELD-BY" UPON ENVIRONMENT-NAME
               DISPLAY WS-LOCK-OWNER UPON ENVIRONMENT-VALUE

               PERFORM 0060-RUN-CHAIN-STEPS
               PERFORM 0950-RELEASE-RUN-LOCK
           ELSE
               MOVE SPACES TO CHAIN-LOG-REC
               STRING "*** RUN LOCK REFUSED - " DELIMITED BY SIZE
                      WS-LOCK-MESSAGE     DELIMITED BY SIZE
                   INTO CHAIN-LOG-REC
               WRITE CHAIN-LOG-REC
               MOVE 8 TO WS-CHAIN-SEVERITY

      *>       Holding nothing, the chain must not pass a stray owner
      *>       on; the handover takes its own lock to drop holds.
               DISPLAY "DAY-LOCK-HELD-BY" UPON ENVIRONMENT-NAME
               DISPLAY WS-LOCK-PARENT UPON ENVIRONMENT-VALUE

               CLOSE CHAIN-LOG-FILE
               CALL "DAY-02-02-SHIFT-HANDOVER"
                   ON EXCEPTION CONTINUE
               END-CALL
               OPEN EXTEND CHAIN-LOG-FILE
           END-IF.

       0060-RUN-CHAIN-STEPS.
           PERFORM 0030-READ-CHAIN-STATUS.

           IF WS-START-STEP > 4 THEN
                   TO WS-PRIOR-RESULTS-FILE-NAME
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

               MOVE "../input.txt" TO WS-INPUT-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

      *>   The log carries one run's story, appended so a failed
      *>   morning and its rerun read as one sequence.
       0020-OPEN-CHAIN-LOG.
           WRITE CHAIN-STATUS-REC.
           CLOSE CHAIN-STATUS-FILE.

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
           MOVE "DAY-02-02-CHAIN-DRIVER" TO LCK-HOLDER.
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

      *>   The whole night's chain: the day run reads the site and
      *>   unit references and the rules, the trend update appends to
      *>   the history, the handover drops expired holds from the hold
      *>   list, and the master must not be reloaded under the
      *>   night's figures. Holding the history exclusive also keeps
      *>   a second chain submission out while this one runs.
       0905-DECLARE-LOCK-NEEDS.
           MOVE 6 TO WS-LOCK-NEED-COUNT.
           MOVE "MASTER"    TO WS-LOCK-NEED-FILE (1).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (1).
           MOVE "HISTORY"   TO WS-LOCK-NEED-FILE (2).
           MOVE "EXCLUSIVE" TO WS-LOCK-NEED-MODE (2).
           MOVE "SITEREF"   TO WS-LOCK-NEED-FILE (3).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (3).
           MOVE "RULES"     TO WS-LOCK-NEED-FILE (4).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (4).
           MOVE "UNITREF"   TO WS-LOCK-NEED-FILE (5).
           MOVE "SHARED"    TO WS-LOCK-NEED-MODE (5).
           MOVE "HOLDS"     TO WS-LOCK-NEED-FILE (6).
           MOVE "EXCLUSIVE" TO WS-LOCK-NEED-MODE (6).

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
           MOVE "DAY-02-02-CHAIN-DRIVER" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-CHAIN-DRIVER.
