      *          (APPROVED / NEEDS ATTENTION) at the top, each chain
      *          step with its severity, the headline record counts,
      *          the reconcile status, and every alert verbatim.
      *          It also clears the maintenance-hold list of holds
      *          past their expiry date and lists them on the page,
      *          so a unit never stays on hold by accident - unless
      *          the list is longer than the 200 holds it can carry,
      *          will not open for output, or is held by another run
      *          on the shared run lock (HOLDS exclusive - the chain's
      *          lock when run from it, its own otherwise), when the
      *          list is left as it was, the page says so and the
      *          verdict turns.
      *          Every shared run-lock wait and refusal stamped on
      *          today's AUDIT-FILE is listed too; a refusal means a
      *          run did not happen and turns the verdict.
      *          That page is what gets initialed and filed for the
      *          shift log; the fifteen-minute four-file scavenger
      *          hunt is what it replaces.
           SELECT HANDOVER-FILE
               ASSIGN TO DYNAMIC WS-HANDOVER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *>   The maintenance-hold list DAY-02-02-HOLD-MAINT maintains;
      *>   optional like the rest - no file, nothing to expire.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      *>   The shared run lock every program that touches the master,
      *>   the trend history, a reference file or the hold list checks
      *>   at start-up; no file simply means nobody holds anything.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HANDOVER-FILE.
       01  HANDOVER-PRINT-LINE         PIC X(132) VALUE SPACES.

       FD  HOLD-FILE.
       01  HOLD-REC                    PIC X(132) VALUE SPACES.

       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-CHAIN-LOG-FILE-NAME      PIC X(100) VALUE SPACES.
       77  WS-CHAIN-LOG-STATUS         PIC XX VALUE SPACES.
       77  WS-ALERT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-ALERT-STATUS             PIC XX VALUE SPACES.
       77  WS-HANDOVER-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-HOLD-FILE-NAME           PIC X(100) VALUE SPACES.
       77  WS-HOLD-STATUS              PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.
       77  WS-LOG-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-AUD-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-ALR-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-HLD-DATA-REMAINS         PIC X VALUE 'Y'.

      *>   The log accumulates across days, so only lines from the
      *>   first CHAIN START carrying today's date onward belong on
       77  WS-ALERT-LINE-COUNT         PIC 99 VALUE ZEROES.
       77  WS-ALERT-LINE-IDX           PIC 99 VALUE ZEROES.

      *>   The whole maintenance-hold list, held while the expired
      *>   holds are weeded out - the same 200 holds the day run and
      *>   DAY-02-02-HOLD-MAINT load. Each line is kept verbatim;
      *>   only its expiry date is looked at here.
       01  WS-HOLD-LINE-TABLE.
           05 WS-HOLD-LINE-ENTRY       OCCURS 200 TIMES.
               10 WS-HOLD-LINE         PIC X(132).
               10 WS-HOLD-EXPIRED      PIC X.

       77  WS-HOLD-LINE-COUNT          PIC 999 VALUE ZEROES.
       77  WS-HOLD-LINE-IDX            PIC 999 VALUE ZEROES.
       77  WS-HOLD-EXPIRED-COUNT       PIC 999 VALUE ZEROES.

      *>   A list longer than the table cannot be rewritten without
      *>   losing the holds past the end, so it is left alone; so is
      *>   one that will not open for output, and one the run lock
      *>   will not let this run have. Any of these turns the verdict.
       77  WS-HOLD-FULL                PIC X VALUE 'N'.
       77  WS-HOLD-WRITE-FAILED        PIC X VALUE 'N'.
       77  WS-HOLD-LOCK-REFUSED        PIC X VALUE 'N'.

      *>   Today's run-lock waits and refusals, from any program, as
      *>   they will print; past the table they are only counted.
       01  WS-LOCK-EVENT-TABLE.
           05 WS-LOCK-EVENT-LINE       OCCURS 20 TIMES PIC X(128).

       77  WS-LOCK-EVENT-COUNT         PIC 99 VALUE ZEROES.
       77  WS-LOCK-EVENT-IDX           PIC 99 VALUE ZEROES.
       77  WS-LOCK-EVENT-OVERFLOW      PIC 99 VALUE ZEROES.
       77  WS-LOCK-REFUSED-SEEN        PIC X VALUE 'N'.

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

      *>   What feeds the verdict: any failed or held step in
      *>   today's log slice, any alert at all, or a reconcile
      *>   outcome that is not clean.
       77  WS-HDL-MALFORMED            PIC 9(6) VALUE ZEROES.
       77  WS-HDL-RECONCILE            PIC X(15) VALUE SPACES.

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

      *>   Same audit-record layout every program in the chain
      *>   writes - one record description reads the whole trail.
       01  AUDIT-LINE.
           PERFORM 0100-COLLECT-CHAIN-LOG.
           PERFORM 0200-COLLECT-AUDIT-HEADLINES.
           PERFORM 0300-COLLECT-ALERTS.
           PERFORM 0350-EXPIRE-MAINTENANCE-HOLDS.
           PERFORM 0400-DETERMINE-VERDICT.
           PERFORM 0500-WRITE-HANDOVER-PAGE.

               MOVE "../shift_handover.txt" TO WS-HANDOVER-FILE-NAME
           END-IF.

           ACCEPT WS-HOLD-FILE-NAME
               FROM ENVIRONMENT "DAY-HOLD-FILE".
           IF WS-HOLD-FILE-NAME = SPACES THEN
               MOVE "../hold_list.txt" TO WS-HOLD-FILE-NAME
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

               MOVE 'Y' TO WS-STEP-TROUBLE
           END-IF.

           IF CHAIN-LOG-REC (1:20) = "*** RUN LOCK REFUSED" THEN
               MOVE 'Y' TO WS-STEP-TROUBLE
           END-IF.

           PERFORM VARYING WS-STEP-LINE-IDX FROM 1 BY 1
                   UNTIL WS-STEP-LINE-IDX > 60
               IF CHAIN-LOG-REC (WS-STEP-LINE-IDX:7) = "FAILED "
                   MOVE AUD-MALFORMED     TO WS-HDL-MALFORMED
                   MOVE AUD-RECONCILE     TO WS-HDL-RECONCILE
               END-IF
               IF AUD-RUN-DATE = WS-RUN-DATE
                       AND (AUD-MODE = "LOCK-WAIT"
                         OR AUD-MODE = "LOCK-REFUSED")
                   PERFORM 0220-KEEP-LOCK-EVENT
               END-IF
           END-IF.

      *>   Waits are worth knowing about; a refusal is a run that did
      *>   not happen, and the verdict carries it.
       0220-KEEP-LOCK-EVENT.
           IF AUD-MODE = "LOCK-REFUSED" THEN
               MOVE 'Y' TO WS-LOCK-REFUSED-SEEN
           END-IF.

           IF WS-LOCK-EVENT-COUNT < 20 THEN
               ADD 1 TO WS-LOCK-EVENT-COUNT
               MOVE SPACES TO WS-LOCK-EVENT-LINE (WS-LOCK-EVENT-COUNT)
               STRING "  "                 DELIMITED BY SIZE
                      AUD-RUN-TIME         DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      AUD-PROGRAM          DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      AUD-MODE             DELIMITED BY SPACE
                      " AFTER "            DELIMITED BY SIZE
                      AUD-RECORDS-READ     DELIMITED BY SIZE
                      "S - "               DELIMITED BY SIZE
                      AUD-INPUT-FILE       DELIMITED BY SIZE
                   INTO WS-LOCK-EVENT-LINE (WS-LOCK-EVENT-COUNT)
           ELSE
               ADD 1 TO WS-LOCK-EVENT-OVERFLOW
           END-IF.

       0300-COLLECT-ALERTS.
               END-IF
           END-IF.

      *****************************************************************
      * A hold whose expiry date has passed drops off the list here, *
      * once a day, and is named on the page so engineering can      *
      * re-raise it if the repair has overrun. The file is rewritten *
      * only when something actually expired, and only under HOLDS   *
      * exclusive on the shared run lock - the chain's lock when run *
      * as its closing step, this run's own otherwise; refused, the  *
      * expired holds are listed but stay on file. An expired hold   *
      * is not trouble for the verdict - the day run already stopped *
      * honouring it at its expiry date.                             *
      *****************************************************************
       0350-EXPIRE-MAINTENANCE-HOLDS.
           PERFORM 0900-ACQUIRE-RUN-LOCK.

           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-STATUS = "00" THEN
               PERFORM 0360-READ-HOLD-LINE
                   UNTIL WS-HLD-DATA-REMAINS = 'N'

               CLOSE HOLD-FILE

               IF WS-HOLD-EXPIRED-COUNT > 0 AND WS-HOLD-FULL = 'N'
                   IF WS-LOCK-GRANTED = 'Y' THEN
                       PERFORM 0370-REWRITE-HOLD-LIST
                   ELSE
                       MOVE 'Y' TO WS-HOLD-LOCK-REFUSED
                   END-IF
               END-IF
           END-IF.

           PERFORM 0950-RELEASE-RUN-LOCK.

       0360-READ-HOLD-LINE.
           READ HOLD-FILE
               AT END MOVE 'N' TO WS-HLD-DATA-REMAINS.

           IF WS-HLD-DATA-REMAINS <> 'N'
               IF WS-HOLD-LINE-COUNT < 200
                   ADD 1 TO WS-HOLD-LINE-COUNT
                   MOVE HOLD-REC TO WS-HOLD-LINE (WS-HOLD-LINE-COUNT)
                   MOVE 'N' TO WS-HOLD-EXPIRED (WS-HOLD-LINE-COUNT)
                   MOVE HOLD-REC TO HOLD-LINE
                   IF HOLD-EXPIRY-DATE IS NUMERIC
                           AND HOLD-EXPIRY-DATE < WS-RUN-DATE
                       MOVE 'Y' TO WS-HOLD-EXPIRED (WS-HOLD-LINE-COUNT)
                       ADD 1 TO WS-HOLD-EXPIRED-COUNT
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HOLD-FULL
               END-IF
           END-IF.

       0370-REWRITE-HOLD-LIST.
           OPEN OUTPUT HOLD-FILE.

           IF WS-HOLD-STATUS = "00" THEN
               PERFORM VARYING WS-HOLD-LINE-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-LINE-IDX > WS-HOLD-LINE-COUNT
                   IF WS-HOLD-EXPIRED (WS-HOLD-LINE-IDX) = 'N'
                       MOVE WS-HOLD-LINE (WS-HOLD-LINE-IDX)
                           TO HOLD-REC
                       WRITE HOLD-REC
                   END-IF
               END-PERFORM

               CLOSE HOLD-FILE
           ELSE
               MOVE 'Y' TO WS-HOLD-WRITE-FAILED
           END-IF.

      *****************************************************************
      * APPROVED only when nothing argues otherwise: no failed or    *
      * held step, no missing feed, not a single alert, and the day  *
               MOVE "NEEDS ATTENTION" TO WS-VERDICT
           END-IF.

           IF WS-LOCK-REFUSED-SEEN = 'Y' THEN
               MOVE "NEEDS ATTENTION" TO WS-VERDICT
           END-IF.

           IF WS-HOLD-FULL = 'Y' OR WS-HOLD-WRITE-FAILED = 'Y'
                   OR WS-HOLD-LOCK-REFUSED = 'Y'
               MOVE "NEEDS ATTENTION" TO WS-VERDICT
           END-IF.

           IF WS-DAY-RUN-SEEN = 'N' THEN
               MOVE "NEEDS ATTENTION" TO WS-VERDICT
           ELSE
           PERFORM 0510-WRITE-STEP-SECTION.
           PERFORM 0520-WRITE-HEADLINE-SECTION.
           PERFORM 0530-WRITE-ALERT-SECTION.
           PERFORM 0540-WRITE-EXPIRED-HOLD-SECTION.
           PERFORM 0550-WRITE-RUN-LOCK-SECTION.

           MOVE ALL "-" TO HANDOVER-PRINT-LINE.
           WRITE HANDOVER-PRINT-LINE.
               WRITE HANDOVER-PRINT-LINE
           END-PERFORM.

      *>   Held back from the rewrite, the expired holds are still on
      *>   the list and still printed - the day run has stopped
      *>   honouring them either way - under a heading that says so.
       0540-WRITE-EXPIRED-HOLD-SECTION.
           MOVE "EXPIRED MAINTENANCE HOLDS (DROPPED FROM HOLD LIST):"
               TO HANDOVER-PRINT-LINE.
           IF WS-HOLD-FULL = 'Y' OR WS-HOLD-WRITE-FAILED = 'Y'
                   OR WS-HOLD-LOCK-REFUSED = 'Y'
               MOVE "(NOT DROPPED - HOLD LIST NOT REWRITTEN):"
                   TO HANDOVER-PRINT-LINE (27:40)
           END-IF.
           WRITE HANDOVER-PRINT-LINE.

           IF WS-HOLD-FULL = 'Y' THEN
               MOVE SPACES TO HANDOVER-PRINT-LINE
               STRING "  *** HOLD LIST LONGER THAN 200 LINES - "
                          DELIMITED BY SIZE
                      "CLEAR IT WITH DAY-02-02-HOLD-MAINT"
                          DELIMITED BY SIZE
                   INTO HANDOVER-PRINT-LINE
               WRITE HANDOVER-PRINT-LINE
           END-IF.

           IF WS-HOLD-WRITE-FAILED = 'Y' THEN
               MOVE SPACES TO HANDOVER-PRINT-LINE
               STRING "  *** HOLD LIST COULD NOT BE REWRITTEN - "
                          DELIMITED BY SIZE
                      "FILE STATUS "      DELIMITED BY SIZE
                      WS-HOLD-STATUS      DELIMITED BY SIZE
                   INTO HANDOVER-PRINT-LINE
               WRITE HANDOVER-PRINT-LINE
           END-IF.

           IF WS-HOLD-LOCK-REFUSED = 'Y' THEN
               MOVE SPACES TO HANDOVER-PRINT-LINE
               STRING "  *** HOLD LIST NOT LOCKED - "
                          DELIMITED BY SIZE
                      WS-LOCK-MESSAGE     DELIMITED BY SIZE
                   INTO HANDOVER-PRINT-LINE
               WRITE HANDOVER-PRINT-LINE
           END-IF.

           IF WS-HOLD-EXPIRED-COUNT = 0 THEN
               MOVE "  NONE" TO HANDOVER-PRINT-LINE
               WRITE HANDOVER-PRINT-LINE
           END-IF.

           PERFORM VARYING WS-HOLD-LINE-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-LINE-IDX > WS-HOLD-LINE-COUNT
               IF WS-HOLD-EXPIRED (WS-HOLD-LINE-IDX) = 'Y'
                   MOVE WS-HOLD-LINE (WS-HOLD-LINE-IDX) TO HOLD-LINE
                   MOVE SPACES TO HANDOVER-PRINT-LINE
                   STRING "  SITE "             DELIMITED BY SIZE
                          HOLD-SITE-CODE        DELIMITED BY SIZE
                          "  UNIT "             DELIMITED BY SIZE
                          HOLD-UNIT-ID          DELIMITED BY SIZE
                          "  HELD "             DELIMITED BY SIZE
                          HOLD-START-DATE       DELIMITED BY SIZE
                          " TO "                DELIMITED BY SIZE
                          HOLD-EXPIRY-DATE      DELIMITED BY SIZE
                          "  "                  DELIMITED BY SIZE
                          HOLD-REASON           DELIMITED BY SIZE
                       INTO HANDOVER-PRINT-LINE
                   WRITE HANDOVER-PRINT-LINE
               END-IF
           END-PERFORM.

       0550-WRITE-RUN-LOCK-SECTION.
           MOVE "RUN LOCK WAITS AND REFUSALS (FROM AUDIT TRAIL):"
               TO HANDOVER-PRINT-LINE.
           WRITE HANDOVER-PRINT-LINE.

           IF WS-LOCK-EVENT-COUNT = 0 THEN
               MOVE "  NONE" TO HANDOVER-PRINT-LINE
               WRITE HANDOVER-PRINT-LINE
           END-IF.

           PERFORM VARYING WS-LOCK-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-EVENT-IDX > WS-LOCK-EVENT-COUNT
               MOVE WS-LOCK-EVENT-LINE (WS-LOCK-EVENT-IDX)
                   TO HANDOVER-PRINT-LINE
               WRITE HANDOVER-PRINT-LINE
           END-PERFORM.

           IF WS-LOCK-EVENT-OVERFLOW > 0 THEN
               MOVE SPACES TO HANDOVER-PRINT-LINE
               STRING "  FURTHER LOCK EVENTS NOT SHOWN: "
                                              DELIMITED BY SIZE
                      WS-LOCK-EVENT-OVERFLOW  DELIMITED BY SIZE
                   INTO HANDOVER-PRINT-LINE
               WRITE HANDOVER-PRINT-LINE
           END-IF.

       0900-ACQUIRE-RUN-LOCK.
           MOVE "DAY-02-02-SHIFT-HANDOVER" TO LCK-HOLDER.
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

      *>   Drops expired holds by rewriting the hold list outright, so
      *>   nothing else - DAY-02-02-HOLD-MAINT above all - may hold it
      *>   meanwhile.
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
           MOVE SPACES                 TO AUDIT-LINE.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-SHIFT-HANDOVER" TO AUD-PROGRAM.
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

       END PROGRAM DAY-02-02-SHIFT-HANDOVER.
