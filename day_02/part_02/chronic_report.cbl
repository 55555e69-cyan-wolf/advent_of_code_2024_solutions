      * Date: 09/02/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Answers
      *          the question the plant managers actually ask of the
      *          status master: which plant units come up UNSAFE
      *          day after day? Reads STATUS-MASTER-FILE across a
      *          date range (the master is keyed unit ID then run
      *          date, so one unit's days arrive together), finds
      *          every unit UNSAFE on at least the threshold number
      *          of run dates in the range, and reports them
      *          grouped by site with the mix of fail reasons behind
      *          each - the page that says where to send the
      *          maintenance crew, built from the master the chain
      *          already keeps. Each offender carries the work-order
      *          ticket DAY-02-02-WORK-ORDER holds against it, so the
      *          page shows which ones the crew already has in hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SITE-REF-FILE ASSIGN TO DYNAMIC WS-SITE-REF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-REF-STATUS.
      *>   The work-order ticket register; optional - before the
      *>   first extract there is none and no ticket is shown.
           SELECT TICKET-FILE ASSIGN TO DYNAMIC WS-TICKET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.

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
       FD  SITE-REF-FILE.
       01  SITE-REF-REC                PIC X(132) VALUE SPACES.

       FD  TICKET-FILE.
       01  TICKET-REC                  PIC X(132) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-MASTER-STATUS            PIC XX VALUE SPACES.
       77  WS-CHRONIC-FILE-NAME        PIC X(100) VALUE SPACES.
       77  WS-SITE-REF-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-SITE-REF-STATUS          PIC XX VALUE SPACES.
       77  WS-TICKET-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-TICKET-STATUS            PIC XX VALUE SPACES.
       77  WS-TKT-DATA-REMAINS         PIC X VALUE 'Y'.

      *>   The ticket register, held for the offender lines: unit,
      *>   site, ticket number and its state.
       01  WS-TICKET-TABLE.
           05 WS-TKT-ENTRY             OCCURS 500 TIMES.
               10 WS-TKT-UNIT-ID       PIC X(8).
               10 WS-TKT-SITE          PIC X(3).
               10 WS-TKT-NUMBER        PIC X(12).
               10 WS-TKT-STATE         PIC X(9).

       77  WS-TKT-COUNT                PIC 999 VALUE ZEROES.
       77  WS-TKT-IDX                  PIC 999 VALUE ZEROES.

      *>   Same TICKET-FILE line layout DAY-02-02-WORK-ORDER writes.
       01  TICKET-LINE.
           05 TKT-UNIT-ID              PIC X(8).
           05 FILLER                   PIC X.
           05 TKT-SITE                 PIC X(3).
           05 FILLER                   PIC X.
           05 TKT-NUMBER               PIC X(12).
           05 FILLER                   PIC X.
           05 TKT-STATE                PIC X(9).
           05 FILLER                   PIC X.
           05 TKT-RAISED-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 TKT-UPDATED-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 TKT-REASON               PIC X(7).

      *>   Inclusive date range and the UNSAFE-days threshold, picked
      *>   up from the environment as YYYYMMDD / a plain count; left
       77  WS-BROWSE-DONE              PIC X VALUE 'N'.
       77  WS-RECORDS-SCANNED          PIC 9(6) VALUE ZEROES.

      *>   The unit currently being accumulated - the master's key
      *>   order delivers all of one unit's days together, so one set
      *>   of counters and a break on the unit ID is enough.
       77  WS-CURR-UNIT-ID             PIC X(8) VALUE SPACES.
       77  WS-CURR-SITE                PIC X(3) VALUE SPACES.
       77  WS-CURR-DAYS                PIC 9(3) VALUE ZEROES.
       77  WS-CURR-UNSAFE              PIC 9(3) VALUE ZEROES.
       77  WS-CURR-OTHER               PIC 9(3) VALUE ZEROES.
       77  WS-FIRST-RECORD             PIC X VALUE 'Y'.

      *>   The last run date seen for the unit in hand, and whether
      *>   that date's UNSAFE has already been taken - with the cycle
      *>   in the master key the same date can arrive once per cycle,
      *>   and the report must stay a count of distinct run dates.
      *>   them in; past two hundred the stragglers are only counted.
       01  WS-OFFENDER-TABLE.
           05 WS-OFF-ENTRY             OCCURS 200 TIMES.
               10 WS-OFF-UNIT-ID       PIC X(8).
               10 WS-OFF-SITE          PIC X(3).
               10 WS-OFF-DAYS          PIC 9(3).
               10 WS-OFF-UNSAFE        PIC 9(3).

       01  CHR-DETAIL-LINE.
           05 FILLER                   PIC X(2)       VALUE SPACES.
           05 FILLER                   PIC X(5)       VALUE "UNIT ".
           05 CHR-UNIT-ID              PIC X(8).
           05 FILLER                   PIC X(9)       VALUE
              "  UNSAFE ".
           05 CHR-UNSAFE-DAYS          PIC ZZ9.
           05 FILLER                   PIC X(7)       VALUE " OTHER ".
           05 CHR-OTHER                PIC ZZ9.
           05 FILLER                   PIC X          VALUE ")".
           05 FILLER                   PIC X(9)       VALUE
              "  TICKET ".
           05 CHR-TICKET-NUMBER        PIC X(12).
           05 FILLER                   PIC X          VALUE SPACE.
           05 CHR-TICKET-STATE         PIC X(9).

       01  CHR-TOTAL-LINE.
           05 FILLER                   PIC X(19)      VALUE
       0000-MAIN-PROCEDURE.
           PERFORM 0010-RESOLVE-FILE-NAMES.
           PERFORM 0020-READ-SITE-REFERENCE.
           PERFORM 0030-READ-TICKET-REGISTER.

           OPEN OUTPUT CHRONIC-REPORT-FILE.
           PERFORM 0100-WRITE-REPORT-HEADING.
               MOVE "../site_master.txt" TO WS-SITE-REF-FILE-NAME
           END-IF.

           ACCEPT WS-TICKET-FILE-NAME
               FROM ENVIRONMENT "DAY-WORK-ORDER-TICKET-FILE".
           IF WS-TICKET-FILE-NAME = SPACES THEN
               MOVE "../work_order_tickets.txt" TO WS-TICKET-FILE-NAME
           END-IF.

           ACCEPT WS-FROM-DATE-RAW
               FROM ENVIRONMENT "DAY-CHRONIC-FROM-DATE".
           IF WS-FROM-DATE-RAW IS NUMERIC THEN
               END-IF
           END-IF.

       0030-READ-TICKET-REGISTER.
           OPEN INPUT TICKET-FILE.

           IF WS-TICKET-STATUS = "00" THEN
               PERFORM 0031-READ-TICKET-LINE
                   UNTIL WS-TKT-DATA-REMAINS = 'N'

               CLOSE TICKET-FILE
           END-IF.

       0031-READ-TICKET-LINE.
           READ TICKET-FILE
               AT END MOVE 'N' TO WS-TKT-DATA-REMAINS.

           IF WS-TKT-DATA-REMAINS <> 'N'
               IF WS-TKT-COUNT < 500
                   MOVE TICKET-REC TO TICKET-LINE
                   ADD 1 TO WS-TKT-COUNT
                   MOVE TKT-UNIT-ID  TO WS-TKT-UNIT-ID (WS-TKT-COUNT)
                   MOVE TKT-SITE     TO WS-TKT-SITE (WS-TKT-COUNT)
                   MOVE TKT-NUMBER   TO WS-TKT-NUMBER (WS-TKT-COUNT)
                   MOVE TKT-STATE    TO WS-TKT-STATE (WS-TKT-COUNT)
               END-IF
           END-IF.

       0100-WRITE-REPORT-HEADING.
           MOVE SPACES TO CHRONIC-PRINT-LINE.
           STRING "CHRONIC OFFENDERS - UNSAFE ON " DELIMITED BY SIZE
           WRITE CHRONIC-PRINT-LINE.

      *****************************************************************
      * One pass in key order: every day of one plant unit is         *
      * adjacent, so a change of unit ID closes the counters out and  *
      * a fresh unit starts them over. Days outside the               *
      * range never touch the counters at all.                        *
      *****************************************************************
       0200-READ-NEXT-MASTER-RECORD.

           IF WS-FIRST-RECORD = 'Y' THEN
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE MST-UNIT-ID TO WS-CURR-UNIT-ID
           ELSE
               IF MST-UNIT-ID NOT = WS-CURR-UNIT-ID THEN
                   PERFORM 0230-CLOSE-OUT-CURRENT-RECORD
                   MOVE MST-UNIT-ID TO WS-CURR-UNIT-ID
               END-IF
           END-IF.

           MOVE MST-SITE TO WS-CURR-SITE.

      *>   A new run date for this unit is a new day; the same
      *>   date's second cycle is not. One UNSAFE at most is taken
      *>   per date - whichever cycle trips it first - so a unit
      *>   bad on both cycles of one day still counts that day once.
           IF MST-RUN-DATE NOT = WS-CURR-LAST-DATE THEN
               MOVE MST-RUN-DATE TO WS-CURR-LAST-DATE
               END-IF
           END-IF.

      *>   The unit's days are complete: an offender is stashed for
      *>   the grouped print, anyone else just drops; either way the
      *>   counters reset for the next unit.
       0230-CLOSE-OUT-CURRENT-RECORD.
           IF WS-CURR-DAYS > 0
                   AND WS-CURR-UNSAFE >= WS-MIN-UNSAFE THEN
               IF WS-OFF-COUNT < 200 THEN
                   ADD 1 TO WS-OFF-COUNT
                   MOVE WS-CURR-UNIT-ID
                       TO WS-OFF-UNIT-ID (WS-OFF-COUNT)
                   MOVE WS-CURR-SITE
                       TO WS-OFF-SITE (WS-OFF-COUNT)
                   MOVE WS-CURR-DAYS
           END-PERFORM.

       0320-WRITE-ONE-OFFENDER-LINE.
           MOVE WS-OFF-UNIT-ID (WS-OFF-IDX)    TO CHR-UNIT-ID.
           MOVE WS-OFF-UNSAFE (WS-OFF-IDX)     TO CHR-UNSAFE-DAYS.
           MOVE WS-OFF-DAYS (WS-OFF-IDX)       TO CHR-TOTAL-DAYS.
           MOVE WS-OFF-STEP-BAD (WS-OFF-IDX)   TO CHR-STEP-BAD.
           MOVE WS-OFF-DIR-BAD (WS-OFF-IDX)    TO CHR-DIR-BAD.
           MOVE WS-OFF-OTHER (WS-OFF-IDX)      TO CHR-OTHER.

      *>   No register line - or one still waiting on the maintenance
      *>   system's acknowledgement - shows what there is: NONE, or
      *>   REQUESTED with no number yet.
           MOVE SPACES TO CHR-TICKET-NUMBER.
           MOVE "NONE" TO CHR-TICKET-STATE.
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
                   UNTIL WS-TKT-IDX > WS-TKT-COUNT
               IF WS-TKT-UNIT-ID (WS-TKT-IDX)
                       = WS-OFF-UNIT-ID (WS-OFF-IDX)
                       AND WS-TKT-SITE (WS-TKT-IDX)
                           = WS-OFF-SITE (WS-OFF-IDX)
                   MOVE WS-TKT-NUMBER (WS-TKT-IDX)
                       TO CHR-TICKET-NUMBER
                   MOVE WS-TKT-STATE (WS-TKT-IDX)
                       TO CHR-TICKET-STATE
               END-IF
           END-PERFORM.

           MOVE CHR-DETAIL-LINE TO CHRONIC-PRINT-LINE.
           WRITE CHRONIC-PRINT-LINE.

