      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Lists and
      *          clears the shared run lock - the file every program
      *          that touches the status master, the trend history,
      *          the site, unit or rules reference or the hold list
      *          checks at start-up.
      *          A run that ends normally takes its own lines out; a
      *          run that crashed or was cancelled leaves them behind
      *          and every later run that needs the same file is
      *          refused, naming it. To clear a stale entry:
      *            1. DAY-LOCK-ACTION=LIST, and read the report - each
      *               line shows the file, the mode, the holding
      *               program, since when, and the user it ran as.
      *            2. Make sure that program really is not running
      *               (the scheduler, or the user named).
      *            3. DAY-LOCK-ACTION=CLEAR with DAY-LOCK-HOLDER set
      *               to the holding program's name; where more than
      *               one run of it is on file, DAY-LOCK-SINCE-DATE
      *               (and DAY-LOCK-SINCE-TIME) narrow it to the one
      *               that is stale.
      *          Every line of the matching run is cleared together.
      *          Same shape as DAY-02-02-HOLD-MAINT: the whole file is
      *          rewritten on a change, the action, who asked and the
      *          outcome are stamped on the shared AUDIT-FILE trail,
      *          and a refused request ends severity 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-LOCK-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   No lock file simply means nobody holds anything, so its
      *>   FILE STATUS is checked rather than letting it abend the run.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT LOCK-REPORT-FILE
               ASSIGN TO DYNAMIC WS-LOCK-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-REC                    PIC X(132) VALUE SPACES.

       FD  LOCK-REPORT-FILE.
       01  LOCK-PRINT-LINE             PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-LOCK-FILE-NAME           PIC X(100) VALUE SPACES.
       77  WS-LOCK-STATUS              PIC XX VALUE SPACES.
       77  WS-LOCK-REPORT-FILE-NAME    PIC X(100) VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

      *>   The requested action (LIST, the default, or CLEAR), the
      *>   holding program to clear, optionally narrowed to the run
      *>   that started on a given date and time, and who asked.
       77  WS-ACTION                   PIC X(8) VALUE SPACES.
       77  WS-REQ-HOLDER               PIC X(30) VALUE SPACES.
       77  WS-REQ-SINCE-DATE-RAW       PIC X(8) VALUE SPACES.
       77  WS-REQ-SINCE-DATE           PIC 9(8) VALUE ZEROES.
       77  WS-REQ-SINCE-TIME-RAW       PIC X(6) VALUE SPACES.
       77  WS-REQ-SINCE-TIME           PIC 9(6) VALUE ZEROES.
       77  WS-REQ-BY                   PIC X(12) VALUE SPACES.

      *>   How the request came out - stamped into the audit record's
      *>   reconcile slot so the trail shows refused requests too.
       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

       77  WS-LOCK-DATA-REMAINS        PIC X VALUE 'Y'.
       77  WS-LOCK-FULL                PIC X VALUE 'N'.

      *>   The whole lock file held in storage while the change is
      *>   applied; a file longer than the table is listed as far as
      *>   it goes but never rewritten, so nothing is lost.
       01  WS-LOCK-TABLE.
           05 WS-LOCK-TABLE-ENTRY      OCCURS 99 TIMES.
               10 WS-LOCK-ENTRY        PIC X(80).
               10 WS-LOCK-KEEP         PIC X.

       77  WS-LOCK-COUNT               PIC 99 VALUE ZEROES.
       77  WS-LOCK-IDX                 PIC 99 VALUE ZEROES.
       77  WS-CLEARED-COUNT            PIC 99 VALUE ZEROES.

      *>   One LOCK-FILE line, the same layout every locking program
      *>   writes.
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

       01  LKR-HEADING-LINE.
           05 FILLER                   PIC X(19)      VALUE
              "FILE     MODE      ".
           05 FILLER                   PIC X(31)      VALUE
              "HOLDER                         ".
           05 FILLER                   PIC X(30)      VALUE
              "SINCE            BY           ".
           05 FILLER                   PIC X(7)       VALUE
              "ACTION".

       01  LKR-DETAIL-LINE.
           05 LKR-FILE                 PIC X(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 LKR-MODE                 PIC X(9).
           05 FILLER                   PIC X          VALUE SPACE.
           05 LKR-HOLDER               PIC X(30).
           05 FILLER                   PIC X          VALUE SPACE.
           05 LKR-SINCE-DATE           PIC 9(8).
           05 FILLER                   PIC X          VALUE SPACE.
           05 LKR-SINCE-TIME           PIC 9(6).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 LKR-BY                   PIC X(12).
           05 FILLER                   PIC X          VALUE SPACE.
           05 LKR-ACTION               PIC X(7).

      *>   Same audit-record layout as the rest of the chain writes;
      *>   the requested action rides in the mode slot, lines on file
      *>   and lines cleared in the first two count slots, and the
      *>   holder and who asked in the input-file slot.
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
           PERFORM 0100-LOAD-LOCK-TABLE.
           PERFORM 0200-APPLY-REQUESTED-ACTION.

           IF WS-OUTCOME = "APPLIED" THEN
               PERFORM 0300-REWRITE-LOCK-FILE
           END-IF.

           IF WS-OUTCOME NOT = "APPLIED" AND WS-OUTCOME NOT = "LISTED"
               MOVE 8 TO WS-RUN-SEVERITY
           END-IF.

           PERFORM 0400-WRITE-LOCK-REPORT.
           PERFORM 0500-WRITE-AUDIT-RECORD.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-LOCK-FILE-NAME
               FROM ENVIRONMENT "DAY-RUN-LOCK-FILE".
           IF WS-LOCK-FILE-NAME = SPACES THEN
               MOVE "../run_lock.txt" TO WS-LOCK-FILE-NAME
           END-IF.

           ACCEPT WS-LOCK-REPORT-FILE-NAME
               FROM ENVIRONMENT "DAY-LOCK-REPORT-FILE".
           IF WS-LOCK-REPORT-FILE-NAME = SPACES THEN
               MOVE "../run_lock_report.txt"
                   TO WS-LOCK-REPORT-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-ACTION FROM ENVIRONMENT "DAY-LOCK-ACTION".
           IF WS-ACTION = SPACES THEN
               MOVE "LIST" TO WS-ACTION
           END-IF.

           ACCEPT WS-REQ-HOLDER FROM ENVIRONMENT "DAY-LOCK-HOLDER".

           ACCEPT WS-REQ-SINCE-DATE-RAW
               FROM ENVIRONMENT "DAY-LOCK-SINCE-DATE".
           IF WS-REQ-SINCE-DATE-RAW IS NUMERIC THEN
               MOVE WS-REQ-SINCE-DATE-RAW TO WS-REQ-SINCE-DATE
           END-IF.

           ACCEPT WS-REQ-SINCE-TIME-RAW
               FROM ENVIRONMENT "DAY-LOCK-SINCE-TIME".
           IF WS-REQ-SINCE-TIME-RAW IS NUMERIC THEN
               MOVE WS-REQ-SINCE-TIME-RAW TO WS-REQ-SINCE-TIME
           END-IF.

           ACCEPT WS-REQ-BY FROM ENVIRONMENT "USER".
           IF WS-REQ-BY = SPACES THEN
               MOVE "UNKNOWN" TO WS-REQ-BY
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       0100-LOAD-LOCK-TABLE.
           OPEN INPUT LOCK-FILE.

           IF WS-LOCK-STATUS = "00" THEN
               PERFORM 0110-LOAD-ONE-LOCK-LINE
                   UNTIL WS-LOCK-DATA-REMAINS = 'N'

               CLOSE LOCK-FILE
           END-IF.

       0110-LOAD-ONE-LOCK-LINE.
           READ LOCK-FILE
               AT END MOVE 'N' TO WS-LOCK-DATA-REMAINS.

           IF WS-LOCK-DATA-REMAINS <> 'N'
               IF LOCK-REC NOT = SPACES
                   IF WS-LOCK-COUNT < 99
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE LOCK-REC TO WS-LOCK-ENTRY (WS-LOCK-COUNT)
                       MOVE 'Y' TO WS-LOCK-KEEP (WS-LOCK-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-LOCK-FULL
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * LIST changes nothing. CLEAR needs a holder, and clears every  *
      * line that holder's matching run left - narrowed by the since  *
      * date and time when given; a holder with no line on file is    *
      * NOT-FOUND. A file too long to hold is not rewritten. Anything *
      * else is a bad request. Only an applied change rewrites.       *
      *****************************************************************
       0200-APPLY-REQUESTED-ACTION.
           IF WS-ACTION = "LIST" THEN
               MOVE "LISTED" TO WS-OUTCOME
           ELSE
               IF WS-ACTION = "CLEAR" AND WS-REQ-HOLDER NOT = SPACES
                   PERFORM 0210-MARK-HOLDER-LINES
                       VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > WS-LOCK-COUNT

                   IF WS-CLEARED-COUNT = 0 THEN
                       MOVE "NOT-FOUND" TO WS-OUTCOME
                   ELSE
                       IF WS-LOCK-FULL = 'Y' THEN
                           MOVE "TABLE-FULL" TO WS-OUTCOME
                       ELSE
                           MOVE "APPLIED" TO WS-OUTCOME
                       END-IF
                   END-IF
               ELSE
                   MOVE "BAD-REQUEST" TO WS-OUTCOME
               END-IF
           END-IF.

       0210-MARK-HOLDER-LINES.
           MOVE WS-LOCK-ENTRY (WS-LOCK-IDX) TO LOCK-LINE.

           IF LCK-HOLDER = WS-REQ-HOLDER
                   AND (WS-REQ-SINCE-DATE = ZEROES
                     OR LCK-SINCE-DATE = WS-REQ-SINCE-DATE)
                   AND (WS-REQ-SINCE-TIME = ZEROES
                     OR LCK-SINCE-TIME = WS-REQ-SINCE-TIME)
               MOVE 'N' TO WS-LOCK-KEEP (WS-LOCK-IDX)
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.

      *>   A lock file that cannot be opened for output is left as it
      *>   stood; the lines are not cleared and the report says so.
       0300-REWRITE-LOCK-FILE.
           OPEN OUTPUT LOCK-FILE.

           IF WS-LOCK-STATUS = "00" THEN
               PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                   IF WS-LOCK-KEEP (WS-LOCK-IDX) = 'Y'
                       MOVE WS-LOCK-ENTRY (WS-LOCK-IDX) TO LOCK-REC
                       WRITE LOCK-REC
                   END-IF
               END-PERFORM

               CLOSE LOCK-FILE
           ELSE
               MOVE "REWRITE-FAILED" TO WS-OUTCOME
           END-IF.

      *>   Every line on file as it stood, the cleared ones marked,
      *>   then the outcome.
       0400-WRITE-LOCK-REPORT.
           OPEN OUTPUT LOCK-REPORT-FILE.

           MOVE SPACES TO LOCK-PRINT-LINE.
           STRING "SHARED RUN LOCK - "     DELIMITED BY SIZE
                  WS-ACTION                DELIMITED BY SPACE
                  " - RUN "                DELIMITED BY SIZE
                  WS-RUN-DATE              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)        DELIMITED BY SIZE
                  " BY "                   DELIMITED BY SIZE
                  WS-REQ-BY                DELIMITED BY SPACE
               INTO LOCK-PRINT-LINE.
           WRITE LOCK-PRINT-LINE.

           MOVE ALL "-" TO LOCK-PRINT-LINE.
           WRITE LOCK-PRINT-LINE.

           MOVE LKR-HEADING-LINE TO LOCK-PRINT-LINE.
           WRITE LOCK-PRINT-LINE.

           IF WS-LOCK-COUNT = 0 THEN
               MOVE "  NO LOCKS HELD" TO LOCK-PRINT-LINE
               WRITE LOCK-PRINT-LINE
           END-IF.

           PERFORM 0410-WRITE-ONE-LOCK-LINE
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > WS-LOCK-COUNT.

           IF WS-LOCK-FULL = 'Y' THEN
               MOVE "  FURTHER LINES ON FILE NOT SHOWN"
                   TO LOCK-PRINT-LINE
               WRITE LOCK-PRINT-LINE
           END-IF.

           MOVE ALL "-" TO LOCK-PRINT-LINE.
           WRITE LOCK-PRINT-LINE.

           MOVE SPACES TO LOCK-PRINT-LINE.
           STRING "OUTCOME: "              DELIMITED BY SIZE
                  WS-OUTCOME               DELIMITED BY SPACE
                  "  LINES CLEARED: "      DELIMITED BY SIZE
                  WS-CLEARED-COUNT         DELIMITED BY SIZE
               INTO LOCK-PRINT-LINE.
           WRITE LOCK-PRINT-LINE.

           CLOSE LOCK-REPORT-FILE.

       0410-WRITE-ONE-LOCK-LINE.
           MOVE WS-LOCK-ENTRY (WS-LOCK-IDX) TO LOCK-LINE.

           MOVE LCK-FILE               TO LKR-FILE.
           MOVE LCK-MODE               TO LKR-MODE.
           MOVE LCK-HOLDER             TO LKR-HOLDER.
           MOVE LCK-SINCE-DATE         TO LKR-SINCE-DATE.
           MOVE LCK-SINCE-TIME         TO LKR-SINCE-TIME.
           MOVE LCK-BY                 TO LKR-BY.

           MOVE SPACES TO LKR-ACTION.
           IF WS-OUTCOME = "APPLIED"
                   AND WS-LOCK-KEEP (WS-LOCK-IDX) = 'N'
               MOVE "CLEARED" TO LKR-ACTION
           END-IF.

           MOVE LKR-DETAIL-LINE TO LOCK-PRINT-LINE.
           WRITE LOCK-PRINT-LINE.

       0500-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-LOCK-MAINT" TO AUD-PROGRAM.

           MOVE SPACES                 TO AUD-MODE.
           STRING "LOCK-"              DELIMITED BY SIZE
                  WS-ACTION            DELIMITED BY SPACE
               INTO AUD-MODE.

           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-LOCK-COUNT          TO AUD-RECORDS-READ.
           MOVE ZEROES                 TO AUD-SAFE-STRICT.
           IF WS-OUTCOME = "APPLIED" THEN
               MOVE WS-CLEARED-COUNT   TO AUD-SAFE-STRICT
           END-IF.
           MOVE ZEROES                 TO AUD-SAFE-DAMPENED.
           MOVE ZEROES                 TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.

           MOVE SPACES                 TO AUD-INPUT-FILE.
           STRING WS-REQ-HOLDER        DELIMITED BY SPACE
                  " BY "               DELIMITED BY SIZE
                  WS-REQ-BY            DELIMITED BY SPACE
               INTO AUD-INPUT-FILE.
           MOVE WS-LOCK-FILE-NAME      TO AUD-OUTPUT-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       END PROGRAM DAY-02-02-LOCK-MAINT.
