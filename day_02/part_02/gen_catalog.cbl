      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02, called by
      *          it at the end of every normal run. The day run keeps
      *          writing its outputs under their fixed names - the
      *          fixed-width report, the CSV, the reject file, the
      *          data-quality and diagnostic files and the operator
      *          alert file - so everything downstream still finds
      *          them there; this program then copies each one to a
      *          dated, cycle-numbered generation beside it
      *          (<name>.<run date>.C<cycle>, e.g.
      *          ../reject.txt.20261015.C02) so no run's outputs are
      *          lost to the next. Each generation written is entered
      *          on GEN-CATALOG-FILE with its run, time and record
      *          count; a restarted run of the same day and cycle
      *          replaces its own generation and catalog line rather
      *          than adding a second. GEN-RETENTION-FILE sets how
      *          many generations of each output type are kept
      *          ("REJECT 30", "ALL 14"; 7 when not set, 0 for keep
      *          them all) - beyond that the oldest is deleted and
      *          its catalog line marked PURGED, so the catalog still
      *          shows what every run wrote. Nothing is deleted until
      *          the catalog marking it PURGED has been written back;
      *          a catalog that cannot be rewritten deletes nothing
      *          and ends CATALOG-FAILED. DAY-02-02-GEN-INQUIRY
      *          lists the catalog and retrieves a generation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-GEN-CATALOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   SOURCE-FILE and GEN-FILE are pointed at each output and its
      *>   generation in turn; an output this run did not write (the
      *>   CSV under DAY-OUTPUT-MODE=FIXED, say) is simply skipped.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
      *>   No catalog yet on the first run, and no retention file
      *>   means the default count for every type; both are optional.
           SELECT GEN-CATALOG-FILE
               ASSIGN TO DYNAMIC WS-GEN-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
           SELECT GEN-RETENTION-FILE
               ASSIGN TO DYNAMIC WS-GEN-RETENTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-RETENTION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   As wide as the widest output copied (REJECT-LINE).
       FD  SOURCE-FILE.
       01  SOURCE-REC                  PIC X(200) VALUE SPACES.

       FD  GEN-FILE.
       01  GEN-REC                     PIC X(200) VALUE SPACES.

       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-REC             PIC X(200) VALUE SPACES.

       FD  GEN-RETENTION-FILE.
       01  GEN-RETENTION-REC           PIC X(132) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(320) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-SOURCE-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-SOURCE-STATUS            PIC XX VALUE SPACES.
       77  WS-GEN-FILE-NAME            PIC X(120) VALUE SPACES.
       77  WS-GEN-STATUS               PIC XX VALUE SPACES.
       77  WS-GEN-CATALOG-FILE-NAME    PIC X(100) VALUE SPACES.
       77  WS-GEN-CATALOG-STATUS       PIC XX VALUE SPACES.
       77  WS-GEN-RETENTION-FILE-NAME  PIC X(100) VALUE SPACES.
       77  WS-GEN-RETENTION-STATUS     PIC XX VALUE SPACES.
       77  WS-AUDIT-FILE-NAME          PIC X(100) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC XX VALUE SPACES.

      *>   The day run's own date and cycle, handed over in
      *>   DAY-GEN-RUN-DATE / DAY-GEN-CYCLE so a run that crosses
      *>   midnight still files under the day it ran for; run by
      *>   hand, today and DAY-CYCLE-NUMBER are used instead.
       77  WS-RUN-DATE-RAW             PIC X(8) VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.
       77  WS-CYCLE-RAW                PIC X(2) VALUE SPACES.
       77  WS-CYCLE-NUMBER             PIC 99 VALUE 1.

      *>   Same values the day run reads - the fixed-width report is
      *>   only there under FIXED or BOTH, the CSV under CSV or BOTH.
       77  WS-OUTPUT-MODE              PIC X(5) VALUE SPACES.
           88 WS-MODE-INCLUDES-FIXED   VALUE "FIXED" "BOTH ".
           88 WS-MODE-INCLUDES-CSV     VALUE "CSV  " "BOTH ".

      *>   One entry per output type kept in generations: the fixed
      *>   name the day run writes, how many generations to keep, and
      *>   whether this run wrote it at all.
       01  WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY            OCCURS 6 TIMES.
               10 WS-TYPE-CODE         PIC X(6).
               10 WS-TYPE-SOURCE-NAME  PIC X(100).
               10 WS-TYPE-KEEP         PIC 9(4).
               10 WS-TYPE-WANTED       PIC X.
               10 WS-TYPE-CURRENT      PIC 9(4).

       77  WS-TYPE-IDX                 PIC 9 VALUE ZEROES.

       77  WS-RET-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-RET-KEYWORD              PIC X(10) VALUE SPACES.
       77  WS-RET-VALUE                PIC X(10) VALUE SPACES.
       77  WS-RET-VALUE-LEN            PIC 99 VALUE ZEROES.
       77  WS-RET-KEEP                 PIC 9(4) VALUE ZEROES.

       77  WS-COPY-REMAINS             PIC X VALUE 'Y'.
       77  WS-COPY-COUNT               PIC 9(6) VALUE ZEROES.

      *>   The whole catalog held in storage while this run's lines
      *>   go in and the retention is applied, then written back. A
      *>   catalog longer than the table is never rewritten - this
      *>   run's lines are added to the end of it instead and the
      *>   retention waits until the catalog has been cut back.
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY             PIC X(161) OCCURS 5000 TIMES.

       77  WS-CAT-COUNT                PIC 9(4) VALUE ZEROES.
       77  WS-CAT-IDX                  PIC 9(4) VALUE ZEROES.
       77  WS-CAT-FOUND                PIC 9(4) VALUE ZEROES.
       77  WS-CAT-FULL                 PIC X VALUE 'N'.
       77  WS-CAT-DATA-REMAINS         PIC X VALUE 'Y'.

      *>   This run's own catalog lines, kept apart for the case
      *>   where the catalog is too long to rewrite.
       01  WS-RUN-GEN-TABLE.
           05 WS-RUN-GEN-ENTRY         PIC X(161) OCCURS 6 TIMES.

       77  WS-RUN-GEN-COUNT            PIC 9 VALUE ZEROES.
       77  WS-RUN-GEN-IDX              PIC 9 VALUE ZEROES.

      *>   Catalog lines retention has marked PURGED this run, in
      *>   order; their generations are deleted only once the
      *>   rewritten catalog is safely on disk.
       01  WS-PURGE-TABLE.
           05 WS-PURGE-CAT-IDX         PIC 9(4) OCCURS 5000 TIMES.

       77  WS-PURGE-IDX                PIC 9(4) VALUE ZEROES.
       77  WS-CAT-WRITTEN              PIC X VALUE 'N'.

       77  WS-OLDEST-GENERATION        PIC X(11) VALUE SPACES.
       77  WS-OLDEST-IDX               PIC 9(4) VALUE ZEROES.
       77  WS-DELETE-FILE-NAME         PIC X(120) VALUE SPACES.

       77  WS-WRITTEN-COUNT            PIC 9(4) VALUE ZEROES.
       77  WS-PURGED-COUNT             PIC 9(4) VALUE ZEROES.
       77  WS-FAILED-COUNT             PIC 9(4) VALUE ZEROES.

       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

      *>   One GEN-CATALOG-FILE line, the layout DAY-02-02-GEN-INQUIRY
      *>   reads back. GEN-GENERATION (run date then cycle) sorts in
      *>   age order as it stands.
       01  GEN-LINE.
           05 GEN-GENERATION.
               10 GEN-RUN-DATE         PIC 9(8).
               10 FILLER               PIC X          VALUE SPACE.
               10 GEN-CYCLE            PIC 99.
           05 FILLER                   PIC X          VALUE SPACE.
           05 GEN-TYPE                 PIC X(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 GEN-STATE                PIC X(7).
           05 FILLER                   PIC X          VALUE SPACE.
           05 GEN-RECORDS              PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 GEN-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC X          VALUE SPACE.
           05 GEN-FILE-NAME            PIC X(120).

      *>   Same audit-record layout as the rest of the chain writes;
      *>   generations written, purged and failed ride in the first
      *>   count slots, the catalog in the input-file slot and the
      *>   generation suffix this run used in the output-file slot.
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
      *>   Called, so storage survives from any earlier call in the
      *>   same job; every count starts afresh.
           MOVE ZEROES TO WS-CAT-COUNT WS-RUN-GEN-COUNT
                          WS-WRITTEN-COUNT WS-PURGED-COUNT
                          WS-FAILED-COUNT WS-RUN-SEVERITY.
           MOVE 'N' TO WS-CAT-FULL WS-CAT-WRITTEN.
           MOVE 'Y' TO WS-CAT-DATA-REMAINS WS-RET-DATA-REMAINS.

           PERFORM 0010-RESOLVE-FILE-NAMES.
           PERFORM 0020-READ-RETENTION-FILE.
           PERFORM 0100-LOAD-CATALOG-TABLE.

           PERFORM 0200-KEEP-ONE-OUTPUT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 6.

           IF WS-CAT-FULL = 'Y' THEN
               PERFORM 0410-APPEND-RUN-GENERATIONS
           ELSE
               PERFORM 0300-APPLY-RETENTION
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 6
               PERFORM 0400-REWRITE-CATALOG
           END-IF.

      *>   Retention's deletes wait for the rewritten catalog: a
      *>   catalog that could not be written deletes nothing, so no
      *>   generation is ever gone while still shown as CURRENT.
           IF WS-CAT-WRITTEN = 'Y' AND WS-CAT-FULL = 'N' THEN
               PERFORM 0420-DELETE-PURGED-GENERATION
                   VARYING WS-PURGE-IDX FROM 1 BY 1
                   UNTIL WS-PURGE-IDX > WS-PURGED-COUNT
           ELSE
               MOVE ZEROES TO WS-PURGED-COUNT
           END-IF.

           IF WS-CAT-WRITTEN = 'N' THEN
               MOVE "CATALOG-FAILED" TO WS-OUTCOME
               MOVE 4 TO WS-RUN-SEVERITY
           ELSE
               IF WS-CAT-FULL = 'Y' THEN
                   MOVE "CATALOG-FULL" TO WS-OUTCOME
                   MOVE 4 TO WS-RUN-SEVERITY
               ELSE
                   IF WS-FAILED-COUNT > 0 THEN
                       MOVE "COPY-FAILED" TO WS-OUTCOME
                       MOVE 4 TO WS-RUN-SEVERITY
                   ELSE
                       MOVE "CATALOGED" TO WS-OUTCOME
                   END-IF
               END-IF
           END-IF.

           PERFORM 0500-WRITE-AUDIT-RECORD.

      *>   A lost generation is a warning on the day run, never a
      *>   reason to hold the chain - the day's figures are good.
           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           GOBACK.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-GEN-CATALOG-FILE-NAME
               FROM ENVIRONMENT "DAY-GEN-CATALOG-FILE".
           IF WS-GEN-CATALOG-FILE-NAME = SPACES THEN
               MOVE "../generation_catalog.txt"
                   TO WS-GEN-CATALOG-FILE-NAME
           END-IF.

           ACCEPT WS-GEN-RETENTION-FILE-NAME
               FROM ENVIRONMENT "DAY-GEN-RETENTION-FILE".
           IF WS-GEN-RETENTION-FILE-NAME = SPACES THEN
               MOVE "../generation_retention.txt"
                   TO WS-GEN-RETENTION-FILE-NAME
           END-IF.

           ACCEPT WS-AUDIT-FILE-NAME
               FROM ENVIRONMENT "DAY-AUDIT-FILE".
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE "../audit_trail.txt" TO WS-AUDIT-FILE-NAME
           END-IF.

           ACCEPT WS-OUTPUT-MODE FROM ENVIRONMENT "DAY-OUTPUT-MODE".
           IF WS-OUTPUT-MODE = SPACES THEN
               MOVE "BOTH" TO WS-OUTPUT-MODE
           END-IF.

      *>   The six outputs, under the same names and defaults the day
      *>   run resolves them to.
           MOVE "REPORT" TO WS-TYPE-CODE (1).
           ACCEPT WS-TYPE-SOURCE-NAME (1)
               FROM ENVIRONMENT "DAY-OUTPUT-FILE".
           IF WS-TYPE-SOURCE-NAME (1) = SPACES THEN
               MOVE "../output.txt" TO WS-TYPE-SOURCE-NAME (1)
           END-IF.

           MOVE "CSV" TO WS-TYPE-CODE (2).
           ACCEPT WS-TYPE-SOURCE-NAME (2)
               FROM ENVIRONMENT "DAY-CSV-FILE".
           IF WS-TYPE-SOURCE-NAME (2) = SPACES THEN
               MOVE "../output.csv" TO WS-TYPE-SOURCE-NAME (2)
           END-IF.

           MOVE "REJECT" TO WS-TYPE-CODE (3).
           ACCEPT WS-TYPE-SOURCE-NAME (3)
               FROM ENVIRONMENT "DAY-REJECT-FILE".
           IF WS-TYPE-SOURCE-NAME (3) = SPACES THEN
               MOVE "../reject.txt" TO WS-TYPE-SOURCE-NAME (3)
           END-IF.

           MOVE "DQ" TO WS-TYPE-CODE (4).
           ACCEPT WS-TYPE-SOURCE-NAME (4)
               FROM ENVIRONMENT "DAY-DQ-FILE".
           IF WS-TYPE-SOURCE-NAME (4) = SPACES THEN
               MOVE "../data_quality.txt" TO WS-TYPE-SOURCE-NAME (4)
           END-IF.

           MOVE "DIAG" TO WS-TYPE-CODE (5).
           ACCEPT WS-TYPE-SOURCE-NAME (5)
               FROM ENVIRONMENT "DAY-DIAG-FILE".
           IF WS-TYPE-SOURCE-NAME (5) = SPACES THEN
               MOVE "../diagnostic.txt" TO WS-TYPE-SOURCE-NAME (5)
           END-IF.

           MOVE "ALERT" TO WS-TYPE-CODE (6).
           ACCEPT WS-TYPE-SOURCE-NAME (6)
               FROM ENVIRONMENT "DAY-ALERT-FILE".
           IF WS-TYPE-SOURCE-NAME (6) = SPACES THEN
               MOVE "../operator_alert.txt" TO WS-TYPE-SOURCE-NAME (6)
           END-IF.

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 6
               MOVE 7 TO WS-TYPE-KEEP (WS-TYPE-IDX)
               MOVE 'Y' TO WS-TYPE-WANTED (WS-TYPE-IDX)
               MOVE ZEROES TO WS-TYPE-CURRENT (WS-TYPE-IDX)
           END-PERFORM.

           IF NOT WS-MODE-INCLUDES-FIXED THEN
               MOVE 'N' TO WS-TYPE-WANTED (1)
           END-IF.
           IF NOT WS-MODE-INCLUDES-CSV THEN
               MOVE 'N' TO WS-TYPE-WANTED (2)
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-RUN-DATE-RAW FROM ENVIRONMENT "DAY-GEN-RUN-DATE".
           IF WS-RUN-DATE-RAW IS NUMERIC THEN
               MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE
           END-IF.

           ACCEPT WS-CYCLE-RAW FROM ENVIRONMENT "DAY-GEN-CYCLE".
           IF WS-CYCLE-RAW = SPACES THEN
               ACCEPT WS-CYCLE-RAW FROM ENVIRONMENT "DAY-CYCLE-NUMBER"
           END-IF.
      *>   Slid into the units place the same way the day run does,
      *>   so "2" is cycle 02 here too.
           IF WS-CYCLE-RAW (1:1) IS NUMERIC
                   AND WS-CYCLE-RAW (2:1) = SPACE THEN
               MOVE WS-CYCLE-RAW (1:1) TO WS-CYCLE-RAW (2:1)
               MOVE '0' TO WS-CYCLE-RAW (1:1)
           END-IF.
           IF WS-CYCLE-RAW IS NUMERIC THEN
               MOVE WS-CYCLE-RAW TO WS-CYCLE-NUMBER
           END-IF.

      *****************************************************************
      * One "<type> <count>" line per setting, the same keyword-and-  *
      * value shape as the day run's tolerance file. ALL sets every   *
      * type at once; a later line overrides an earlier one, so       *
      * "ALL 14" then "REJECT 30" keeps 14 of each but 30 rejects.    *
      *****************************************************************
       0020-READ-RETENTION-FILE.
           OPEN INPUT GEN-RETENTION-FILE.

           IF WS-GEN-RETENTION-STATUS = "00" THEN
               PERFORM 0021-READ-RETENTION-LINE
                   UNTIL WS-RET-DATA-REMAINS = 'N'

               CLOSE GEN-RETENTION-FILE
           END-IF.

       0021-READ-RETENTION-LINE.
           READ GEN-RETENTION-FILE
               AT END MOVE 'N' TO WS-RET-DATA-REMAINS.

           IF WS-RET-DATA-REMAINS <> 'N'
               PERFORM 0022-APPLY-RETENTION-LINE
           END-IF.

       0022-APPLY-RETENTION-LINE.
           MOVE SPACES TO WS-RET-KEYWORD.
           MOVE SPACES TO WS-RET-VALUE.
           MOVE ZEROES TO WS-RET-VALUE-LEN.

           UNSTRING GEN-RETENTION-REC DELIMITED BY ALL " "
               INTO WS-RET-KEYWORD,
                    WS-RET-VALUE COUNT IN WS-RET-VALUE-LEN
           END-UNSTRING.

           IF WS-RET-VALUE-LEN > 0 AND WS-RET-VALUE-LEN < 5
               IF WS-RET-VALUE (1:WS-RET-VALUE-LEN) IS NUMERIC
                   MOVE WS-RET-VALUE (1:WS-RET-VALUE-LEN)
                       TO WS-RET-KEEP
                   PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                           UNTIL WS-TYPE-IDX > 6
                       IF WS-RET-KEYWORD = "ALL"
                          OR WS-RET-KEYWORD = WS-TYPE-CODE (WS-TYPE-IDX)
                           MOVE WS-RET-KEEP
                               TO WS-TYPE-KEEP (WS-TYPE-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       0100-LOAD-CATALOG-TABLE.
           OPEN INPUT GEN-CATALOG-FILE.

           IF WS-GEN-CATALOG-STATUS = "00" THEN
               PERFORM 0110-LOAD-ONE-CATALOG-LINE
                   UNTIL WS-CAT-DATA-REMAINS = 'N'

               CLOSE GEN-CATALOG-FILE
           END-IF.

       0110-LOAD-ONE-CATALOG-LINE.
           READ GEN-CATALOG-FILE
               AT END MOVE 'N' TO WS-CAT-DATA-REMAINS.

           IF WS-CAT-DATA-REMAINS <> 'N'
               IF GEN-CATALOG-REC NOT = SPACES
                   IF WS-CAT-COUNT < 5000
                       ADD 1 TO WS-CAT-COUNT
                       MOVE GEN-CATALOG-REC
                           TO WS-CAT-ENTRY (WS-CAT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-CAT-FULL
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Copies one output, line for line, to this run's generation of *
      * it and catalogs the copy. An output this run should have      *
      * written but that cannot be read, or a generation that cannot *
      * be created, is counted as failed and leaves no catalog line.  *
      *****************************************************************
       0200-KEEP-ONE-OUTPUT.
           IF WS-TYPE-WANTED (WS-TYPE-IDX) = 'Y' THEN
               MOVE WS-TYPE-SOURCE-NAME (WS-TYPE-IDX)
                   TO WS-SOURCE-FILE-NAME

               MOVE SPACES TO WS-GEN-FILE-NAME
               STRING WS-SOURCE-FILE-NAME DELIMITED BY SPACE
                      "."                 DELIMITED BY SIZE
                      WS-RUN-DATE         DELIMITED BY SIZE
                      ".C"                DELIMITED BY SIZE
                      WS-CYCLE-NUMBER     DELIMITED BY SIZE
                   INTO WS-GEN-FILE-NAME

               OPEN INPUT SOURCE-FILE
               IF WS-SOURCE-STATUS = "00" THEN
                   OPEN OUTPUT GEN-FILE
                   IF WS-GEN-STATUS = "00" THEN
                       MOVE ZEROES TO WS-COPY-COUNT
                       MOVE 'Y' TO WS-COPY-REMAINS
                       PERFORM 0210-COPY-ONE-LINE
                           UNTIL WS-COPY-REMAINS = 'N'
                       CLOSE GEN-FILE
                       PERFORM 0220-CATALOG-GENERATION
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
                   CLOSE SOURCE-FILE
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           END-IF.

       0210-COPY-ONE-LINE.
           READ SOURCE-FILE
               AT END MOVE 'N' TO WS-COPY-REMAINS.

           IF WS-COPY-REMAINS <> 'N'
               MOVE SOURCE-REC TO GEN-REC
               WRITE GEN-REC
               ADD 1 TO WS-COPY-COUNT
           END-IF.

      *>   A restarted run of the same day and cycle overwrote the
      *>   same generation, so its catalog line is replaced in place.
       0220-CATALOG-GENERATION.
           MOVE WS-RUN-DATE            TO GEN-RUN-DATE.
           MOVE WS-CYCLE-NUMBER        TO GEN-CYCLE.
           MOVE WS-TYPE-CODE (WS-TYPE-IDX) TO GEN-TYPE.
           MOVE "CURRENT"              TO GEN-STATE.
           MOVE WS-COPY-COUNT          TO GEN-RECORDS.
           MOVE WS-RUN-TIME (1:6)      TO GEN-RUN-TIME.
           MOVE WS-GEN-FILE-NAME       TO GEN-FILE-NAME.

           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-RUN-GEN-COUNT.
           MOVE GEN-LINE TO WS-RUN-GEN-ENTRY (WS-RUN-GEN-COUNT).

           IF WS-CAT-FULL = 'N' THEN
               MOVE ZEROES TO WS-CAT-FOUND
               PERFORM 0230-FIND-CATALOG-LINE
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                      OR WS-CAT-FOUND > 0

               IF WS-CAT-FOUND = 0 THEN
                   IF WS-CAT-COUNT < 5000 THEN
                       ADD 1 TO WS-CAT-COUNT
                       MOVE WS-CAT-COUNT TO WS-CAT-FOUND
                   ELSE
                       MOVE 'Y' TO WS-CAT-FULL
                   END-IF
               END-IF

               IF WS-CAT-FOUND > 0 THEN
                   MOVE WS-RUN-GEN-ENTRY (WS-RUN-GEN-COUNT)
                       TO WS-CAT-ENTRY (WS-CAT-FOUND)
               END-IF
           END-IF.

       0230-FIND-CATALOG-LINE.
           MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO GEN-LINE.

           IF GEN-RUN-DATE = WS-RUN-DATE
                   AND GEN-CYCLE = WS-CYCLE-NUMBER
                   AND GEN-TYPE = WS-TYPE-CODE (WS-TYPE-IDX)
               MOVE WS-CAT-IDX TO WS-CAT-FOUND
           END-IF.

      *****************************************************************
      * Retention for one output type: while more CURRENT generations *
      * of it are on file than its keep count, the oldest by run date *
      * and cycle is marked PURGED and listed for deletion once the   *
      * catalog has been rewritten. A keep count of zero keeps every  *
      * generation.                                                   *
      *****************************************************************
       0300-APPLY-RETENTION.
           MOVE ZEROES TO WS-TYPE-CURRENT (WS-TYPE-IDX).

           PERFORM 0310-COUNT-CURRENT-LINE
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT.

           IF WS-TYPE-KEEP (WS-TYPE-IDX) > 0 THEN
               PERFORM 0320-PURGE-OLDEST-GENERATION
                   UNTIL WS-TYPE-CURRENT (WS-TYPE-IDX)
                       <= WS-TYPE-KEEP (WS-TYPE-IDX)
           END-IF.

       0310-COUNT-CURRENT-LINE.
           MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO GEN-LINE.

           IF GEN-TYPE = WS-TYPE-CODE (WS-TYPE-IDX)
                   AND GEN-STATE = "CURRENT"
               ADD 1 TO WS-TYPE-CURRENT (WS-TYPE-IDX)
           END-IF.

       0320-PURGE-OLDEST-GENERATION.
           MOVE HIGH-VALUES TO WS-OLDEST-GENERATION.
           MOVE ZEROES TO WS-OLDEST-IDX.

           PERFORM 0330-CHECK-OLDEST-LINE
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT.

           MOVE WS-CAT-ENTRY (WS-OLDEST-IDX) TO GEN-LINE.
           MOVE "PURGED" TO GEN-STATE.
           MOVE GEN-LINE TO WS-CAT-ENTRY (WS-OLDEST-IDX).

           SUBTRACT 1 FROM WS-TYPE-CURRENT (WS-TYPE-IDX).
           ADD 1 TO WS-PURGED-COUNT.
           MOVE WS-OLDEST-IDX TO WS-PURGE-CAT-IDX (WS-PURGED-COUNT).

       0330-CHECK-OLDEST-LINE.
           MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO GEN-LINE.

           IF GEN-TYPE = WS-TYPE-CODE (WS-TYPE-IDX)
                   AND GEN-STATE = "CURRENT"
                   AND GEN-GENERATION < WS-OLDEST-GENERATION
               MOVE GEN-GENERATION TO WS-OLDEST-GENERATION
               MOVE WS-CAT-IDX TO WS-OLDEST-IDX
           END-IF.

      *>   A catalog that cannot be opened for output is left as it
      *>   was and WS-CAT-WRITTEN stays 'N'.
       0400-REWRITE-CATALOG.
           OPEN OUTPUT GEN-CATALOG-FILE.

           IF WS-GEN-CATALOG-STATUS = "00" THEN
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO GEN-CATALOG-REC
                   WRITE GEN-CATALOG-REC
               END-PERFORM

               CLOSE GEN-CATALOG-FILE
               MOVE 'Y' TO WS-CAT-WRITTEN
           END-IF.

       0410-APPEND-RUN-GENERATIONS.
           OPEN EXTEND GEN-CATALOG-FILE.
           IF WS-GEN-CATALOG-STATUS NOT = "00" THEN
               OPEN OUTPUT GEN-CATALOG-FILE
           END-IF.

           IF WS-GEN-CATALOG-STATUS = "00" THEN
               PERFORM VARYING WS-RUN-GEN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-GEN-IDX > WS-RUN-GEN-COUNT
                   MOVE WS-RUN-GEN-ENTRY (WS-RUN-GEN-IDX)
                       TO GEN-CATALOG-REC
                   WRITE GEN-CATALOG-REC
               END-PERFORM

               CLOSE GEN-CATALOG-FILE
               MOVE 'Y' TO WS-CAT-WRITTEN
           END-IF.

      *>   CBL_DELETE_FILE failing (the generation already removed by
      *>   hand) leaves the line PURGED all the same - either way it
      *>   is gone.
       0420-DELETE-PURGED-GENERATION.
           MOVE WS-CAT-ENTRY (WS-PURGE-CAT-IDX (WS-PURGE-IDX))
               TO GEN-LINE.
           MOVE GEN-FILE-NAME TO WS-DELETE-FILE-NAME.

           CALL "CBL_DELETE_FILE" USING WS-DELETE-FILE-NAME
               ON EXCEPTION CONTINUE
           END-CALL.

       0500-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
           MOVE "DAY-02-02-GEN-CATALOG" TO AUD-PROGRAM.
           MOVE "GENERATION"           TO AUD-MODE.
           MOVE SPACES                 TO AUD-RESTART-FLAG.
           MOVE WS-WRITTEN-COUNT       TO AUD-RECORDS-READ.
           MOVE WS-PURGED-COUNT        TO AUD-SAFE-STRICT.
           MOVE ZEROES                 TO AUD-SAFE-DAMPENED.
           MOVE WS-FAILED-COUNT        TO AUD-REJECTED.
           MOVE ZEROES                 TO AUD-MALFORMED.
           MOVE WS-OUTCOME             TO AUD-RECONCILE.
           MOVE WS-GEN-CATALOG-FILE-NAME TO AUD-INPUT-FILE.

           MOVE SPACES                 TO AUD-OUTPUT-FILE.
           STRING "."                  DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  ".C"                 DELIMITED BY SIZE
                  WS-CYCLE-NUMBER      DELIMITED BY SIZE
               INTO AUD-OUTPUT-FILE.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       END PROGRAM DAY-02-02-GEN-CATALOG.
