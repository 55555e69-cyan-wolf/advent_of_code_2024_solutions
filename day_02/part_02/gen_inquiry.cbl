      ******************************************************************
      * Author: cyan-wolf
      * Date: 10/15/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Reads
      *          the generation catalog DAY-02-02-GEN-CATALOG keeps
      *          of every run's dated, cycle-numbered output copies.
      *          DAY-GEN-ACTION=LIST (the default) prints the catalog
      *          lines, narrowed by any of DAY-GEN-INQ-TYPE (REPORT,
      *          CSV, REJECT, DQ, DIAG, ALERT), DAY-GEN-INQ-DATE and
      *          DAY-GEN-INQ-CYCLE that are given. DAY-GEN-ACTION=
      *          RETRIEVE needs the type and the run date (cycle 1
      *          when not given) and copies that generation to
      *          DAY-GEN-RETRIEVE-FILE - so "the reject file from the
      *          second cycle on the 3rd" is type REJECT, date
      *          20261003, cycle 2. A retrieval that finds nothing,
      *          finds the generation already purged by retention,
      *          or cannot read it ends severity 8; one whose record
      *          count differs from the catalog's ends severity 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-02-02-GEN-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   No catalog yet on a brand-new install, and a purged or
      *>   hand-deleted generation, are both reported rather than
      *>   left to abend the run.
           SELECT GEN-CATALOG-FILE
               ASSIGN TO DYNAMIC WS-GEN-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT RETRIEVE-FILE
               ASSIGN TO DYNAMIC WS-RETRIEVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRIEVE-STATUS.
           SELECT GEN-REPORT-FILE
               ASSIGN TO DYNAMIC WS-GEN-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-REC             PIC X(200) VALUE SPACES.

      *>   As wide as the widest output kept in generations.
       FD  GEN-FILE.
       01  GEN-REC                     PIC X(200) VALUE SPACES.

       FD  RETRIEVE-FILE.
       01  RETRIEVE-REC                PIC X(200) VALUE SPACES.

       FD  GEN-REPORT-FILE.
       01  GEN-PRINT-LINE              PIC X(132) VALUE SPACES.

       WORKING-STORAGE SECTION.
       77  WS-GEN-CATALOG-FILE-NAME    PIC X(100) VALUE SPACES.
       77  WS-GEN-CATALOG-STATUS       PIC XX VALUE SPACES.
       77  WS-GEN-FILE-NAME            PIC X(120) VALUE SPACES.
       77  WS-GEN-STATUS               PIC XX VALUE SPACES.
       77  WS-RETRIEVE-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-RETRIEVE-STATUS          PIC XX VALUE SPACES.
       77  WS-GEN-REPORT-FILE-NAME     PIC X(100) VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(8) VALUE ZEROES.

      *>   The action and the inquiry keys, picked up from the
      *>   environment; a key not given matches everything on a LIST.
       77  WS-ACTION                   PIC X(8) VALUE SPACES.
       77  WS-INQ-TYPE                 PIC X(6) VALUE SPACES.
       77  WS-INQ-DATE-RAW             PIC X(8) VALUE SPACES.
       77  WS-INQ-DATE                 PIC 9(8) VALUE ZEROES.
       77  WS-INQ-CYCLE-RAW            PIC X(2) VALUE SPACES.
       77  WS-INQ-CYCLE                PIC 99 VALUE ZEROES.

       77  WS-OUTCOME                  PIC X(15) VALUE SPACES.
       77  WS-RUN-SEVERITY             PIC 99 VALUE ZEROES.

       77  WS-CAT-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-COPY-REMAINS             PIC X VALUE 'Y'.
       77  WS-MATCHED-COUNT            PIC 9(6) VALUE ZEROES.
       77  WS-COPY-COUNT               PIC 9(6) VALUE ZEROES.

      *>   The catalog line a RETRIEVE settles on: the last CURRENT
      *>   one for the type, date and cycle asked for, or failing
      *>   that whether a PURGED one was seen.
       77  WS-CHOSEN-LINE              PIC X(161) VALUE SPACES.
       77  WS-CHOSEN-FOUND             PIC X VALUE 'N'.
       77  WS-PURGED-SEEN              PIC X VALUE 'N'.

      *>   One GEN-CATALOG-FILE line, as DAY-02-02-GEN-CATALOG writes
      *>   it.
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

       01  GIQ-HEADING-LINE.
           05 FILLER                   PIC X(10)      VALUE
              "RUN DATE".
           05 FILLER                   PIC X(4)       VALUE "CY".
           05 FILLER                   PIC X(8)       VALUE "TYPE".
           05 FILLER                   PIC X(9)       VALUE "STATE".
           05 FILLER                   PIC X(9)       VALUE "RECORDS".
           05 FILLER                   PIC X(8)       VALUE "TIME".
           05 FILLER                   PIC X(10)      VALUE
              "GENERATION".

       01  GIQ-DETAIL-LINE.
           05 GIQ-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 GIQ-CYCLE                PIC 99.
           05 FILLER                   PIC XX         VALUE SPACES.
           05 GIQ-TYPE                 PIC X(6).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 GIQ-STATE                PIC X(7).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 GIQ-RECORDS              PIC 9(6).
           05 FILLER                   PIC XXX        VALUE SPACES.
           05 GIQ-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 GIQ-FILE-NAME            PIC X(84).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0010-RESOLVE-FILE-NAMES.

           OPEN OUTPUT GEN-REPORT-FILE.
           PERFORM 0100-WRITE-REPORT-HEADING.

           IF WS-ACTION = "LIST" THEN
               MOVE "LISTED" TO WS-OUTCOME
               PERFORM 0200-SCAN-CATALOG
           ELSE
               IF WS-ACTION = "RETRIEVE"
                       AND WS-INQ-TYPE NOT = SPACES
                       AND WS-INQ-DATE > 0
                   PERFORM 0200-SCAN-CATALOG
                   PERFORM 0300-RETRIEVE-GENERATION
               ELSE
                   MOVE "BAD-REQUEST" TO WS-OUTCOME
               END-IF
           END-IF.

           IF WS-OUTCOME = "COUNT-MISMATCH" THEN
               MOVE 4 TO WS-RUN-SEVERITY
           ELSE
               IF WS-OUTCOME NOT = "LISTED"
                       AND WS-OUTCOME NOT = "RETRIEVED"
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF
           END-IF.

           PERFORM 0500-WRITE-REPORT-TOTALS.
           CLOSE GEN-REPORT-FILE.

           MOVE WS-RUN-SEVERITY TO RETURN-CODE.
           STOP RUN.

       0010-RESOLVE-FILE-NAMES.
           ACCEPT WS-GEN-CATALOG-FILE-NAME
               FROM ENVIRONMENT "DAY-GEN-CATALOG-FILE".
           IF WS-GEN-CATALOG-FILE-NAME = SPACES THEN
               MOVE "../generation_catalog.txt"
                   TO WS-GEN-CATALOG-FILE-NAME
           END-IF.

           ACCEPT WS-GEN-REPORT-FILE-NAME
               FROM ENVIRONMENT "DAY-GEN-INQ-REPORT".
           IF WS-GEN-REPORT-FILE-NAME = SPACES THEN
               MOVE "../generation_inquiry.txt"
                   TO WS-GEN-REPORT-FILE-NAME
           END-IF.

           ACCEPT WS-RETRIEVE-FILE-NAME
               FROM ENVIRONMENT "DAY-GEN-RETRIEVE-FILE".
           IF WS-RETRIEVE-FILE-NAME = SPACES THEN
               MOVE "../generation_retrieved.txt"
                   TO WS-RETRIEVE-FILE-NAME
           END-IF.

           ACCEPT WS-ACTION FROM ENVIRONMENT "DAY-GEN-ACTION".
           IF WS-ACTION = SPACES THEN
               MOVE "LIST" TO WS-ACTION
           END-IF.

           ACCEPT WS-INQ-TYPE FROM ENVIRONMENT "DAY-GEN-INQ-TYPE".

           ACCEPT WS-INQ-DATE-RAW FROM ENVIRONMENT "DAY-GEN-INQ-DATE".
           IF WS-INQ-DATE-RAW IS NUMERIC THEN
               MOVE WS-INQ-DATE-RAW TO WS-INQ-DATE
           END-IF.

      *>   Slid into the units place the same way the day run reads
      *>   DAY-CYCLE-NUMBER; a RETRIEVE without one means cycle 1.
           ACCEPT WS-INQ-CYCLE-RAW
               FROM ENVIRONMENT "DAY-GEN-INQ-CYCLE".
           IF WS-INQ-CYCLE-RAW (1:1) IS NUMERIC
                   AND WS-INQ-CYCLE-RAW (2:1) = SPACE THEN
               MOVE WS-INQ-CYCLE-RAW (1:1) TO WS-INQ-CYCLE-RAW (2:1)
               MOVE '0' TO WS-INQ-CYCLE-RAW (1:1)
           END-IF.
           IF WS-INQ-CYCLE-RAW IS NUMERIC THEN
               MOVE WS-INQ-CYCLE-RAW TO WS-INQ-CYCLE
           END-IF.
           IF WS-ACTION = "RETRIEVE" AND WS-INQ-CYCLE = 0 THEN
               MOVE 1 TO WS-INQ-CYCLE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       0100-WRITE-REPORT-HEADING.
           MOVE SPACES TO GEN-PRINT-LINE.
           STRING "OUTPUT GENERATION CATALOG - "  DELIMITED BY SIZE
                  WS-ACTION                       DELIMITED BY SPACE
                  " - RUN "                       DELIMITED BY SIZE
                  WS-RUN-DATE                     DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)               DELIMITED BY SIZE
               INTO GEN-PRINT-LINE.
           WRITE GEN-PRINT-LINE.

           MOVE SPACES TO GEN-PRINT-LINE.
           STRING "TYPE: "                        DELIMITED BY SIZE
                  WS-INQ-TYPE                     DELIMITED BY SIZE
                  "  RUN DATE: "                  DELIMITED BY SIZE
                  WS-INQ-DATE                     DELIMITED BY SIZE
                  "  CYCLE: "                     DELIMITED BY SIZE
                  WS-INQ-CYCLE                    DELIMITED BY SIZE
                  "  (BLANK/ZERO = ALL)"          DELIMITED BY SIZE
               INTO GEN-PRINT-LINE.
           WRITE GEN-PRINT-LINE.

           MOVE ALL "-" TO GEN-PRINT-LINE.
           WRITE GEN-PRINT-LINE.

           MOVE GIQ-HEADING-LINE TO GEN-PRINT-LINE.
           WRITE GEN-PRINT-LINE.

       0200-SCAN-CATALOG.
           OPEN INPUT GEN-CATALOG-FILE.

           IF WS-GEN-CATALOG-STATUS = "00" THEN
               PERFORM 0210-READ-CATALOG-LINE
                   UNTIL WS-CAT-DATA-REMAINS = 'N'

               CLOSE GEN-CATALOG-FILE
           END-IF.

           IF WS-MATCHED-COUNT = 0 THEN
               MOVE "  NO MATCHING GENERATIONS ON FILE"
                   TO GEN-PRINT-LINE
               WRITE GEN-PRINT-LINE
           END-IF.

       0210-READ-CATALOG-LINE.
           READ GEN-CATALOG-FILE
               AT END MOVE 'N' TO WS-CAT-DATA-REMAINS.

           IF WS-CAT-DATA-REMAINS <> 'N'
               IF GEN-CATALOG-REC NOT = SPACES
                   MOVE GEN-CATALOG-REC TO GEN-LINE
                   IF (WS-INQ-TYPE = SPACES OR GEN-TYPE = WS-INQ-TYPE)
                       AND (WS-INQ-DATE = 0
                         OR GEN-RUN-DATE = WS-INQ-DATE)
                       AND (WS-INQ-CYCLE = 0
                         OR GEN-CYCLE = WS-INQ-CYCLE)
                       PERFORM 0220-WRITE-CATALOG-LINE
                   END-IF
               END-IF
           END-IF.

       0220-WRITE-CATALOG-LINE.
           ADD 1 TO WS-MATCHED-COUNT.

           MOVE GEN-RUN-DATE           TO GIQ-RUN-DATE.
           MOVE GEN-CYCLE              TO GIQ-CYCLE.
           MOVE GEN-TYPE               TO GIQ-TYPE.
           MOVE GEN-STATE              TO GIQ-STATE.
           MOVE GEN-RECORDS            TO GIQ-RECORDS.
           MOVE GEN-RUN-TIME           TO GIQ-RUN-TIME.
           MOVE GEN-FILE-NAME          TO GIQ-FILE-NAME.
           MOVE GIQ-DETAIL-LINE TO GEN-PRINT-LINE.
           WRITE GEN-PRINT-LINE.

           IF GEN-STATE = "CURRENT" THEN
               MOVE GEN-LINE TO WS-CHOSEN-LINE
               MOVE 'Y' TO WS-CHOSEN-FOUND
           ELSE
               MOVE 'Y' TO WS-PURGED-SEEN
           END-IF.

      *****************************************************************
      * Copies the chosen generation, line for line, to the retrieve  *
      * file, then checks the lines copied against the count the      *
      * catalog took when the generation was written.                 *
      *****************************************************************
       0300-RETRIEVE-GENERATION.
           IF WS-CHOSEN-FOUND = 'N' THEN
               IF WS-PURGED-SEEN = 'Y' THEN
                   MOVE "PURGED" TO WS-OUTCOME
               ELSE
                   MOVE "NOT-FOUND" TO WS-OUTCOME
               END-IF
           ELSE
               MOVE WS-CHOSEN-LINE TO GEN-LINE
               MOVE GEN-FILE-NAME TO WS-GEN-FILE-NAME

               OPEN INPUT GEN-FILE
               IF WS-GEN-STATUS = "00" THEN
                   OPEN OUTPUT RETRIEVE-FILE
                   IF WS-RETRIEVE-STATUS = "00" THEN
                       PERFORM 0310-COPY-ONE-LINE
                           UNTIL WS-COPY-REMAINS = 'N'
                       CLOSE RETRIEVE-FILE
                       IF WS-COPY-COUNT = GEN-RECORDS THEN
                           MOVE "RETRIEVED" TO WS-OUTCOME
                       ELSE
                           MOVE "COUNT-MISMATCH" TO WS-OUTCOME
                       END-IF
                   ELSE
                       MOVE "CANNOT-WRITE" TO WS-OUTCOME
                   END-IF
                   CLOSE GEN-FILE
               ELSE
                   MOVE "FILE-MISSING" TO WS-OUTCOME
               END-IF
           END-IF.

       0310-COPY-ONE-LINE.
           READ GEN-FILE
               AT END MOVE 'N' TO WS-COPY-REMAINS.

           IF WS-COPY-REMAINS <> 'N'
               MOVE GEN-REC TO RETRIEVE-REC
               WRITE RETRIEVE-REC
               ADD 1 TO WS-COPY-COUNT
           END-IF.

       0500-WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO GEN-PRINT-LINE.
           WRITE GEN-PRINT-LINE.

           MOVE SPACES TO GEN-PRINT-LINE.
           STRING "GENERATIONS LISTED: "          DELIMITED BY SIZE
                  WS-MATCHED-COUNT                DELIMITED BY SIZE
                  "  OUTCOME: "                   DELIMITED BY SIZE
                  WS-OUTCOME                      DELIMITED BY SPACE
               INTO GEN-PRINT-LINE.
           WRITE GEN-PRINT-LINE.

           IF WS-OUTCOME = "RETRIEVED"
                   OR WS-OUTCOME = "COUNT-MISMATCH" THEN
               MOVE WS-CHOSEN-LINE TO GEN-LINE
               MOVE SPACES TO GEN-PRINT-LINE
               STRING "RETRIEVED "                DELIMITED BY SIZE
                      GEN-FILE-NAME               DELIMITED BY SPACE
                      " TO "                      DELIMITED BY SIZE
                      WS-RETRIEVE-FILE-NAME       DELIMITED BY SPACE
                      " - LINES COPIED "          DELIMITED BY SIZE
                      WS-COPY-COUNT               DELIMITED BY SIZE
                      ", CATALOGED "              DELIMITED BY SIZE
                      GEN-RECORDS                 DELIMITED BY SIZE
                   INTO GEN-PRINT-LINE
               WRITE GEN-PRINT-LINE
           END-IF.

       END PROGRAM DAY-02-02-GEN-INQUIRY.
