      * Date: 08/22/2026
      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Matches
      *          today's RESULTS-FILE extract against the prior day's
      *          copy, plant unit against plant unit, and produces the
      *          morning "which units flipped since yesterday" changes
      *          report: units newly appearing, units that vanished,
      *          and units whose status or fail reason changed - the
      *          changed ones with both days' levels printed side by
      *          side. A unit need not hold the same feed position
      *          from one day to the next, so the prior day is held
      *          in a table and each of today's lines is looked up in
      *          it by unit ID rather than walked in step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-CHANGED-COUNT            PIC 9(6) VALUE ZEROES.
       77  WS-UNCHANGED-COUNT          PIC 9(6) VALUE ZEROES.

      *>   The prior day's extract, one entry per line: the unit it
      *>   belongs to, the whole line to print from, and whether one
      *>   of today's lines has claimed it yet. Whatever is still
      *>   unclaimed once today is done has vanished. Prior lines past
      *>   the table's size are only counted, and the report says so.
       01  WS-PRIOR-TABLE.
           05 WS-PRI-ENTRY             OCCURS 5000 TIMES.
               10 WS-PRI-UNIT-ID       PIC X(8).
               10 WS-PRI-MATCHED       PIC X.
               10 WS-PRI-IMAGE         PIC X(108).

       77  WS-PRI-COUNT                PIC 9(4) VALUE ZEROES.
       77  WS-PRI-IDX                  PIC 9(4) VALUE ZEROES.
       77  WS-PRI-FOUND-IDX            PIC 9(4) VALUE ZEROES.
       77  WS-PRI-OVERFLOW             PIC 9(6) VALUE ZEROES.

      *>   The unit a results line belongs to. An extract written
      *>   before lines carried unit IDs has the column blank; such a
      *>   line stands for the synthetic position unit DAY-02-02-
      *>   STATUS-UPDATE files it under, so both days key alike.
       77  WS-MATCH-UNIT-ID            PIC X(8) VALUE SPACES.
       01  WS-POSITION-UNIT-ID.
           05 FILLER                   PIC X          VALUE "P".
           05 WS-POSITION-UNIT-NUM     PIC 9(6)       VALUE ZEROES.
           05 FILLER                   PIC X          VALUE SPACE.

      *>   Same RESULTS-FILE line layout main.cbl writes in
      *>   0264-WRITE-RESULTS-RECORD, one copy per side of the match.
       01  TODAY-LINE.
           05 TDY-SITE                 PIC X(3).
           05 FILLER                   PIC X.
           05 TDY-CYCLE                PIC 99.
           05 FILLER                   PIC X.
           05 TDY-UNIT-ID              PIC X(8).

       01  PRIOR-LINE.
           05 PRI-RECORD-NUM           PIC 9(6).
           05 PRI-SITE                 PIC X(3).
           05 FILLER                   PIC X.
           05 PRI-CYCLE                PIC 99.
           05 FILLER                   PIC X.
           05 PRI-UNIT-ID              PIC X(8).

      *>   One report line per side of a comparison: the tag column
      *>   says what happened (NEW / VANISHED / CHANGED and the
       01  CMP-DETAIL-LINE.
           05 CMP-TAG                  PIC X(9).
           05 FILLER                   PIC X          VALUE SPACE.
           05 CMP-UNIT-ID              PIC X(8).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 CMP-RECORD-NUM           PIC 9(6).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 CMP-SITE                 PIC X(3).
               MOVE 'N' TO WS-PRIOR-REMAINS
           END-IF.

           PERFORM 0210-READ-PRIOR-LINE
               UNTIL WS-PRIOR-REMAINS = 'N'.

           PERFORM 0200-READ-TODAY-LINE
               UNTIL WS-TODAY-REMAINS = 'N'.

           PERFORM 0320-REPORT-VANISHED-RECORD
               VARYING WS-PRI-IDX FROM 1 BY 1
               UNTIL WS-PRI-IDX > WS-PRI-COUNT.

           IF WS-TODAY-OPENED = 'Y' THEN
               CLOSE TODAY-FILE
           IF WS-TODAY-REMAINS <> 'N'
               MOVE TODAY-REC TO TODAY-LINE
               ADD 1 TO WS-TODAY-READ-COUNT
               PERFORM 0300-MATCH-TODAY-LINE
           END-IF.

       0210-READ-PRIOR-LINE.
               AT END MOVE 'N' TO WS-PRIOR-REMAINS.

           IF WS-PRIOR-REMAINS <> 'N'
               IF WS-PRI-COUNT < 5000 THEN
                   MOVE PRIOR-REC TO PRIOR-LINE
                   MOVE PRI-UNIT-ID    TO WS-MATCH-UNIT-ID
                   MOVE PRI-RECORD-NUM TO WS-POSITION-UNIT-NUM
                   PERFORM 0220-DEFAULT-MATCH-UNIT
                   ADD 1 TO WS-PRI-COUNT
                   MOVE WS-MATCH-UNIT-ID
                       TO WS-PRI-UNIT-ID (WS-PRI-COUNT)
                   MOVE 'N' TO WS-PRI-MATCHED (WS-PRI-COUNT)
                   MOVE PRIOR-LINE TO WS-PRI-IMAGE (WS-PRI-COUNT)
               ELSE
                   ADD 1 TO WS-PRI-OVERFLOW
               END-IF
           END-IF.

       0220-DEFAULT-MATCH-UNIT.
           IF WS-MATCH-UNIT-ID = SPACES THEN
               MOVE WS-POSITION-UNIT-ID TO WS-MATCH-UNIT-ID
           END-IF.

      *****************************************************************
      * One of today's lines against the prior table: the first       *
      * unclaimed prior line for the same unit is its partner - same  *
      * status and fail reason is unchanged, anything else changed.   *
      * No partner means the unit is new today.                       *
      *****************************************************************
       0300-MATCH-TODAY-LINE.
           MOVE TDY-UNIT-ID    TO WS-MATCH-UNIT-ID.
           MOVE TDY-RECORD-NUM TO WS-POSITION-UNIT-NUM.
           PERFORM 0220-DEFAULT-MATCH-UNIT.

           MOVE ZEROES TO WS-PRI-FOUND-IDX.
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > WS-PRI-COUNT
                      OR WS-PRI-FOUND-IDX > 0
               IF WS-PRI-UNIT-ID (WS-PRI-IDX) = WS-MATCH-UNIT-ID
                       AND WS-PRI-MATCHED (WS-PRI-IDX) = 'N'
                   MOVE WS-PRI-IDX TO WS-PRI-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-PRI-FOUND-IDX = 0 THEN
               PERFORM 0310-REPORT-NEW-RECORD
           ELSE
               MOVE 'Y' TO WS-PRI-MATCHED (WS-PRI-FOUND-IDX)
               MOVE WS-PRI-IMAGE (WS-PRI-FOUND-IDX) TO PRIOR-LINE
               IF TDY-STATUS = PRI-STATUS
                       AND TDY-FAIL-REASON = PRI-FAIL-REASON THEN
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   PERFORM 0330-REPORT-CHANGED-RECORD
               END-IF
           END-IF.

           ADD 1 TO WS-NEW-COUNT.

           MOVE "NEW"           TO CMP-TAG.
           MOVE WS-MATCH-UNIT-ID TO CMP-UNIT-ID.
           MOVE TDY-RECORD-NUM  TO CMP-RECORD-NUM.
           MOVE TDY-SITE        TO CMP-SITE.
           MOVE TDY-STATUS      TO CMP-STATUS.
           MOVE CMP-DETAIL-LINE TO CHANGES-PRINT-LINE.
           WRITE CHANGES-PRINT-LINE.

      *>   Run once per prior entry after today is done: only the
      *>   entries no line of today's claimed are reported.
       0320-REPORT-VANISHED-RECORD.
           IF WS-PRI-MATCHED (WS-PRI-IDX) = 'N' THEN
               ADD 1 TO WS-VANISHED-COUNT

               MOVE WS-PRI-IMAGE (WS-PRI-IDX) TO PRIOR-LINE
               MOVE "VANISHED"      TO CMP-TAG
               MOVE WS-PRI-UNIT-ID (WS-PRI-IDX) TO CMP-UNIT-ID
               MOVE PRI-RECORD-NUM  TO CMP-RECORD-NUM
               MOVE PRI-SITE        TO CMP-SITE
               MOVE PRI-STATUS      TO CMP-STATUS
               MOVE PRI-FAIL-REASON TO CMP-REASON
               PERFORM 0350-MOVE-PRIOR-LEVELS

               MOVE CMP-DETAIL-LINE TO CHANGES-PRINT-LINE
               WRITE CHANGES-PRINT-LINE
           END-IF.

      *****************************************************************
      * A changed record gets three lines: the CHANGED flag line,     *
           ADD 1 TO WS-CHANGED-COUNT.

           MOVE "CHANGED"       TO CMP-TAG.
           MOVE WS-MATCH-UNIT-ID TO CMP-UNIT-ID.
           MOVE TDY-RECORD-NUM  TO CMP-RECORD-NUM.
           MOVE TDY-SITE        TO CMP-SITE.
           MOVE TDY-STATUS      TO CMP-STATUS.
           MOVE CMP-TOTAL-UNCHANGED TO CHANGES-PRINT-LINE.
           WRITE CHANGES-PRINT-LINE.

           IF WS-PRI-OVERFLOW > 0 THEN
               MOVE SPACES TO CHANGES-PRINT-LINE
               STRING "PRIOR LINES PAST TABLE LIMIT, NOT COMPARED: "
                                              DELIMITED BY SIZE
                      WS-PRI-OVERFLOW         DELIMITED BY SIZE
                   INTO CHANGES-PRINT-LINE
               WRITE CHANGES-PRINT-LINE
           END-IF.

       0500-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6)      TO AUD-RUN-TIME.
