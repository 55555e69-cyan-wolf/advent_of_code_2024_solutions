      *          report says plant by plant who arrived, who is
      *          missing, and whose trailer failed; any of those ends
      *          severity 8, so a silently smaller day can no longer
      *          slip through on the totals alone. Detail lines that
      *          arrive without a plant unit ID are counted per plant
      *          on the same report - the day run falls back to the
      *          line's position for them, which is worth knowing but
      *          is not a reason to stop the chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-CURR-RECORD-COUNT        PIC 9(6) VALUE ZEROES.
       77  WS-CURR-LEVEL-HASH          PIC 9(12) VALUE ZEROES.
       77  WS-CURR-VERDICT             PIC X(12) VALUE SPACES.
       77  WS-CURR-NO-UNIT-COUNT       PIC 9(6) VALUE ZEROES.

      *>   UNSTRING targets for list lines, typed records, and the
      *>   level tokens hashed out of each detail line - room for a
      *>   leading unit ID, the twelve levels and one slot over, the
      *>   same reason main.cbl's WS-RAW-RECORD carries fourteen.
       77  WS-TYPED-TAG                PIC X(2) VALUE SPACES.
       77  WS-TYPED-VALUE-1            PIC X(8) VALUE SPACES.
       77  WS-TYPED-VALUE-2            PIC X(12) VALUE SPACES.
       77  WS-LIST-SITE                PIC X(3) VALUE SPACES.
       77  WS-LIST-FILE                PIC X(100) VALUE SPACES.

       01  WS-RAW-RECORD               OCCURS 14 TIMES.
           05 WS-RAW-TOKEN             PIC X(8).

       01  WS-TOKEN-LENGTHS            OCCURS 14 TIMES.
           05 WS-TOKEN-LEN             PIC 99.

       77  WS-TOKEN-IDX                PIC 99 VALUE ZEROES.
      *>   something to prove the whole against.
       77  WS-MERGED-COUNT             PIC 9(6) VALUE ZEROES.
       77  WS-MERGED-HASH              PIC 9(12) VALUE ZEROES.
       77  WS-MERGED-NO-UNIT-COUNT     PIC 9(6) VALUE ZEROES.

       77  WS-FEEDS-LISTED             PIC 9(3) VALUE ZEROES.
       77  WS-FEEDS-ARRIVED            PIC 9(3) VALUE ZEROES.
              "  CLAIMED".
           05 FILLER                   PIC X          VALUE SPACE.
           05 RCN-CLAIMED-COUNT        PIC ZZZZZ9.
           05 FILLER                   PIC X(13)      VALUE
              "  NO-UNIT-ID ".
           05 RCN-NO-UNIT-COUNT        PIC ZZZZZ9.

      *>   Same audit-record layout as the rest of the chain writes;
      *>   arrived/missing counts ride in the two totals slots and
           MOVE ZEROES TO WS-CURR-TRAILER-HASH.
           MOVE ZEROES TO WS-CURR-RECORD-COUNT.
           MOVE ZEROES TO WS-CURR-LEVEL-HASH.
           MOVE ZEROES TO WS-CURR-NO-UNIT-COUNT.
           MOVE 'Y' TO WS-FEED-DATA-REMAINS.

           OPEN INPUT PLANT-FEED-FILE.

       0350-HASH-DETAIL-LEVELS.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > 14
               MOVE SPACES TO WS-RAW-TOKEN (WS-TOKEN-IDX)
               MOVE ZEROES TO WS-TOKEN-LEN (WS-TOKEN-IDX)
           END-PERFORM.
                   WS-RAW-TOKEN (10) COUNT IN WS-TOKEN-LEN (10),
                   WS-RAW-TOKEN (11) COUNT IN WS-TOKEN-LEN (11),
                   WS-RAW-TOKEN (12) COUNT IN WS-TOKEN-LEN (12),
                   WS-RAW-TOKEN (13) COUNT IN WS-TOKEN-LEN (13),
                   WS-RAW-TOKEN (14) COUNT IN WS-TOKEN-LEN (14)
           END-UNSTRING.

      *>   A plant's line leads with its unit ID when it has one:
      *>   four to eight characters, never all digits. Anything else
      *>   up front is a level, and the line is counted as unitless.
           IF WS-TOKEN-LEN (1) < 4 OR WS-TOKEN-LEN (1) > 8
               ADD 1 TO WS-CURR-NO-UNIT-COUNT
               ADD 1 TO WS-MERGED-NO-UNIT-COUNT
           ELSE
               IF WS-RAW-TOKEN (1) (1:WS-TOKEN-LEN (1)) IS NUMERIC
                   ADD 1 TO WS-CURR-NO-UNIT-COUNT
                   ADD 1 TO WS-MERGED-NO-UNIT-COUNT
               END-IF
           END-IF.

      *>   Only cleanly numeric tokens join the hash - the same
      *>   values 0249-ACCUMULATE-LEVEL-HASH will see, so the feed's
      *>   trailer claim and the day run's recount stay comparable;
      *>   a malformed token is the day run's reject to make.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > 14
               IF WS-TOKEN-LEN (WS-TOKEN-IDX) > 0
                   IF WS-RAW-TOKEN (WS-TOKEN-IDX)
                           (1:WS-TOKEN-LEN (WS-TOKEN-IDX))
           MOVE WS-CURR-VERDICT       TO RCN-VERDICT.
           MOVE WS-CURR-RECORD-COUNT  TO RCN-RECORD-COUNT.
           MOVE WS-CURR-TRAILER-COUNT TO RCN-CLAIMED-COUNT.
           MOVE WS-CURR-NO-UNIT-COUNT TO RCN-NO-UNIT-COUNT.

           MOVE RECON-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
                  WS-MERGED-COUNT       DELIMITED BY SIZE
                  "  COMBINED HASH "    DELIMITED BY SIZE
                  WS-MERGED-HASH        DELIMITED BY SIZE
                  "  NO UNIT ID "       DELIMITED BY SIZE
                  WS-MERGED-NO-UNIT-COUNT DELIMITED BY SIZE
               INTO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

