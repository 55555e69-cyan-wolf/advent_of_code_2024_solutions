      * Purpose: Companion to ADVENT-OF-CODE-2024-DAY-02-02. Pulls
      *          record statuses back out of the keyed STATUS-MASTER-
      *          FILE that DAY-02-02-STATUS-UPDATE maintains: given a
      *          plant unit ID, prints that unit's full history across
      *          days (the master is keyed unit ID then run date, so
      *          the history sits together in key order); given a feed
      *          record number, prints every day that position held;
      *          given a run date, prints every unit's status for
      *          that day. So when a supplier disputes one unit's
      *          call from last Tuesday, it is pulled by key in
      *          seconds instead of restaging and rerunning the day.
      *          A unit history also shows the work-order ticket
      *          DAY-02-02-WORK-ORDER holds against the unit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SITE-REF-FILE ASSIGN TO DYNAMIC WS-SITE-REF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-REF-STATUS.
      *>   The work-order ticket register; optional - before the
      *>   first extract there is none and the unit shows no ticket.
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
       77  WS-INQUIRY-REPORT-FILE-NAME PIC X(100) VALUE SPACES.
       77  WS-SITE-REF-FILE-NAME       PIC X(100) VALUE SPACES.
       77  WS-SITE-REF-STATUS          PIC XX VALUE SPACES.
       77  WS-TICKET-FILE-NAME         PIC X(100) VALUE SPACES.
       77  WS-TICKET-STATUS            PIC XX VALUE SPACES.
       77  WS-TKT-DATA-REMAINS         PIC X VALUE 'Y'.
       77  WS-TKT-FOUND                PIC X VALUE 'N'.

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

      *>   The unit's register line, as printed under the heading.
       01  INQ-TICKET-LINE.
           05 FILLER                   PIC X(19)      VALUE
              "WORK-ORDER TICKET: ".
           05 INQ-TKT-NUMBER           PIC X(12).
           05 FILLER                   PIC X          VALUE SPACE.
           05 INQ-TKT-STATE            PIC X(9).
           05 FILLER                   PIC X(8)       VALUE
              " RAISED ".
           05 INQ-TKT-RAISED-DATE      PIC 9(8).
           05 FILLER                   PIC X(9)       VALUE
              " UPDATED ".
           05 INQ-TKT-UPDATED-DATE     PIC 9(8).
           05 FILLER                   PIC X(8)       VALUE
              " REASON ".
           05 INQ-TKT-REASON           PIC X(7).

      *>   Inquiry keys, picked up from the environment: a unit ID
      *>   prints that unit's history across days; a record number
      *>   prints whatever sat at that feed position each day; a run
      *>   date prints the whole day. Unit beats record number beats
      *>   date when more than one is given; none given yields a
      *>   report saying so.
       77  WS-INQ-UNIT-ID              PIC X(8) VALUE SPACES.
       77  WS-INQ-UNIT-GIVEN           PIC X VALUE 'N'.
       77  WS-INQ-RECORD-RAW           PIC X(6) VALUE SPACES.
       77  WS-INQ-DATE-RAW             PIC X(8) VALUE SPACES.
       77  WS-INQ-RECORD-NUM           PIC 9(6) VALUE ZEROES.
           05 SREF-PLANT-NAME          PIC X(30).

       01  INQ-HEADING-LINE.
           05 FILLER                   PIC X(8)       VALUE "UNIT".
           05 FILLER                   PIC XX         VALUE SPACES.
           05 FILLER                   PIC X(6)       VALUE "RECORD".
           05 FILLER                   PIC XX         VALUE SPACES.
           05 FILLER                   PIC X(8)       VALUE "RUN DATE".
           05 FILLER                   PIC X(8)       VALUE "REASON".

       01  INQ-DETAIL-LINE.
           05 INQ-UNIT-ID              PIC X(8).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 INQ-RECORD-NUM           PIC 9(6).
           05 FILLER                   PIC XX         VALUE SPACES.
           05 INQ-RUN-DATE             PIC 9(8).
           OPEN INPUT STATUS-MASTER-FILE.

           IF WS-MASTER-STATUS = "00" THEN
               IF WS-INQ-UNIT-GIVEN = 'Y' THEN
                   PERFORM 0200-BROWSE-UNIT-HISTORY
               ELSE
                   IF WS-INQ-RECORD-GIVEN = 'Y' THEN
                       PERFORM 0250-BROWSE-RECORD-POSITION
                   ELSE
                       IF WS-INQ-DATE-GIVEN = 'Y' THEN
                           PERFORM 0300-BROWSE-WHOLE-DAY
                       ELSE
                           PERFORM 0400-WRITE-NO-KEY-LINE
                       END-IF
                   END-IF
               END-IF

                   TO WS-INQUIRY-REPORT-FILE-NAME
           END-IF.

           ACCEPT WS-INQ-UNIT-ID
               FROM ENVIRONMENT "DAY-STATUS-INQ-UNIT".
           IF WS-INQ-UNIT-ID NOT = SPACES THEN
               MOVE 'Y' TO WS-INQ-UNIT-GIVEN
           END-IF.

           ACCEPT WS-INQ-RECORD-RAW
               FROM ENVIRONMENT "DAY-STATUS-INQ-RECORD".
           IF WS-INQ-RECORD-RAW IS NUMERIC THEN
               MOVE "../site_master.txt" TO WS-SITE-REF-FILE-NAME
           END-IF.

           ACCEPT WS-TICKET-FILE-NAME
               FROM ENVIRONMENT "DAY-WORK-ORDER-TICKET-FILE".
           IF WS-TICKET-FILE-NAME = SPACES THEN
               MOVE "../work_order_tickets.txt" TO WS-TICKET-FILE-NAME
           END-IF.

       0020-READ-SITE-REFERENCE.
           OPEN INPUT SITE-REF-FILE.

       0100-WRITE-REPORT-HEADING.
           MOVE SPACES TO INQUIRY-PRINT-LINE.

           IF WS-INQ-UNIT-GIVEN = 'Y' THEN
               STRING "UNIT STATUS HISTORY - UNIT "
                                             DELIMITED BY SIZE
                      WS-INQ-UNIT-ID         DELIMITED BY SPACE
                   INTO INQUIRY-PRINT-LINE
           ELSE
               IF WS-INQ-RECORD-GIVEN = 'Y' THEN
                   STRING "RECORD STATUS HISTORY - RECORD "
                                             DELIMITED BY SIZE
                          WS-INQ-RECORD-NUM  DELIMITED BY SIZE
                       INTO INQUIRY-PRINT-LINE
               ELSE
                   IF WS-INQ-DATE-GIVEN = 'Y' THEN
                       STRING "RECORD STATUSES FOR RUN DATE "
                                             DELIMITED BY SIZE
                              WS-INQ-DATE    DELIMITED BY SIZE
                           INTO INQUIRY-PRINT-LINE
                   ELSE
                       MOVE "RECORD STATUS INQUIRY"
                           TO INQUIRY-PRINT-LINE
                   END-IF
               END-IF
           END-IF.

           WRITE INQUIRY-PRINT-LINE.

           IF WS-INQ-UNIT-GIVEN = 'Y' THEN
               PERFORM 0110-WRITE-UNIT-TICKET-LINE
           END-IF.

           MOVE INQ-HEADING-LINE TO INQUIRY-PRINT-LINE.
           WRITE INQUIRY-PRINT-LINE.

           WRITE INQUIRY-PRINT-LINE.

      *****************************************************************
      * The ticket register has one line per unit (a unit in two      *
      * sites has one per site; the last one read is shown). No line  *
      * prints NONE so the page says plainly nothing is raised.       *
      *****************************************************************
       0110-WRITE-UNIT-TICKET-LINE.
           OPEN INPUT TICKET-FILE.

           IF WS-TICKET-STATUS = "00" THEN
               PERFORM 0111-READ-TICKET-LINE
                   UNTIL WS-TKT-DATA-REMAINS = 'N'

               CLOSE TICKET-FILE
           END-IF.

           IF WS-TKT-FOUND = 'Y' THEN
               MOVE INQ-TICKET-LINE TO INQUIRY-PRINT-LINE
           ELSE
               MOVE "WORK-ORDER TICKET: NONE" TO INQUIRY-PRINT-LINE
           END-IF.

           WRITE INQUIRY-PRINT-LINE.

       0111-READ-TICKET-LINE.
           READ TICKET-FILE
               AT END MOVE 'N' TO WS-TKT-DATA-REMAINS.

           IF WS-TKT-DATA-REMAINS <> 'N'
               MOVE TICKET-REC TO TICKET-LINE
               IF TKT-UNIT-ID = WS-INQ-UNIT-ID
                   MOVE 'Y'              TO WS-TKT-FOUND
                   MOVE TKT-NUMBER       TO INQ-TKT-NUMBER
                   MOVE TKT-STATE        TO INQ-TKT-STATE
                   MOVE TKT-RAISED-DATE  TO INQ-TKT-RAISED-DATE
                   MOVE TKT-UPDATED-DATE TO INQ-TKT-UPDATED-DATE
                   MOVE TKT-REASON       TO INQ-TKT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * The master is keyed unit ID then run date, so one unit's      *
      * days are contiguous: START at the first possible date for     *
      * the unit and READ NEXT until the unit ID changes or the file  *
      * runs out.                                                     *
      *****************************************************************
       0200-BROWSE-UNIT-HISTORY.
           MOVE WS-INQ-UNIT-ID    TO MST-UNIT-ID.
           MOVE ZEROES            TO MST-RUN-DATE.
           MOVE ZEROES            TO MST-CYCLE.

               INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE
           END-START.

           PERFORM 0210-READ-NEXT-FOR-UNIT
               UNTIL WS-BROWSE-DONE = 'Y'.

       0210-READ-NEXT-FOR-UNIT.
           READ STATUS-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE
           END-READ.

           IF WS-BROWSE-DONE <> 'Y'
               IF MST-UNIT-ID = WS-INQ-UNIT-ID THEN
                   PERFORM 0600-PRINT-MASTER-RECORD
               ELSE
                   MOVE 'Y' TO WS-BROWSE-DONE
               END-IF
           END-IF.

      *****************************************************************
      * The feed position is no longer part of the key - it is kept   *
      * on each master record as data - so a pull by record number    *
      * browses the whole master and filters, the same way a          *
      * whole-day pull does.                                          *
      *****************************************************************
       0250-BROWSE-RECORD-POSITION.
           MOVE LOW-VALUES TO MST-UNIT-ID.
           MOVE ZEROES     TO MST-RUN-DATE.
           MOVE ZEROES     TO MST-CYCLE.

           START STATUS-MASTER-FILE KEY >= MST-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE
           END-START.

           PERFORM 0260-READ-NEXT-FOR-RECORD
               UNTIL WS-BROWSE-DONE = 'Y'.

       0260-READ-NEXT-FOR-RECORD.
           READ STATUS-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE
           END-READ.

           IF WS-BROWSE-DONE <> 'Y'
               IF MST-RECORD-NUM = WS-INQ-RECORD-NUM THEN
                   PERFORM 0600-PRINT-MASTER-RECORD
               END-IF
           END-IF.

      *****************************************************************
      * A whole-day pull has no leading key component to START on     *
      * (the date is the low-order part of the key), so it browses    *
      * still one pass, no restaging.                                 *
      *****************************************************************
       0300-BROWSE-WHOLE-DAY.
           MOVE LOW-VALUES TO MST-UNIT-ID.
           MOVE ZEROES TO MST-RUN-DATE.
           MOVE ZEROES TO MST-CYCLE.

           END-IF.

       0400-WRITE-NO-KEY-LINE.
           MOVE "NO INQUIRY KEY GIVEN - SET DAY-STATUS-INQ-UNIT, DAY-ST
      -        "ATUS-INQ-RECORD OR DAY-STATUS-INQ-DATE"
               TO INQUIRY-PRINT-LINE.
           WRITE INQUIRY-PRINT-LINE.

       0600-PRINT-MASTER-RECORD.
           ADD 1 TO WS-MATCHED-COUNT.

           MOVE MST-UNIT-ID     TO INQ-UNIT-ID.
           MOVE MST-RECORD-NUM  TO INQ-RECORD-NUM.
           MOVE MST-RUN-DATE    TO INQ-RUN-DATE.
           MOVE MST-CYCLE       TO INQ-CYCLE.
