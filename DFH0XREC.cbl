      * DESCRIPTIVE NAME = Nightly stock reconciliation report        *
      *                                                               *
      * FUNCTION =                                                    *
      *      Batch job reading a physical stock count file (item ref, *
      *      counted quantity and the storeroom counted) and comparing *
      *      each count against the book stock of that storeroom -    *
      *      the item's ILR-IN-STOCK on the item location file         *
      *      (DFH0XIL), or zero if the room holds none on the book -   *
      *      so each storeroom is counted and reconciled on its own.   *
      *      Any count whose variance (book stock less counted stock)  *
      *      exceeds WS-TOLERANCE is flagged on the discrepancy        *
      *      report, along with items counted that are not on the      *
      *      catalog master at all and counts whose storeroom is       *
      *      blank or not on the location master (DFH0XLO).            *
      *                                                                *
      *      Each over-tolerance variance is also written to the       *
      *      stock adjustment file (DFH0XAJ) as a proposed             *
      *      (APPADJ), approved with a reason code and posted to       *
      *      book stock (PSTADJ via the DFH0XADJ driver) instead of    *
      *      sitting on paper and reappearing on every night's run.    *
      *      The adjustment carries the storeroom, and posting applies *
      *      it to that room's stock.  An item and storeroom that      *
      *      already have an adjustment still awaiting review or       *
      *      posting are left alone and counted on the                 *
      *      trailer - posting applies each record's full variance     *
      *      to current book stock, so proposing the same physical     *
      *      variance twice would have it posted twice.                *
      *                                   UNREVIEWED OVERNIGHT FROM   *
      *                                   BEING RE-PROPOSED AND THEN  *
      *                                   POSTED TWICE                *
      *   $D5=          261015 CATMGR   : COUNTS ARE BY STOREROOM -   *
      *                                   EACH IS CHECKED AGAINST THE *
      *                                   ROOM'S ILR-IN-STOCK ON THE  *
      *                                   NEW ITEM LOCATION FILE      *
      *                                   ITMLOC, THE ROOM VALIDATED  *
      *                                   AGAINST THE NEW LOCATION    *
      *                                   MASTER LOCFILE, AND THE     *
      *                                   ROOM PRINTED ON THE REPORT  *
      *                                   AND CARRIED ON THE PROPOSED *
      *                                   ADJUSTMENT; THE PENDING     *
      *                                   CHECK IS PER ITEM AND ROOM  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PHYSCNT-STATUS.

           SELECT LOCATION-FILE  ASSIGN TO LOCFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LOC-CODE
                  FILE STATUS IS WS-LOCATION-STATUS.

           SELECT ITEM-LOCATION-FILE ASSIGN TO ITMLOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ILR-KEY
                  FILE STATUS IS WS-ITEMLOC-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO ADJFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XPHC.

       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XLOC.

       FD  ITEM-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XILC.

       FD  ADJUSTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XAJC.
           05 WS-PHYSCNT-STATUS        PIC X(2).
               88 WS-PHYSCNT-OK             VALUE '00'.
               88 WS-PHYSCNT-EOF            VALUE '10'.
           05 WS-LOCATION-STATUS       PIC X(2).
               88 WS-LOCATION-OK            VALUE '00'.
           05 WS-ITEMLOC-STATUS        PIC X(2).
               88 WS-ITEMLOC-OK             VALUE '00'.
           05 WS-ADJUST-STATUS         PIC X(2).
               88 WS-ADJUST-OK              VALUE '00'.
               88 WS-ADJUST-EOF             VALUE '10'.
           05 WS-ITEMS-OVER-TOLERANCE  PIC 9(7) VALUE 0.
           05 WS-ADJUSTMENTS-PROPOSED  PIC 9(7) VALUE 0.
           05 WS-ADJUSTMENTS-PENDING   PIC 9(7) VALUE 0.
           05 WS-BAD-LOCATIONS         PIC 9(7) VALUE 0.

       01  WS-VARIANCE-FIELDS.
           05 WS-VARIANCE               PIC S9(5).
           05 WS-ABS-VARIANCE           PIC 9(5).
           05 WS-BOOK-STOCK             PIC 9(5).

       01  WS-RUN-DATE                  PIC 9(8).


       01  WS-HEADING-2.
           05 FILLER  PIC X(8)  VALUE 'ITEM REF'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(4)  VALUE 'LOCN'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(11) VALUE 'BOOK STOCK'.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(13) VALUE 'COUNTED STOCK'.
           05 FILLER  PIC X(8)  VALUE 'VARIANCE'.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(20) VALUE 'EXCEPTION'.
           05 FILLER  PIC X(52) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-ITEM-REF           PIC 9(4).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-DL-LOCATION           PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-BOOK-STOCK         PIC ZZZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-DL-COUNTED-STOCK      PIC ZZZZ9.
           05 WS-DL-VARIANCE           PIC -ZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-EXCEPTION          PIC X(30).
           05 FILLER                   PIC X(52) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER  PIC X(17) VALUE 'COUNTS PROCESSED='.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(25) VALUE 'ALREADY PROPOSED/PENDING='.
           05 WS-T2-PENDING        PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(16) VALUE 'BAD LOCATIONS  ='.
           05 WS-T2-BAD-LOCATIONS  PIC ZZZZZZ9.
           05 FILLER  PIC X(40) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  LOCATION-FILE
           IF NOT WS-LOCATION-OK
               STRING 'OPEN FAILED FOR LOCATION-FILE, STATUS='
                      WS-LOCATION-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  ITEM-LOCATION-FILE
           IF NOT WS-ITEMLOC-OK
               STRING 'OPEN FAILED FOR ITEM-LOCATION-FILE, STATUS='
                      WS-ITEMLOC-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN I-O    ADJUSTMENT-FILE
           IF NOT WS-ADJUST-OK
               STRING 'OPEN FAILED FOR ADJUSTMENT-FILE, STATUS='

      *****************************************************************
      *    2000-PROCESS-ONE-COUNT - LOOK UP THE ITEM ON THE CATALOG    *
      *    MASTER AND THE COUNTED STOREROOM ON THE LOCATION MASTER,    *
      *    COMPARE THE COUNT WITH THE ROOM'S BOOK STOCK AND REPORT     *
      *    ANY DISCREPANCY                                             *
      *****************************************************************
       2000-PROCESS-ONE-COUNT.
           ADD 1 TO WS-COUNTS-READ
                   GO TO 2000-PROCESS-ONE-COUNT-EXIT
           END-READ

           IF PHY-LOCATION = SPACES
               MOVE '*** NO LOCATION ON COUNT ***' TO WS-DL-EXCEPTION
               PERFORM 2250-REPORT-BAD-LOCATION
                   THRU 2250-REPORT-BAD-LOCATION-EXIT
               GO TO 2000-PROCESS-ONE-COUNT-EXIT
           END-IF

           MOVE PHY-LOCATION TO LOC-CODE
           READ LOCATION-FILE
               INVALID KEY
                   MOVE '*** LOCATION NOT ON MASTER ***'
                       TO WS-DL-EXCEPTION
                   PERFORM 2250-REPORT-BAD-LOCATION
                       THRU 2250-REPORT-BAD-LOCATION-EXIT
                   GO TO 2000-PROCESS-ONE-COUNT-EXIT
           END-READ

      *    A room with no record for the item holds none on the book
           MOVE PHY-ITEM-REF TO ILR-ITEM-REF
           MOVE PHY-LOCATION TO ILR-LOCATION
           READ ITEM-LOCATION-FILE
               INVALID KEY
                   MOVE 0 TO ILR-IN-STOCK
           END-READ
           MOVE ILR-IN-STOCK TO WS-BOOK-STOCK

           COMPUTE WS-VARIANCE = WS-BOOK-STOCK - PHY-COUNTED-QTY
           MOVE FUNCTION ABS(WS-VARIANCE) TO WS-ABS-VARIANCE

           MOVE PHY-ITEM-REF        TO WS-DL-ITEM-REF
           MOVE PHY-LOCATION        TO WS-DL-LOCATION
           MOVE WS-BOOK-STOCK       TO WS-DL-BOOK-STOCK
           MOVE PHY-COUNTED-QTY     TO WS-DL-COUNTED-STOCK
           MOVE WS-VARIANCE         TO WS-DL-VARIANCE

       2200-REPORT-ITEM-NOT-FOUND.
           ADD 1 TO WS-ITEMS-NOT-FOUND
           MOVE PHY-ITEM-REF     TO WS-DL-ITEM-REF
           MOVE PHY-LOCATION     TO WS-DL-LOCATION
           MOVE ZERO             TO WS-DL-BOOK-STOCK
           MOVE PHY-COUNTED-QTY  TO WS-DL-COUNTED-STOCK
           MOVE ZERO             TO WS-DL-VARIANCE
       2200-REPORT-ITEM-NOT-FOUND-EXIT.
           EXIT.

      *****************************************************************
      *    2250-REPORT-BAD-LOCATION - THE COUNT NAMES NO STOREROOM, OR *
      *    ONE NOT ON THE LOCATION MASTER, SO THERE IS NO BOOK STOCK   *
      *    TO RECONCILE IT AGAINST.  THE CALLER SETS THE EXCEPTION     *
      *****************************************************************
       2250-REPORT-BAD-LOCATION.
           ADD 1 TO WS-BAD-LOCATIONS
           MOVE PHY-ITEM-REF     TO WS-DL-ITEM-REF
           MOVE PHY-LOCATION     TO WS-DL-LOCATION
           MOVE ZERO             TO WS-DL-BOOK-STOCK
           MOVE PHY-COUNTED-QTY  TO WS-DL-COUNTED-STOCK
           MOVE ZERO             TO WS-DL-VARIANCE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR DISCREPANCY-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       2250-REPORT-BAD-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    2300-PROPOSE-ADJUSTMENT - WRITE THE OVER-TOLERANCE          *
      *    VARIANCE TO THE ADJUSTMENT FILE AS A PROPOSED ADJUSTMENT    *
      *    (COUNTED LESS BOOK, THE SIGNED QUANTITY POSTING WILL ADD    *
      *    TO THE ROOM'S BOOK STOCK).  THE ITEM'S EXISTING ADJUSTMENT  *
      *    RECORDS FOR THE SAME STOREROOM ARE SCANNED FIRST - WHILE    *
      *    ONE IS STILL PROPOSED OR                                    *
      *    APPROVED THE SAME PHYSICAL VARIANCE IS STILL IN FLIGHT,     *
      *    AND PROPOSING IT AGAIN UNDER A NEW DATE WOULD HAVE          *
      *    POSTING APPLY IT TWICE, SO THE ITEM IS COUNTED AS           *
           MOVE 'N' TO WS-ADJ-SCAN-EOF-SW
           MOVE PHY-ITEM-REF TO AJR-ITEM-REF
           MOVE LOW-VALUES   TO AJR-DATE-PROPOSED
           MOVE LOW-VALUES   TO AJR-LOCATION

           START ADJUSTMENT-FILE KEY NOT LESS THAN AJR-KEY
               INVALID KEY

           MOVE PHY-ITEM-REF     TO AJR-ITEM-REF
           MOVE WS-RUN-DATE      TO AJR-DATE-PROPOSED
           MOVE PHY-LOCATION     TO AJR-LOCATION
           MOVE WS-BOOK-STOCK    TO AJR-BOOK-QTY
           MOVE PHY-COUNTED-QTY  TO AJR-COUNTED-QTY
           COMPUTE AJR-VARIANCE-QTY = PHY-COUNTED-QTY - WS-BOOK-STOCK
           MOVE 'P'              TO AJR-STATUS
           MOVE SPACE            TO AJR-REASON-CODE
           MOVE SPACES           TO AJR-REVIEWED-BY

      *****************************************************************
      *    2310-SCAN-NEXT-ADJUSTMENT - READ ONE MORE OF THE ITEM'S     *
      *    ADJUSTMENT RECORDS AND NOTE WHETHER ONE FOR THE COUNTED     *
      *    STOREROOM IS STILL AWAITING REVIEW OR POSTING               *
      *****************************************************************
       2310-SCAN-NEXT-ADJUSTMENT.
           READ ADJUSTMENT-FILE NEXT
               GO TO 2310-SCAN-NEXT-ADJUSTMENT-EXIT
           END-IF

           IF AJR-LOCATION = PHY-LOCATION
              AND (AJR-PROPOSED OR AJR-APPROVED)
               MOVE 'Y' TO WS-ADJ-PENDING-SW
           END-IF
           .

           MOVE WS-ADJUSTMENTS-PROPOSED TO WS-T2-PROPOSED
           MOVE WS-ADJUSTMENTS-PENDING  TO WS-T2-PENDING
           MOVE WS-BAD-LOCATIONS        TO WS-T2-BAD-LOCATIONS
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR DISCREPANCY-REPORT, STATUS='

           CLOSE CATALOG-FILE
           CLOSE PHYSICAL-COUNT-FILE
           CLOSE LOCATION-FILE
           CLOSE ITEM-LOCATION-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE DISCREPANCY-REPORT
           .

      *****************************************************************
      *    9900-ABEND-RUN - AN OPEN OR WRITE FAILED AGAINST ONE OF     *
      *    THE FILES.  DISPLAY THE REASON AND TERMINATE THE RUN        *
      *    WITH A NON-ZERO RETURN CODE SO THE JOB STEP SHOWS FAILED    *
      *    RATHER THAN LETTING A SILENT/TRUNCATED REPORT LOOK NORMAL   *
      *****************************************************************
