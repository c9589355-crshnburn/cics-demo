       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XIVM.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XIVM                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Nightly supplier invoice three-way match   *
      *                     and payables hold report                   *
      *                                                               *
      * FUNCTION =                                                    *
      *      Batch job reading the supplier invoice file (DFH0XIV,    *
      *      dataset INVFILE, record DFH0XIVC) in supplier order and   *
      *      matching every invoice line not yet released for payment  *
      *      three ways - against the PO line it bills on the          *
      *      purchase order file (DFH0XPO), against the quantity       *
      *      received on that line by PO-matched RCVSTK receipts       *
      *      (8050-MATCH-PURCHASE-ORDER in DFH0XCMN), and against the  *
      *      item's CAT-COST on the catalog master.  A line is held    *
      *      when -                                                    *
      *                                                                *
      *        U  the PO line is not on file for the supplier          *
      *        C  the PO line is closed to billing - fully received    *
      *           and everything received has already been billed      *
      *        I  the item billed is not the PO line's item, or is     *
      *           no longer on the catalog master                      *
      *        Q  what this line bills, added to what has already      *
      *           been released against the PO line, is more than     *
      *           has been received                                    *
      *        P  the unit price billed differs from CAT-COST by more  *
      *           than WS-PRICE-TOLERANCE                              *
      *                                                                *
      *      Only the first reason found is kept.  A line that passes  *
      *      every check is released for payment: it is written to     *
      *      the payment release dataset (PAYREL, record DFH0XPYC)     *
      *      for accounts payable, its quantity is added to the PO     *
      *      line's POR-BILLED-QTY, and a PO line closed for receipts  *
      *      whose receipts are now fully billed is closed to          *
      *      billing.  A held line is printed on the payables hold     *
      *      exception report, grouped under its supplier, and is      *
      *      matched again every night until it clears - a line held  *
      *      for billing ahead of delivery releases itself once the    *
      *      goods are booked in.  The invoice line is marked          *
      *      released or held with the run date either way, and the    *
      *      trailer counts balance back to the lines read.            *
      *                                                                *
      *      Run as an ordinary MVS batch job step against the         *
      *      invoice and purchase order files while CICS is down (or   *
      *      via RLS when it is up), the same way the stock            *
      *      reconciliation job DFH0XREC is run.                       *
      *                                                                *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - SUPPLIER      *
      *                                   INVOICE THREE-WAY MATCH     *
      *                                   WITH PAYABLES HOLD REPORT   *
      *                                   BY SUPPLIER                 *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE   ASSIGN TO INVFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IVR-KEY
                  FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PO-FILE        ASSIGN TO POFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POR-KEY
                  FILE STATUS IS WS-PO-STATUS.

           SELECT CATALOG-FILE   ASSIGN TO CATFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAT-ITEM-REF
                  FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SUPPLIER-FILE  ASSIGN TO SUPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUP-SUPPLIER-CODE
                  FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT RELEASE-FILE   ASSIGN TO PAYREL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RELEASE-STATUS.

           SELECT HOLD-REPORT    ASSIGN TO HLDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XIVC.

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XPOC.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XCRC.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XSPC.

       FD  RELEASE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XPYC.

       FD  HOLD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    CONSTANTS AND SWITCHES                                     *
      *---------------------------------------------------------------*
       01  WS-CONSTANTS.
      *    Largest per-unit difference between the price billed and
      *    CAT-COST still treated as agreeing
           05 WS-PRICE-TOLERANCE       PIC S9(3)V99 COMP-3 VALUE +0.05.

       01  WS-FILE-STATUSES.
           05 WS-INVOICE-STATUS        PIC X(2).
               88 WS-INVOICE-OK             VALUE '00'.
               88 WS-INVOICE-EOF            VALUE '10'.
           05 WS-PO-STATUS             PIC X(2).
               88 WS-PO-OK                  VALUE '00'.
               88 WS-PO-NOT-FOUND           VALUE '23'.
           05 WS-CATALOG-STATUS        PIC X(2).
               88 WS-CATALOG-OK             VALUE '00'.
               88 WS-CATALOG-NOT-FOUND      VALUE '23'.
           05 WS-SUPPLIER-STATUS       PIC X(2).
               88 WS-SUPPLIER-OK            VALUE '00'.
               88 WS-SUPPLIER-NOT-FOUND     VALUE '23'.
           05 WS-RELEASE-STATUS        PIC X(2).
               88 WS-RELEASE-OK             VALUE '00'.
           05 WS-REPORT-STATUS         PIC X(2).
               88 WS-REPORT-OK              VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-SWITCHES.
           05 WS-INVOICE-EOF-SW        PIC X(1) VALUE 'N'.
               88 WS-END-OF-INVOICES       VALUE 'Y'.
           05 WS-PO-FOUND-SW           PIC X(1) VALUE 'N'.
               88 WS-PO-FOUND              VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-LINES-READ            PIC 9(7) VALUE 0.
           05 WS-LINES-PREV-RELEASED   PIC 9(7) VALUE 0.
           05 WS-LINES-RELEASED        PIC 9(7) VALUE 0.
           05 WS-LINES-HELD            PIC 9(7) VALUE 0.
           05 WS-VALUE-RELEASED        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-VALUE-HELD            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-CURRENT-SUPPLIER      PIC X(8).
           05 WS-LINE-VALUE            PIC S9(9)V99 COMP-3.
           05 WS-PRICE-DIFF            PIC S9(5)V99 COMP-3.
           05 WS-BILLED-TO-DATE        PIC 9(6).
           05 WS-CAT-COST-SEEN         PIC S9(5)V99 COMP-3.

       01  WS-HEADING-1.
           05 FILLER  PIC X(20) VALUE 'DFH0XIVM'.
           05 FILLER  PIC X(36)
                      VALUE 'PAYABLES HOLD EXCEPTIONS - RUN DATE'.
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER  PIC X(68) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER  PIC X(12) VALUE 'INVOICE NO'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(4)  VALUE 'LINE'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(6)  VALUE 'PO NO '.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(4)  VALUE 'ITEM'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(6)  VALUE 'BILLED'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'RECEIVED'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'PRV BILL'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(9)  VALUE '    PRICE'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(9)  VALUE ' CAT COST'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(14) VALUE '    LINE VALUE'.
           05 FILLER  PIC X(2)  VALUE SPACE.
           05 FILLER  PIC X(28) VALUE 'HOLD REASON'.
           05 FILLER  PIC X(4)  VALUE SPACES.

       01  WS-SUPPLIER-HEADER.
           05 FILLER  PIC X(9)  VALUE 'SUPPLIER '.
           05 WS-SH-SUPPLIER-CODE      PIC X(8).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 WS-SH-SUPPLIER-NAME      PIC X(30).
           05 FILLER  PIC X(83) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-INVOICE-NO         PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-LINE-NO            PIC ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-PO-NUMBER          PIC 9(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-ITEM-REF           PIC 9(4).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-BILLED             PIC ZZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DL-RECEIVED           PIC ZZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DL-PRIOR-BILLED       PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-PRICE              PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-CAT-COST           PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-REASON             PIC X(28).
           05 FILLER                   PIC X(4) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER  PIC X(11) VALUE 'LINES READ='.
           05 WS-TL-LINES-READ     PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(20) VALUE 'PREVIOUSLY RELEASED='.
           05 WS-TL-PREV-RELEASED  PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(9)  VALUE 'RELEASED='.
           05 WS-TL-RELEASED       PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(5)  VALUE 'HELD='.
           05 WS-TL-HELD           PIC ZZZZZZ9.
           05 FILLER  PIC X(47) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05 FILLER  PIC X(15) VALUE 'VALUE RELEASED='.
           05 WS-T2-VALUE-RELEASED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(11) VALUE 'VALUE HELD='.
           05 WS-T2-VALUE-HELD     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(68) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-MATCH-ONE-LINE
               THRU 2000-MATCH-ONE-LINE-EXIT
               UNTIL WS-END-OF-INVOICES

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           GOBACK
           .
      *****************************************************************
      *    1000-INITIALIZE - OPEN FILES, PICK UP THE RUN DATE, WRITE   *
      *    HEADINGS, PRIME THE FIRST READ                              *
      *****************************************************************
       1000-INITIALIZE.
           OPEN I-O    INVOICE-FILE
           IF NOT WS-INVOICE-OK
               STRING 'OPEN FAILED FOR INVOICE-FILE, STATUS='
                      WS-INVOICE-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN I-O    PO-FILE
           IF NOT WS-PO-OK
               STRING 'OPEN FAILED FOR PO-FILE, STATUS='
                      WS-PO-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  CATALOG-FILE
           IF NOT WS-CATALOG-OK
               STRING 'OPEN FAILED FOR CATALOG-FILE, STATUS='
                      WS-CATALOG-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  SUPPLIER-FILE
           IF NOT WS-SUPPLIER-OK
               STRING 'OPEN FAILED FOR SUPPLIER-FILE, STATUS='
                      WS-SUPPLIER-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN OUTPUT RELEASE-FILE
           IF NOT WS-RELEASE-OK
               STRING 'OPEN FAILED FOR RELEASE-FILE, STATUS='
                      WS-RELEASE-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN OUTPUT HOLD-REPORT
           IF NOT WS-REPORT-OK
               STRING 'OPEN FAILED FOR HOLD-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-HEADING-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE SPACES TO WS-CURRENT-SUPPLIER
           PERFORM 2900-READ-NEXT-INVOICE
               THRU 2900-READ-NEXT-INVOICE-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-MATCH-ONE-LINE - MATCH ONE INVOICE LINE AGAINST ITS PO *
      *    LINE, RECEIPTS AND CATALOG COST, THEN RELEASE IT FOR        *
      *    PAYMENT OR HOLD IT, AND MARK THE INVOICE LINE ACCORDINGLY.  *
      *    A LINE ALREADY RELEASED ON AN EARLIER NIGHT IS COUNTED AND  *
      *    LEFT ALONE                                                  *
      *****************************************************************
       2000-MATCH-ONE-LINE.
           ADD 1 TO WS-LINES-READ

           IF IVR-RELEASED
               ADD 1 TO WS-LINES-PREV-RELEASED
               GO TO 2000-MATCH-ONE-LINE-EXIT
           END-IF

           MOVE SPACE TO IVR-HOLD-REASON

           PERFORM 2100-CHECK-PO-LINE
               THRU 2100-CHECK-PO-LINE-EXIT

           PERFORM 2200-CHECK-PRICE
               THRU 2200-CHECK-PRICE-EXIT

           COMPUTE WS-LINE-VALUE = IVR-QTY-BILLED * IVR-UNIT-PRICE
           MOVE WS-RUN-DATE TO IVR-MATCH-DATE

           IF IVR-HOLD-REASON = SPACE
               PERFORM 3000-RELEASE-LINE
                   THRU 3000-RELEASE-LINE-EXIT
           ELSE
               PERFORM 4000-HOLD-LINE
                   THRU 4000-HOLD-LINE-EXIT
           END-IF

           REWRITE DFH0XIV-RECORD
           IF NOT WS-INVOICE-OK
               STRING 'REWRITE FAILED FOR INVOICE-FILE, STATUS='
                      WS-INVOICE-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       2000-MATCH-ONE-LINE-EXIT.
           PERFORM 2900-READ-NEXT-INVOICE
               THRU 2900-READ-NEXT-INVOICE-EXIT
           EXIT.

      *****************************************************************
      *    2100-CHECK-PO-LINE - READ THE PO LINE BILLED AND CHECK IT   *
      *    IS KNOWN, STILL OPEN TO BILLING, FOR THE SAME ITEM, AND     *
      *    HAS HAD AT LEAST THIS MUCH MORE RECEIVED THAN HAS ALREADY   *
      *    BEEN BILLED.  THE FIRST FAILURE SETS IVR-HOLD-REASON        *
      *****************************************************************
       2100-CHECK-PO-LINE.
           MOVE 'N' TO WS-PO-FOUND-SW
           MOVE IVR-SUPPLIER-CODE TO POR-SUPPLIER-CODE
           MOVE IVR-PO-NUMBER     TO POR-PO-NUMBER

           READ PO-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PO-NOT-FOUND
               MOVE 0 TO POR-RECEIVED-QTY
               MOVE 0 TO POR-BILLED-QTY
               SET IVR-HOLD-UNKNOWN-PO TO TRUE
               GO TO 2100-CHECK-PO-LINE-EXIT
           END-IF

           IF NOT WS-PO-OK
               STRING 'READ FAILED FOR PO-FILE, STATUS='
                      WS-PO-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'Y' TO WS-PO-FOUND-SW

           IF POR-CLOSED-TO-BILLING
               SET IVR-HOLD-PO-CLOSED TO TRUE
               GO TO 2100-CHECK-PO-LINE-EXIT
           END-IF

           IF POR-ITEM-REF NOT = IVR-ITEM-REF
               SET IVR-HOLD-WRONG-ITEM TO TRUE
               GO TO 2100-CHECK-PO-LINE-EXIT
           END-IF

           ADD POR-BILLED-QTY IVR-QTY-BILLED
               GIVING WS-BILLED-TO-DATE

           IF WS-BILLED-TO-DATE GREATER THAN POR-RECEIVED-QTY
               SET IVR-HOLD-OVER-RECEIVED TO TRUE
           END-IF
           .
       2100-CHECK-PO-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    2200-CHECK-PRICE - COMPARE THE UNIT PRICE BILLED WITH THE   *
      *    ITEM'S CAT-COST.  THE CATALOG IS READ EVEN FOR A LINE       *
      *    ALREADY HELD SO THE HOLD REPORT SHOWS THE COST, BUT THE     *
      *    EARLIER HOLD REASON IS KEPT                                 *
      *****************************************************************
       2200-CHECK-PRICE.
           MOVE 0 TO WS-CAT-COST-SEEN
           MOVE IVR-ITEM-REF TO CAT-ITEM-REF

           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CATALOG-NOT-FOUND
               IF IVR-HOLD-REASON = SPACE
                   SET IVR-HOLD-WRONG-ITEM TO TRUE
               END-IF
               GO TO 2200-CHECK-PRICE-EXIT
           END-IF

           IF NOT WS-CATALOG-OK
               STRING 'READ FAILED FOR CATALOG-FILE, STATUS='
                      WS-CATALOG-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE CAT-COST TO WS-CAT-COST-SEEN

           COMPUTE WS-PRICE-DIFF = IVR-UNIT-PRICE - CAT-COST
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF

           IF WS-PRICE-DIFF > WS-PRICE-TOLERANCE
              AND IVR-HOLD-REASON = SPACE
               SET IVR-HOLD-PRICE TO TRUE
           END-IF
           .
       2200-CHECK-PRICE-EXIT.
           EXIT.

      *****************************************************************
      *    2900-READ-NEXT-INVOICE - READ THE NEXT INVOICE LINE         *
      *****************************************************************
       2900-READ-NEXT-INVOICE.
           READ INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-INVOICE-EOF-SW
           END-READ
           .
       2900-READ-NEXT-INVOICE-EXIT.
           EXIT.

      *****************************************************************
      *    3000-RELEASE-LINE - THE LINE AGREES.  RELEASE IT FOR        *
      *    PAYMENT, ADD ITS QUANTITY TO THE PO LINE'S BILLED TOTAL     *
      *    AND CLOSE THE PO LINE TO BILLING ONCE IT IS CLOSED FOR      *
      *    RECEIPTS AND EVERYTHING RECEIVED HAS BEEN BILLED            *
      *****************************************************************
       3000-RELEASE-LINE.
           SET IVR-RELEASED TO TRUE
           ADD 1 TO WS-LINES-RELEASED
           ADD WS-LINE-VALUE TO WS-VALUE-RELEASED

           ADD IVR-QTY-BILLED TO POR-BILLED-QTY
           IF POR-CLOSED
              AND POR-BILLED-QTY NOT LESS THAN POR-RECEIVED-QTY
               SET POR-CLOSED-TO-BILLING TO TRUE
           END-IF

           REWRITE DFH0XPO-RECORD
           IF NOT WS-PO-OK
               STRING 'REWRITE FAILED FOR PO-FILE, STATUS='
                      WS-PO-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE IVR-SUPPLIER-CODE TO PYR-SUPPLIER-CODE
           MOVE IVR-INVOICE-NO    TO PYR-INVOICE-NO
           MOVE IVR-LINE-NO       TO PYR-LINE-NO
           MOVE IVR-PO-NUMBER     TO PYR-PO-NUMBER
           MOVE IVR-ITEM-REF      TO PYR-ITEM-REF
           MOVE IVR-QTY-BILLED    TO PYR-QTY-BILLED
           MOVE IVR-UNIT-PRICE    TO PYR-UNIT-PRICE
           MOVE WS-LINE-VALUE     TO PYR-LINE-VALUE
           MOVE WS-RUN-DATE       TO PYR-RELEASE-DATE

           WRITE DFH0XPY-RECORD
           IF NOT WS-RELEASE-OK
               STRING 'WRITE FAILED FOR RELEASE-FILE, STATUS='
                      WS-RELEASE-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       3000-RELEASE-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4000-HOLD-LINE - THE LINE DOES NOT AGREE.  PUT IT ON        *
      *    PAYABLES HOLD AND PRINT IT UNDER ITS SUPPLIER'S HEADING     *
      *    WITH THE REASON                                             *
      *****************************************************************
       4000-HOLD-LINE.
           SET IVR-HELD TO TRUE
           ADD 1 TO WS-LINES-HELD
           ADD WS-LINE-VALUE TO WS-VALUE-HELD

           IF IVR-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
               PERFORM 4100-PRINT-SUPPLIER-HEADER
                   THRU 4100-PRINT-SUPPLIER-HEADER-EXIT
           END-IF

           MOVE IVR-INVOICE-NO    TO WS-DL-INVOICE-NO
           MOVE IVR-LINE-NO       TO WS-DL-LINE-NO
           MOVE IVR-PO-NUMBER     TO WS-DL-PO-NUMBER
           MOVE IVR-ITEM-REF      TO WS-DL-ITEM-REF
           MOVE IVR-QTY-BILLED    TO WS-DL-BILLED
           MOVE POR-RECEIVED-QTY  TO WS-DL-RECEIVED
           MOVE POR-BILLED-QTY    TO WS-DL-PRIOR-BILLED
           MOVE IVR-UNIT-PRICE    TO WS-DL-PRICE
           MOVE WS-CAT-COST-SEEN  TO WS-DL-CAT-COST
           MOVE WS-LINE-VALUE     TO WS-DL-VALUE

           EVALUATE TRUE
               WHEN IVR-HOLD-UNKNOWN-PO
                   MOVE 'PO NOT ON FILE FOR SUPPLIER' TO WS-DL-REASON
               WHEN IVR-HOLD-PO-CLOSED
                   MOVE 'PO LINE CLOSED TO BILLING'   TO WS-DL-REASON
               WHEN IVR-HOLD-WRONG-ITEM
                   IF WS-PO-FOUND
                      AND POR-ITEM-REF NOT = IVR-ITEM-REF
                       MOVE 'ITEM NOT THE PO LINE ITEM'
                           TO WS-DL-REASON
                   ELSE
                       MOVE 'ITEM NOT ON CATALOG' TO WS-DL-REASON
                   END-IF
               WHEN IVR-HOLD-OVER-RECEIVED
                   MOVE 'BILLED MORE THAN RECEIVED'   TO WS-DL-REASON
               WHEN IVR-HOLD-PRICE
                   MOVE 'PRICE DIFFERS FROM CAT-COST' TO WS-DL-REASON
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       4000-HOLD-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4100-PRINT-SUPPLIER-HEADER - FIRST HELD LINE SEEN FOR THIS  *
      *    SUPPLIER; PRINT THE GROUP HEADING WITH THE SUPPLIER'S NAME  *
      *    FROM THE SUPPLIER MASTER                                    *
      *****************************************************************
       4100-PRINT-SUPPLIER-HEADER.
           MOVE IVR-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER

           MOVE IVR-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '** NOT ON SUPPLIER MASTER **' TO SUP-NAME
           END-READ

           MOVE WS-CURRENT-SUPPLIER TO WS-SH-SUPPLIER-CODE
           MOVE SUP-NAME            TO WS-SH-SUPPLIER-NAME

           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-SUPPLIER-HEADER TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       4100-PRINT-SUPPLIER-HEADER-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-REPORT-LINE - WRITE REPORT-LINE AS ALREADY       *
      *    BUILT, ABENDING THE RUN ON A WRITE FAILURE                  *
      *****************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR HOLD-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE - WRITE THE TRAILER TOTALS AND CLOSE DOWN    *
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-LINES-READ          TO WS-TL-LINES-READ
           MOVE WS-LINES-PREV-RELEASED TO WS-TL-PREV-RELEASED
           MOVE WS-LINES-RELEASED      TO WS-TL-RELEASED
           MOVE WS-LINES-HELD          TO WS-TL-HELD
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE WS-VALUE-RELEASED TO WS-T2-VALUE-RELEASED
           MOVE WS-VALUE-HELD     TO WS-T2-VALUE-HELD
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           CLOSE INVOICE-FILE
           CLOSE PO-FILE
           CLOSE CATALOG-FILE
           CLOSE SUPPLIER-FILE
           CLOSE RELEASE-FILE
           CLOSE HOLD-REPORT
           .
       9000-TERMINATE-EXIT.
           EXIT.

      *****************************************************************
      *    9900-ABEND-RUN - AN OPEN, READ, REWRITE OR WRITE FAILED.    *
      *    DISPLAY THE REASON AND TERMINATE THE RUN WITH A NON-ZERO    *
      *    RETURN CODE SO THE JOB STEP SHOWS FAILED                    *
      *****************************************************************
       9900-ABEND-RUN.
           DISPLAY 'DFH0XIVM - ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9900-ABEND-RUN-EXIT.
           EXIT.
