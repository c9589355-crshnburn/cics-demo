       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XINT.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XINT                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Nightly cross-file integrity check         *
      *                                                               *
      * FUNCTION =                                                    *
      *      Batch job run every night, and as the first step of the *
      *      month-end chain, to prove the catalog master (CATFILE),  *
      *      open order file (ORDFILE), backorder waitlist            *
      *      (BACKFILE), purchase order file (POFILE), pending order  *
      *      file (PENDFILE) and order number control record (ORDCTL) *
      *      still agree with each other.  Nothing is updated.  Every *
      *      break found is printed by type with the keys involved:   *
      *        01 CAT-ON-ORDER is not the quantity still backordered  *
      *           on the item's open order lines (sum of              *
      *           OOR-BACKORDER-QTY - the part of each order not      *
      *           filled from stock).  The sum of OOR-QUANTITY is     *
      *           shown alongside                                     *
      *        02 a user's waitlist entry (BKO-QUANTITY) is not the   *
      *           sum of OOR-BACKORDER-QTY on that user's open order  *
      *           lines for the item, or one exists without the other *
      *        03 two waitlist entries for an item hold the same      *
      *           BKO-QUEUE-POS                                       *
      *        04 an item's queue positions do not run 1, 2, 3 ...    *
      *        05 CAT-BACKORDER-SEQ is not the last position in the   *
      *           item's waitlist                                     *
      *        06 an open PO line is for an item no longer on the     *
      *           catalog                                             *
      *        07 an open order, order history or pending order       *
      *           record carries an order number above                *
      *           OCR-NEXT-ORDER-NO, so the number would be issued    *
      *           again                                               *
      *        08 an open order line or waitlist entry is for an item *
      *           no longer on the catalog                            *
      *      The catalog, open orders and waitlist are sorted         *
      *      together by item so each item is checked in one pass;    *
      *      PO lines, order history and pending orders are then read *
      *      directly.                                                *
      *                                                               *
      *      The SYSIN card is 'Y' in column 1 to also write the      *
      *      fix-proposal dataset (FIXPROP, DFH0XFPC) - one record per *
      *      break giving the record, field, current value and the    *
      *      value the check would correct it to, or marked for       *
      *      review where no safe correction exists - so operations   *
      *      can see the corrected values before anything is changed. *
      *      'N' or a blank card writes no proposals.                 *
      *                                                               *
      *      The job ends with return code 8 when any break is found, *
      *      so the scheduler stops the month-end chain, and 0 when   *
      *      the files are clean.                                     *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - NIGHTLY       *
      *                                   CROSS-FILE INTEGRITY CHECK  *
      *   $D1=          261015 CATMGR   : BREAK 07 ALSO CHECKS ORDERS *
      *                                   HELD FOR APPROVAL ON THE    *
      *                                   PENDING ORDER FILE          *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE   ASSIGN TO CATFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAT-ITEM-REF
                  FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ORDER-FILE     ASSIGN TO ORDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OOR-KEY
                  FILE STATUS IS WS-ORDER-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO BACKFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BKO-KEY
                  FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT PO-FILE        ASSIGN TO POFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS POR-KEY
                  FILE STATUS IS WS-PO-STATUS.

           SELECT CONTROL-FILE   ASSIGN TO ORDCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OCR-CONTROL-ID
                  FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HISTORY-FILE   ASSIGN TO ORDHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OHR-KEY
                  FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PENDING-FILE   ASSIGN TO PENDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PND-ORDER-NO
                  FILE STATUS IS WS-PENDING-STATUS.

           SELECT PROPOSAL-FILE  ASSIGN TO FIXPROP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO INTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK      ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XCRC.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XORC.

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XBKC.

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XPOC.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XOCC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XOHC.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XPNC.

       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROPOSAL-LINE               PIC X(113).

       FD  INTEGRITY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
      *    Within an item the catalog record comes first ('1'), then
      *    the backordered quantity by user ('2' - one record per open
      *    order line and one per waitlist entry), then the waitlist
      *    in queue order ('3').  A waitlist entry is released once as
      *    '2' and once as '3'
           05 SRT-ITEM-REF             PIC 9(4).
           05 SRT-REC-TYPE             PIC X(1).
               88 SRT-CATALOG-ITEM         VALUE '1'.
               88 SRT-USER-QUANTITY        VALUE '2'.
               88 SRT-QUEUE-ENTRY          VALUE '3'.
           05 SRT-QUEUE-POS            PIC 9(3).
           05 SRT-USERID               PIC X(8).
           05 SRT-SOURCE               PIC X(1).
               88 SRT-FROM-ORDER           VALUE 'O'.
               88 SRT-FROM-WAITLIST        VALUE 'W'.
           05 SRT-ORDER-NO             PIC 9(6).
           05 SRT-QUANTITY             PIC 9(3).
           05 SRT-ORDER-QTY            PIC 9(3).
           05 SRT-CAT-ON-ORDER         PIC 9(3).
           05 SRT-CAT-BKO-SEQ          PIC 9(3).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    CONSTANTS AND SWITCHES                                     *
      *---------------------------------------------------------------*
       01  WS-CONSTANTS.
           05 WS-ORDER-CONTROL-ID      PIC X(8) VALUE 'ORDERNO '.
           05 WS-BREAK-TYPES           PIC 9(2) VALUE 8.

       01  WS-FILE-STATUSES.
           05 WS-CATALOG-STATUS        PIC X(2).
               88 WS-CATALOG-OK             VALUE '00'.
               88 WS-CATALOG-EOF            VALUE '10'.
               88 WS-CATALOG-NOT-FOUND      VALUE '23'.
           05 WS-ORDER-STATUS          PIC X(2).
               88 WS-ORDER-OK               VALUE '00'.
               88 WS-ORDER-EOF              VALUE '10'.
           05 WS-BACKORDER-STATUS      PIC X(2).
               88 WS-BACKORDER-OK           VALUE '00'.
               88 WS-BACKORDER-EOF          VALUE '10'.
           05 WS-PO-STATUS             PIC X(2).
               88 WS-PO-OK                  VALUE '00'.
               88 WS-PO-EOF                 VALUE '10'.
           05 WS-CONTROL-STATUS        PIC X(2).
               88 WS-CONTROL-OK             VALUE '00'.
               88 WS-CONTROL-NOT-FOUND      VALUE '23'.
           05 WS-HISTORY-STATUS        PIC X(2).
               88 WS-HISTORY-OK             VALUE '00'.
               88 WS-HISTORY-EOF            VALUE '10'.
           05 WS-PENDING-STATUS        PIC X(2).
               88 WS-PENDING-OK             VALUE '00'.
               88 WS-PENDING-EOF            VALUE '10'.
           05 WS-PROPOSAL-STATUS       PIC X(2).
               88 WS-PROPOSAL-OK            VALUE '00'.
           05 WS-REPORT-STATUS         PIC X(2).
               88 WS-REPORT-OK              VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-SWITCHES.
           05 WS-PROPOSALS-SW          PIC X(1) VALUE 'N'.
               88 WS-PROPOSALS-WANTED      VALUE 'Y'.
           05 WS-CATALOG-EOF-SW        PIC X(1) VALUE 'N'.
               88 WS-END-OF-CATALOG        VALUE 'Y'.
           05 WS-ORDER-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-END-OF-ORDERS         VALUE 'Y'.
           05 WS-BACKORDER-EOF-SW      PIC X(1) VALUE 'N'.
               88 WS-END-OF-WAITLIST       VALUE 'Y'.
           05 WS-PO-EOF-SW             PIC X(1) VALUE 'N'.
               88 WS-END-OF-PO-LINES       VALUE 'Y'.
           05 WS-HISTORY-EOF-SW        PIC X(1) VALUE 'N'.
               88 WS-END-OF-HISTORY        VALUE 'Y'.
           05 WS-PENDING-EOF-SW        PIC X(1) VALUE 'N'.
               88 WS-END-OF-PENDING        VALUE 'Y'.
           05 WS-SORT-EOF-SW           PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORT           VALUE 'Y'.
           05 WS-ITEM-ACTIVE-SW        PIC X(1) VALUE 'N'.
               88 WS-ITEM-ACTIVE           VALUE 'Y'.
           05 WS-ON-CATALOG-SW         PIC X(1) VALUE 'N'.
               88 WS-ITEM-ON-CATALOG       VALUE 'Y'.
           05 WS-USER-ACTIVE-SW        PIC X(1) VALUE 'N'.
               88 WS-USER-ACTIVE           VALUE 'Y'.
           05 WS-WAITLIST-FOUND-SW     PIC X(1) VALUE 'N'.
               88 WS-WAITLIST-FOUND        VALUE 'Y'.
           05 WS-RENUMBER-SW           PIC X(1) VALUE 'N'.
               88 WS-QUEUE-RENUMBERED      VALUE 'Y'.
           05 WS-BRK-VALUES-SW         PIC X(1) VALUE 'Y'.
               88 WS-BRK-SHOW-VALUES       VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-CATALOG-READ          PIC 9(7) VALUE 0.
           05 WS-ORDER-LINES-READ      PIC 9(7) VALUE 0.
           05 WS-WAITLIST-READ         PIC 9(7) VALUE 0.
           05 WS-PO-LINES-READ         PIC 9(7) VALUE 0.
           05 WS-HISTORY-READ          PIC 9(7) VALUE 0.
           05 WS-PENDING-READ          PIC 9(7) VALUE 0.
           05 WS-PROPOSALS-WRITTEN     PIC 9(7) VALUE 0.
           05 WS-TOTAL-BREAKS          PIC 9(7) VALUE 0.

       01  WS-BREAK-COUNTS.
           05 WS-BREAK-COUNT           PIC 9(7) OCCURS 8 TIMES.

       01  WS-BREAK-NAME-VALUES.
           05 FILLER  PIC X(20) VALUE 'ON-ORDER MISMATCH'.
           05 FILLER  PIC X(20) VALUE 'WAITLIST QUANTITY'.
           05 FILLER  PIC X(20) VALUE 'DUPLICATE QUEUE POS'.
           05 FILLER  PIC X(20) VALUE 'GAP IN QUEUE'.
           05 FILLER  PIC X(20) VALUE 'QUEUE SEQ MISMATCH'.
           05 FILLER  PIC X(20) VALUE 'PO FOR MISSING ITEM'.
           05 FILLER  PIC X(20) VALUE 'ORDER NO NOT ISSUED'.
           05 FILLER  PIC X(20) VALUE 'ORDER FOR NO ITEM'.
       01  WS-BREAK-NAME-TABLE REDEFINES WS-BREAK-NAME-VALUES.
           05 WS-BREAK-NAME            PIC X(20) OCCURS 8 TIMES.

       01  WS-WORK-FIELDS.
           05 WS-PARM-CARD.
               10 WS-PARM-PROPOSALS    PIC X(1).
                   88 WS-PARM-VALID        VALUE 'Y' 'N' ' '.
               10 FILLER               PIC X(79).
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-BREAK-SUB             PIC 9(2) COMP.
           05 WS-CONTROL-ORDER-NO      PIC 9(6).
           05 WS-HIGHEST-ORDER-NO      PIC 9(6).
           05 WS-CHECK-ORDER-NO        PIC 9(6).
           05 WS-EDIT-ORDER-NO         PIC 9(6).
           05 WS-EDIT-ITEM-REF         PIC 9(4).
           05 WS-EDIT-PO-NUMBER        PIC 9(6).
           05 WS-EDIT-COUNT            PIC Z(6)9.
      *    Control-break fields for the item being checked
           05 WS-CUR-ITEM-REF          PIC 9(4).
           05 WS-ITEM-CAT-ON-ORDER     PIC 9(3).
           05 WS-ITEM-CAT-BKO-SEQ      PIC 9(3).
           05 WS-ITEM-BACKORDERED      PIC 9(7).
           05 WS-ITEM-ORDERED          PIC 9(7).
           05 WS-QUEUE-COUNT           PIC 9(7).
           05 WS-QUEUE-LAST-POS        PIC 9(3).
      *    Control-break fields for the user within the item
           05 WS-CUR-USERID            PIC X(8).
           05 WS-USER-BACKORDERED      PIC 9(7).
           05 WS-USER-WAITLIST-QTY     PIC 9(3).
      *    One break, as passed to 7000-REPORT-BREAK
           05 WS-BRK-TYPE              PIC 9(2).
           05 WS-BRK-KEYS              PIC X(40).
           05 WS-BRK-FOUND             PIC 9(7).
           05 WS-BRK-EXPECTED          PIC 9(7).
           05 WS-BRK-NOTE              PIC X(46).

      *    Record keys as held on the files, for the proposals
       01  WS-ORDER-KEY.
           05 WS-OK-ORDER-NO           PIC 9(6).
           05 WS-OK-ITEM-REF           PIC 9(4).

       01  WS-WAITLIST-KEY.
           05 WS-WK-ITEM-REF           PIC 9(4).
           05 WS-WK-USERID             PIC X(8).

       01  WS-PO-KEY.
           05 WS-PK-SUPPLIER-CODE      PIC X(8).
           05 WS-PK-PO-NUMBER          PIC 9(6).

           COPY DFH0XFPC.

       01  WS-HEADING-1.
           05 FILLER  PIC X(20) VALUE 'DFH0XINT'.
           05 FILLER  PIC X(39)
                      VALUE 'CROSS-FILE INTEGRITY CHECK'.
           05 FILLER  PIC X(9)  VALUE 'RUN DATE '.
           05 WS-H1-RUN-DATE   PIC 9(8).
           05 FILLER  PIC X(56) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER  PIC X(4)  VALUE 'TY'.
           05 FILLER  PIC X(22) VALUE 'BREAK'.
           05 FILLER  PIC X(42) VALUE 'KEYS'.
           05 FILLER  PIC X(7)  VALUE '  FOUND'.
           05 FILLER  PIC X(9)  VALUE ' EXPECTED'.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 FILLER  PIC X(46) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05 WS-DL-TYPE               PIC 9(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-NAME               PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-KEYS               PIC X(40).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-FOUND              PIC Z(6)9.
           05 WS-DL-FOUND-X REDEFINES WS-DL-FOUND
                                       PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-EXPECTED           PIC Z(6)9.
           05 WS-DL-EXPECTED-X REDEFINES WS-DL-EXPECTED
                                       PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE               PIC X(46).

       01  WS-SUMMARY-HEADING.
           05 FILLER  PIC X(14) VALUE 'BREAKS BY TYPE'.
           05 FILLER  PIC X(118) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER  PIC X(5)  VALUE 'TYPE '.
           05 WS-SL-TYPE               PIC 9(2).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 WS-SL-NAME               PIC X(20).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 WS-SL-COUNT              PIC Z(6)9.
           05 FILLER  PIC X(94) VALUE SPACES.

       01  WS-CLEAN-LINE.
           05 FILLER  PIC X(50)
                      VALUE 'NO INTEGRITY BREAKS FOUND'.
           05 FILLER  PIC X(82) VALUE SPACES.

       01  WS-BROKEN-LINE.
           05 FILLER  PIC X(4)  VALUE '*** '.
           05 WS-BL-COUNT              PIC Z(6)9.
           05 FILLER  PIC X(52) VALUE
              ' INTEGRITY BREAKS FOUND - MONTH-END MUST NOT PROCEED'.
           05 FILLER  PIC X(4)  VALUE ' ***'.
           05 FILLER  PIC X(65) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER  PIC X(14) VALUE 'CATALOG ITEMS='.
           05 WS-TL-CATALOG            PIC Z(6)9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(12) VALUE 'ORDER LINES='.
           05 WS-TL-ORDER-LINES        PIC Z(6)9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(17) VALUE 'WAITLIST ENTRIES='.
           05 WS-TL-WAITLIST           PIC Z(6)9.
           05 FILLER  PIC X(62) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05 FILLER  PIC X(9)  VALUE 'PO LINES='.
           05 WS-T2-PO-LINES           PIC Z(6)9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(16) VALUE 'HISTORY RECORDS='.
           05 WS-T2-HISTORY            PIC Z(6)9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(15) VALUE 'PENDING ORDERS='.
           05 WS-T2-PENDING            PIC Z(6)9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'PROPOSALS='.
           05 WS-T2-PROPOSALS          PIC Z(6)9.
           05 FILLER  PIC X(45) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SRT-ITEM-REF
                                SRT-REC-TYPE
                                SRT-QUEUE-POS
                                SRT-USERID
                                SRT-SOURCE
                                SRT-ORDER-NO
               INPUT PROCEDURE IS 2000-RELEASE-RECORDS
                   THRU 2000-RELEASE-RECORDS-EXIT
               OUTPUT PROCEDURE IS 3000-CHECK-BY-ITEM
                   THRU 3000-CHECK-BY-ITEM-EXIT

           PERFORM 4000-CHECK-PO-LINES THRU 4000-CHECK-PO-LINES-EXIT
           PERFORM 4500-CHECK-HISTORY THRU 4500-CHECK-HISTORY-EXIT
           PERFORM 4700-CHECK-PENDING THRU 4700-CHECK-PENDING-EXIT
           PERFORM 4800-CHECK-ORDER-CONTROL
               THRU 4800-CHECK-ORDER-CONTROL-EXIT
           PERFORM 5000-PRINT-SUMMARY THRU 5000-PRINT-SUMMARY-EXIT

           IF WS-TOTAL-BREAKS > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           GOBACK
           .
      *****************************************************************
      *    1000-INITIALIZE - READ THE SYSIN CARD, OPEN FILES AND READ  *
      *    THE ORDER NUMBER CONTROL RECORD                             *
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD

           IF NOT WS-PARM-VALID
               MOVE 'SYSIN COLUMN 1 MUST BE Y, N OR BLANK'
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           IF WS-PARM-PROPOSALS = 'Y'
               MOVE 'Y' TO WS-PROPOSALS-SW
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-BREAK-COUNTS
           MOVE 0 TO WS-HIGHEST-ORDER-NO

           OPEN OUTPUT INTEGRITY-REPORT
           IF NOT WS-REPORT-OK
               STRING 'OPEN FAILED FOR INTEGRITY-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           IF WS-PROPOSALS-WANTED
               OPEN OUTPUT PROPOSAL-FILE
               IF NOT WS-PROPOSAL-OK
                   STRING 'OPEN FAILED FOR PROPOSAL-FILE, STATUS='
                          WS-PROPOSAL-STATUS DELIMITED BY SIZE
                          INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
               END-IF
           END-IF

           OPEN INPUT  CATALOG-FILE
           IF NOT WS-CATALOG-OK
               STRING 'OPEN FAILED FOR CATALOG-FILE, STATUS='
                      WS-CATALOG-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  CONTROL-FILE
           IF NOT WS-CONTROL-OK
               STRING 'OPEN FAILED FOR CONTROL-FILE, STATUS='
                      WS-CONTROL-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE WS-ORDER-CONTROL-ID TO OCR-CONTROL-ID
           READ CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-CONTROL-OK
               STRING 'READ FAILED FOR ORDER NUMBER CONTROL, STATUS='
                      WS-CONTROL-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           MOVE OCR-NEXT-ORDER-NO TO WS-CONTROL-ORDER-NO
           CLOSE CONTROL-FILE

           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-HEADING-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  RELEASE EVERY *
      *    CATALOG ITEM, OPEN ORDER LINE AND WAITLIST ENTRY UNDER ITS  *
      *    ITEM REFERENCE                                              *
      *****************************************************************
       2000-RELEASE-RECORDS.
           MOVE 'N' TO WS-CATALOG-EOF-SW
           PERFORM 2100-RELEASE-CATALOG-ITEM
               THRU 2100-RELEASE-CATALOG-ITEM-EXIT
               UNTIL WS-END-OF-CATALOG

           OPEN INPUT ORDER-FILE
           IF NOT WS-ORDER-OK
               STRING 'OPEN FAILED FOR ORDER-FILE, STATUS='
                      WS-ORDER-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'N' TO WS-ORDER-EOF-SW
           PERFORM 2200-RELEASE-ORDER-LINE
               THRU 2200-RELEASE-ORDER-LINE-EXIT
               UNTIL WS-END-OF-ORDERS

           CLOSE ORDER-FILE

           OPEN INPUT BACKORDER-FILE
           IF NOT WS-BACKORDER-OK
               STRING 'OPEN FAILED FOR BACKORDER-FILE, STATUS='
                      WS-BACKORDER-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'N' TO WS-BACKORDER-EOF-SW
           PERFORM 2300-RELEASE-WAITLIST-ENTRY
               THRU 2300-RELEASE-WAITLIST-ENTRY-EXIT
               UNTIL WS-END-OF-WAITLIST

           CLOSE BACKORDER-FILE
           .
       2000-RELEASE-RECORDS-EXIT.
           EXIT.

      *****************************************************************
      *    2100-RELEASE-CATALOG-ITEM - ONE CATALOG RECORD, CARRYING    *
      *    THE ON-ORDER QUANTITY AND LAST QUEUE POSITION TO CHECK      *
      *****************************************************************
       2100-RELEASE-CATALOG-ITEM.
           READ CATALOG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SW
                   GO TO 2100-RELEASE-CATALOG-ITEM-EXIT
           END-READ
           IF NOT WS-CATALOG-OK
               STRING 'READ FAILED FOR CATALOG-FILE, STATUS='
                      WS-CATALOG-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-CATALOG-READ

           MOVE CAT-ITEM-REF      TO SRT-ITEM-REF
           MOVE '1'               TO SRT-REC-TYPE
           MOVE 0                 TO SRT-QUEUE-POS
           MOVE SPACES            TO SRT-USERID
           MOVE SPACES            TO SRT-SOURCE
           MOVE 0                 TO SRT-ORDER-NO
           MOVE 0                 TO SRT-QUANTITY
           MOVE 0                 TO SRT-ORDER-QTY
           MOVE CAT-ON-ORDER      TO SRT-CAT-ON-ORDER
           MOVE CAT-BACKORDER-SEQ TO SRT-CAT-BKO-SEQ
           RELEASE SORT-RECORD
           .
       2100-RELEASE-CATALOG-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    2200-RELEASE-ORDER-LINE - ONE OPEN ORDER LINE, CARRYING ITS *
      *    BACKORDERED AND ORDERED QUANTITIES UNDER THE ORDERING USER. *
      *    ITS ORDER NUMBER IS ALSO CHECKED AGAINST THE CONTROL RECORD *
      *****************************************************************
       2200-RELEASE-ORDER-LINE.
           READ ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-ORDER-EOF-SW
                   GO TO 2200-RELEASE-ORDER-LINE-EXIT
           END-READ
           IF NOT WS-ORDER-OK
               STRING 'READ FAILED FOR ORDER-FILE, STATUS='
                      WS-ORDER-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-ORDER-LINES-READ

           MOVE OOR-ITEM-REF      TO SRT-ITEM-REF
           MOVE '2'               TO SRT-REC-TYPE
           MOVE 0                 TO SRT-QUEUE-POS
           MOVE OOR-USERID        TO SRT-USERID
           MOVE 'O'               TO SRT-SOURCE
           MOVE OOR-ORDER-NO      TO SRT-ORDER-NO
           MOVE OOR-BACKORDER-QTY TO SRT-QUANTITY
           MOVE OOR-QUANTITY      TO SRT-ORDER-QTY
           MOVE 0                 TO SRT-CAT-ON-ORDER
           MOVE 0                 TO SRT-CAT-BKO-SEQ
           RELEASE SORT-RECORD

           MOVE OOR-ORDER-NO TO WS-EDIT-ORDER-NO
           MOVE OOR-ITEM-REF TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-BRK-KEYS
           STRING 'ORDER ' WS-EDIT-ORDER-NO
                  ' ITEM ' WS-EDIT-ITEM-REF DELIMITED BY SIZE
                  INTO WS-BRK-KEYS
           END-STRING
           MOVE 'OPEN ORDER NUMBER NOT YET ISSUED' TO WS-BRK-NOTE
           MOVE OOR-ORDER-NO TO WS-CHECK-ORDER-NO
           PERFORM 2800-CHECK-ORDER-NUMBER
               THRU 2800-CHECK-ORDER-NUMBER-EXIT
           .
       2200-RELEASE-ORDER-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    2300-RELEASE-WAITLIST-ENTRY - ONE WAITLIST ENTRY, RELEASED  *
      *    ONCE WITH THE USER'S QUANTITY AND ONCE IN QUEUE ORDER       *
      *****************************************************************
       2300-RELEASE-WAITLIST-ENTRY.
           READ BACKORDER-FILE
               AT END
                   MOVE 'Y' TO WS-BACKORDER-EOF-SW
                   GO TO 2300-RELEASE-WAITLIST-ENTRY-EXIT
           END-READ
           IF NOT WS-BACKORDER-OK
               STRING 'READ FAILED FOR BACKORDER-FILE, STATUS='
                      WS-BACKORDER-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-WAITLIST-READ

           MOVE BKO-ITEM-REF      TO SRT-ITEM-REF
           MOVE '2'               TO SRT-REC-TYPE
           MOVE 0                 TO SRT-QUEUE-POS
           MOVE BKO-USERID        TO SRT-USERID
           MOVE 'W'               TO SRT-SOURCE
           MOVE 0                 TO SRT-ORDER-NO
           MOVE BKO-QUANTITY      TO SRT-QUANTITY
           MOVE 0                 TO SRT-ORDER-QTY
           MOVE 0                 TO SRT-CAT-ON-ORDER
           MOVE 0                 TO SRT-CAT-BKO-SEQ
           RELEASE SORT-RECORD

           MOVE '3'               TO SRT-REC-TYPE
           MOVE BKO-QUEUE-POS     TO SRT-QUEUE-POS
           RELEASE SORT-RECORD
           .
       2300-RELEASE-WAITLIST-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *    2800-CHECK-ORDER-NUMBER - REPORT AN ORDER NUMBER ABOVE THE  *
      *    LAST ONE ISSUED, AND REMEMBER THE HIGHEST NUMBER ON FILE.   *
      *    WS-BRK-KEYS AND WS-BRK-NOTE ARE SET BY THE CALLER           *
      *****************************************************************
       2800-CHECK-ORDER-NUMBER.
           IF WS-CHECK-ORDER-NO > WS-HIGHEST-ORDER-NO
               MOVE WS-CHECK-ORDER-NO TO WS-HIGHEST-ORDER-NO
           END-IF

           IF WS-CHECK-ORDER-NO NOT > WS-CONTROL-ORDER-NO
               GO TO 2800-CHECK-ORDER-NUMBER-EXIT
           END-IF

           MOVE 07                  TO WS-BRK-TYPE
           MOVE WS-CHECK-ORDER-NO   TO WS-BRK-FOUND
           MOVE WS-CONTROL-ORDER-NO TO WS-BRK-EXPECTED
           PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
           .
       2800-CHECK-ORDER-NUMBER-EXIT.
           EXIT.

      *****************************************************************
      *    3000-CHECK-BY-ITEM - SORT OUTPUT PROCEDURE.  CHECK EACH     *
      *    ITEM'S CATALOG RECORD, OPEN ORDERS AND WAITLIST TOGETHER    *
      *****************************************************************
       3000-CHECK-BY-ITEM.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'N' TO WS-ITEM-ACTIVE-SW
           PERFORM 3100-TAKE-SORTED-RECORD
               THRU 3100-TAKE-SORTED-RECORD-EXIT
               UNTIL WS-END-OF-SORT

           IF WS-ITEM-ACTIVE
               PERFORM 3400-FINISH-ITEM THRU 3400-FINISH-ITEM-EXIT
           END-IF
           .
       3000-CHECK-BY-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    3050-START-ITEM - CLEAR THE TOTALS FOR A NEW ITEM           *
      *****************************************************************
       3050-START-ITEM.
           MOVE 'Y'          TO WS-ITEM-ACTIVE-SW
           MOVE SRT-ITEM-REF TO WS-CUR-ITEM-REF
           MOVE 'N'          TO WS-ON-CATALOG-SW
           MOVE 'N'          TO WS-USER-ACTIVE-SW
           MOVE 'N'          TO WS-RENUMBER-SW
           MOVE 0            TO WS-ITEM-CAT-ON-ORDER
           MOVE 0            TO WS-ITEM-CAT-BKO-SEQ
           MOVE 0            TO WS-ITEM-BACKORDERED
           MOVE 0            TO WS-ITEM-ORDERED
           MOVE 0            TO WS-QUEUE-COUNT
           MOVE 0            TO WS-QUEUE-LAST-POS
           .
       3050-START-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    3100-TAKE-SORTED-RECORD - RETURN THE NEXT SORTED RECORD,    *
      *    FINISHING THE PREVIOUS ITEM WHEN THE ITEM CHANGES           *
      *****************************************************************
       3100-TAKE-SORTED-RECORD.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   GO TO 3100-TAKE-SORTED-RECORD-EXIT
           END-RETURN

           IF WS-ITEM-ACTIVE
              AND SRT-ITEM-REF NOT = WS-CUR-ITEM-REF
               PERFORM 3400-FINISH-ITEM THRU 3400-FINISH-ITEM-EXIT
           END-IF
           IF NOT WS-ITEM-ACTIVE
               PERFORM 3050-START-ITEM THRU 3050-START-ITEM-EXIT
           END-IF

           EVALUATE TRUE
               WHEN SRT-CATALOG-ITEM
                   MOVE 'Y'              TO WS-ON-CATALOG-SW
                   MOVE SRT-CAT-ON-ORDER TO WS-ITEM-CAT-ON-ORDER
                   MOVE SRT-CAT-BKO-SEQ  TO WS-ITEM-CAT-BKO-SEQ
               WHEN SRT-USER-QUANTITY
                   PERFORM 3200-TAKE-USER-RECORD
                       THRU 3200-TAKE-USER-RECORD-EXIT
               WHEN OTHER
                   PERFORM 3500-CHECK-QUEUE-ENTRY
                       THRU 3500-CHECK-QUEUE-ENTRY-EXIT
           END-EVALUATE
           .
       3100-TAKE-SORTED-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *    3200-TAKE-USER-RECORD - ADD AN OPEN ORDER LINE'S QUANTITIES *
      *    TO THE USER AND ITEM TOTALS, OR NOTE THE USER'S WAITLIST    *
      *    ENTRY.  EITHER ONE FOR AN ITEM NOT ON THE CATALOG IS A      *
      *    BREAK IN ITSELF                                             *
      *****************************************************************
       3200-TAKE-USER-RECORD.
           IF WS-USER-ACTIVE
              AND SRT-USERID NOT = WS-CUR-USERID
               PERFORM 3300-FINISH-USER THRU 3300-FINISH-USER-EXIT
           END-IF
           IF NOT WS-USER-ACTIVE
               MOVE 'Y'        TO WS-USER-ACTIVE-SW
               MOVE SRT-USERID TO WS-CUR-USERID
               MOVE 'N'        TO WS-WAITLIST-FOUND-SW
               MOVE 0          TO WS-USER-BACKORDERED
               MOVE 0          TO WS-USER-WAITLIST-QTY
           END-IF

           IF SRT-FROM-ORDER
               ADD SRT-QUANTITY  TO WS-USER-BACKORDERED
               ADD SRT-QUANTITY  TO WS-ITEM-BACKORDERED
               ADD SRT-ORDER-QTY TO WS-ITEM-ORDERED
           ELSE
               MOVE 'Y'          TO WS-WAITLIST-FOUND-SW
               MOVE SRT-QUANTITY TO WS-USER-WAITLIST-QTY
           END-IF

           IF WS-ITEM-ON-CATALOG
               GO TO 3200-TAKE-USER-RECORD-EXIT
           END-IF

           MOVE SRT-ITEM-REF TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-BRK-KEYS
           MOVE 'R'      TO FXP-ACTION
           MOVE 0        TO FXP-CURRENT-VALUE
           MOVE 0        TO FXP-PROPOSED-VALUE
           IF SRT-FROM-ORDER
               MOVE SRT-ORDER-NO TO WS-EDIT-ORDER-NO
               STRING 'ORDER ' WS-EDIT-ORDER-NO
                      ' ITEM ' WS-EDIT-ITEM-REF DELIMITED BY SIZE
                      INTO WS-BRK-KEYS
               END-STRING
               MOVE 'OPEN ORDER LINE, ITEM NOT ON CATALOG'
                   TO WS-BRK-NOTE
               MOVE SRT-ORDER-NO TO WS-OK-ORDER-NO
               MOVE SRT-ITEM-REF TO WS-OK-ITEM-REF
               MOVE 'DFH0XOR'    TO FXP-FILE-NAME
               MOVE WS-ORDER-KEY TO FXP-RECORD-KEY
               MOVE 'OOR-ITEM-REF' TO FXP-FIELD-NAME
           ELSE
               STRING 'ITEM ' WS-EDIT-ITEM-REF
                      ' USER ' SRT-USERID DELIMITED BY SIZE
                      INTO WS-BRK-KEYS
               END-STRING
               MOVE 'WAITLIST ENTRY, ITEM NOT ON CATALOG'
                   TO WS-BRK-NOTE
               MOVE SRT-ITEM-REF TO WS-WK-ITEM-REF
               MOVE SRT-USERID   TO WS-WK-USERID
               MOVE 'DFH0XBK'    TO FXP-FILE-NAME
               MOVE WS-WAITLIST-KEY TO FXP-RECORD-KEY
               MOVE 'BKO-ITEM-REF' TO FXP-FIELD-NAME
           END-IF

           MOVE 08  TO WS-BRK-TYPE
           MOVE 'N' TO WS-BRK-VALUES-SW
           PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT

           MOVE 'ITEM RETIRED WITH ORDERS STILL AGAINST IT'
               TO FXP-REASON
           PERFORM 7100-WRITE-PROPOSAL THRU 7100-WRITE-PROPOSAL-EXIT
           .
       3200-TAKE-USER-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *    3300-FINISH-USER - THE USER'S WAITLIST ENTRY MUST HOLD THE  *
      *    QUANTITY STILL BACKORDERED ON THE USER'S OPEN ORDER LINES   *
      *    FOR THE ITEM, AND MUST EXIST ONLY WHILE THAT IS ABOVE ZERO  *
      *****************************************************************
       3300-FINISH-USER.
           MOVE 'N' TO WS-USER-ACTIVE-SW

           IF NOT WS-ITEM-ON-CATALOG
               GO TO 3300-FINISH-USER-EXIT
           END-IF
           IF WS-WAITLIST-FOUND
              AND WS-USER-WAITLIST-QTY = WS-USER-BACKORDERED
               GO TO 3300-FINISH-USER-EXIT
           END-IF
           IF NOT WS-WAITLIST-FOUND
              AND WS-USER-BACKORDERED = 0
               GO TO 3300-FINISH-USER-EXIT
           END-IF

           MOVE WS-CUR-ITEM-REF TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-BRK-KEYS
           STRING 'ITEM ' WS-EDIT-ITEM-REF
                  ' USER ' WS-CUR-USERID DELIMITED BY SIZE
                  INTO WS-BRK-KEYS
           END-STRING
           MOVE WS-CUR-ITEM-REF TO WS-WK-ITEM-REF
           MOVE WS-CUR-USERID   TO WS-WK-USERID

           MOVE 02                   TO WS-BRK-TYPE
           MOVE WS-USER-WAITLIST-QTY TO WS-BRK-FOUND
           MOVE WS-USER-BACKORDERED  TO WS-BRK-EXPECTED

           MOVE 'DFH0XBK'            TO FXP-FILE-NAME
           MOVE WS-WAITLIST-KEY      TO FXP-RECORD-KEY
           MOVE 'BKO-QUANTITY'       TO FXP-FIELD-NAME
           MOVE WS-USER-WAITLIST-QTY TO FXP-CURRENT-VALUE
           MOVE WS-USER-BACKORDERED  TO FXP-PROPOSED-VALUE

           EVALUATE TRUE
               WHEN NOT WS-WAITLIST-FOUND
                   MOVE 'BACKORDERED BUT NO WAITLIST ENTRY'
                       TO WS-BRK-NOTE
                   MOVE 'R' TO FXP-ACTION
                   MOVE 'NO WAITLIST ENTRY - QUEUE PLACE UNKNOWN'
                       TO FXP-REASON
               WHEN WS-USER-BACKORDERED = 0
                   MOVE 'WAITLIST ENTRY WITH NOTHING BACKORDERED'
                       TO WS-BRK-NOTE
                   MOVE 'D' TO FXP-ACTION
                   MOVE 'NOTHING BACKORDERED - REMOVE, CLOSE UP QUEUE'
                       TO FXP-REASON
               WHEN OTHER
                   MOVE 'WAITLIST QUANTITY DISAGREES WITH ORDERS'
                       TO WS-BRK-NOTE
                   MOVE 'C' TO FXP-ACTION
                   MOVE 'SET TO BACKORDERED QTY ON OPEN ORDERS'
                       TO FXP-REASON
           END-EVALUATE

           PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
           PERFORM 7100-WRITE-PROPOSAL THRU 7100-WRITE-PROPOSAL-EXIT
           .
       3300-FINISH-USER-EXIT.
           EXIT.

      *****************************************************************
      *    3400-FINISH-ITEM - CAT-ON-ORDER MUST BE THE QUANTITY STILL  *
      *    BACKORDERED ON THE ITEM'S OPEN ORDER LINES, AND             *
      *    CAT-BACKORDER-SEQ THE LAST POSITION IN ITS WAITLIST         *
      *****************************************************************
       3400-FINISH-ITEM.
           IF WS-USER-ACTIVE
               PERFORM 3300-FINISH-USER THRU 3300-FINISH-USER-EXIT
           END-IF
           MOVE 'N' TO WS-ITEM-ACTIVE-SW

           IF NOT WS-ITEM-ON-CATALOG
               GO TO 3400-FINISH-ITEM-EXIT
           END-IF

           MOVE WS-CUR-ITEM-REF TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-BRK-KEYS
           STRING 'ITEM ' WS-EDIT-ITEM-REF DELIMITED BY SIZE
                  INTO WS-BRK-KEYS
           END-STRING
           MOVE 'DFH0XCT'       TO FXP-FILE-NAME
           MOVE WS-CUR-ITEM-REF TO FXP-RECORD-KEY

           IF WS-ITEM-CAT-ON-ORDER NOT = WS-ITEM-BACKORDERED
               MOVE WS-ITEM-ORDERED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-BRK-NOTE
               STRING 'EXPECTED = BACKORDERED, ORDERED QTY ='
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO WS-BRK-NOTE
               END-STRING
               MOVE 01                   TO WS-BRK-TYPE
               MOVE WS-ITEM-CAT-ON-ORDER TO WS-BRK-FOUND
               MOVE WS-ITEM-BACKORDERED  TO WS-BRK-EXPECTED
               PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT

               MOVE 'CAT-ON-ORDER'       TO FXP-FIELD-NAME
               MOVE 'C'                  TO FXP-ACTION
               MOVE WS-ITEM-CAT-ON-ORDER TO FXP-CURRENT-VALUE
               MOVE WS-ITEM-BACKORDERED  TO FXP-PROPOSED-VALUE
               MOVE 'SET TO BACKORDERED QTY ON OPEN ORDERS'
                   TO FXP-REASON
               PERFORM 7100-WRITE-PROPOSAL
                   THRU 7100-WRITE-PROPOSAL-EXIT
           END-IF

           IF WS-ITEM-CAT-BKO-SEQ NOT = WS-QUEUE-LAST-POS
               MOVE 'LAST WAITLIST POSITION DIFFERS' TO WS-BRK-NOTE
               MOVE 05                  TO WS-BRK-TYPE
               MOVE WS-ITEM-CAT-BKO-SEQ TO WS-BRK-FOUND
               MOVE WS-QUEUE-LAST-POS   TO WS-BRK-EXPECTED
               PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
               MOVE 'Y' TO WS-RENUMBER-SW
           END-IF

      *    Once the queue is closed up its last position is the number
      *    of entries in it
           IF WS-QUEUE-RENUMBERED
              AND WS-ITEM-CAT-BKO-SEQ NOT = WS-QUEUE-COUNT
               MOVE 05                  TO WS-BRK-TYPE
               MOVE 'CAT-BACKORDER-SEQ' TO FXP-FIELD-NAME
               MOVE 'C'                 TO FXP-ACTION
               MOVE WS-ITEM-CAT-BKO-SEQ TO FXP-CURRENT-VALUE
               MOVE WS-QUEUE-COUNT      TO FXP-PROPOSED-VALUE
               MOVE 'SET TO ENTRIES IN THE CLOSED-UP QUEUE'
                   TO FXP-REASON
               PERFORM 7100-WRITE-PROPOSAL
                   THRU 7100-WRITE-PROPOSAL-EXIT
           END-IF
           .
       3400-FINISH-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    3500-CHECK-QUEUE-ENTRY - THE ITEM'S WAITLIST ENTRIES ARRIVE *
      *    IN QUEUE POSITION ORDER AND MUST RUN 1, 2, 3 ... WITH NO    *
      *    POSITION REPEATED OR SKIPPED.  ANY ENTRY NOT AT ITS PLACE   *
      *    IN THE CLOSED-UP QUEUE IS PROPOSED FOR RENUMBERING          *
      *****************************************************************
       3500-CHECK-QUEUE-ENTRY.
           IF WS-USER-ACTIVE
               PERFORM 3300-FINISH-USER THRU 3300-FINISH-USER-EXIT
           END-IF
           IF NOT WS-ITEM-ON-CATALOG
               GO TO 3500-CHECK-QUEUE-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-QUEUE-COUNT

           MOVE SRT-ITEM-REF TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-BRK-KEYS
           STRING 'ITEM ' WS-EDIT-ITEM-REF
                  ' USER ' SRT-USERID DELIMITED BY SIZE
                  INTO WS-BRK-KEYS
           END-STRING
           MOVE SRT-ITEM-REF TO WS-WK-ITEM-REF
           MOVE SRT-USERID   TO WS-WK-USERID

           EVALUATE TRUE
               WHEN WS-QUEUE-COUNT > 1
                AND SRT-QUEUE-POS = WS-QUEUE-LAST-POS
                   MOVE 03                TO WS-BRK-TYPE
                   MOVE SRT-QUEUE-POS     TO WS-BRK-FOUND
                   MOVE WS-QUEUE-COUNT    TO WS-BRK-EXPECTED
                   MOVE 'POSITION ALREADY HELD BY ANOTHER ENTRY'
                       TO WS-BRK-NOTE
                   PERFORM 7000-REPORT-BREAK
                       THRU 7000-REPORT-BREAK-EXIT
               WHEN SRT-QUEUE-POS NOT = WS-QUEUE-LAST-POS + 1
                   MOVE 04                TO WS-BRK-TYPE
                   MOVE SRT-QUEUE-POS     TO WS-BRK-FOUND
                   COMPUTE WS-BRK-EXPECTED = WS-QUEUE-LAST-POS + 1
                   MOVE 'POSITION(S) MISSING BEFORE THIS ENTRY'
                       TO WS-BRK-NOTE
                   PERFORM 7000-REPORT-BREAK
                       THRU 7000-REPORT-BREAK-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SRT-QUEUE-POS NOT = WS-QUEUE-COUNT
               MOVE 'Y'             TO WS-RENUMBER-SW
               MOVE 'DFH0XBK'       TO FXP-FILE-NAME
               MOVE WS-WAITLIST-KEY TO FXP-RECORD-KEY
               MOVE 'BKO-QUEUE-POS' TO FXP-FIELD-NAME
               MOVE 'C'             TO FXP-ACTION
               MOVE SRT-QUEUE-POS   TO FXP-CURRENT-VALUE
               MOVE WS-QUEUE-COUNT  TO FXP-PROPOSED-VALUE
               MOVE 'CLOSE UP THE WAITLIST QUEUE' TO FXP-REASON
               PERFORM 7100-WRITE-PROPOSAL
                   THRU 7100-WRITE-PROPOSAL-EXIT
           END-IF

           MOVE SRT-QUEUE-POS TO WS-QUEUE-LAST-POS
           .
       3500-CHECK-QUEUE-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *    4000-CHECK-PO-LINES - EVERY OPEN PO LINE MUST BE FOR AN     *
      *    ITEM STILL ON THE CATALOG                                   *
      *****************************************************************
       4000-CHECK-PO-LINES.
           OPEN INPUT PO-FILE
           IF NOT WS-PO-OK
               STRING 'OPEN FAILED FOR PO-FILE, STATUS='
                      WS-PO-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'N' TO WS-PO-EOF-SW
           PERFORM 4100-CHECK-ONE-PO-LINE
               THRU 4100-CHECK-ONE-PO-LINE-EXIT
               UNTIL WS-END-OF-PO-LINES

           CLOSE PO-FILE
           .
       4000-CHECK-PO-LINES-EXIT.
           EXIT.

      *****************************************************************
      *    4100-CHECK-ONE-PO-LINE - LOOK UP AN OPEN PO LINE'S ITEM     *
      *****************************************************************
       4100-CHECK-ONE-PO-LINE.
           READ PO-FILE
               AT END
                   MOVE 'Y' TO WS-PO-EOF-SW
                   GO TO 4100-CHECK-ONE-PO-LINE-EXIT
           END-READ
           IF NOT WS-PO-OK
               STRING 'READ FAILED FOR PO-FILE, STATUS='
                      WS-PO-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-PO-LINES-READ

           IF NOT POR-OPEN
               GO TO 4100-CHECK-ONE-PO-LINE-EXIT
           END-IF

           MOVE POR-ITEM-REF TO CAT-ITEM-REF
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CATALOG-OK
               GO TO 4100-CHECK-ONE-PO-LINE-EXIT
           END-IF
           IF NOT WS-CATALOG-NOT-FOUND
               STRING 'READ FAILED FOR CATALOG-FILE, STATUS='
                      WS-CATALOG-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE POR-PO-NUMBER TO WS-EDIT-PO-NUMBER
           MOVE POR-ITEM-REF  TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-BRK-KEYS
           STRING 'SUPPLIER ' POR-SUPPLIER-CODE
                  ' PO ' WS-EDIT-PO-NUMBER DELIMITED BY SIZE
                  INTO WS-BRK-KEYS
           END-STRING
           MOVE SPACES TO WS-BRK-NOTE
           STRING 'OPEN PO LINE FOR ITEM ' WS-EDIT-ITEM-REF
                  ', NOT ON CATALOG' DELIMITED BY SIZE
                  INTO WS-BRK-NOTE
           END-STRING
           MOVE 06  TO WS-BRK-TYPE
           MOVE 'N' TO WS-BRK-VALUES-SW
           PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT

           MOVE POR-SUPPLIER-CODE TO WS-PK-SUPPLIER-CODE
           MOVE POR-PO-NUMBER     TO WS-PK-PO-NUMBER
           MOVE 'DFH0XPO'         TO FXP-FILE-NAME
           MOVE WS-PO-KEY         TO FXP-RECORD-KEY
           MOVE 'POR-ITEM-REF'    TO FXP-FIELD-NAME
           MOVE 'R'               TO FXP-ACTION
           MOVE POR-ITEM-REF      TO FXP-CURRENT-VALUE
           MOVE 0                 TO FXP-PROPOSED-VALUE
           MOVE 'CANCEL THE PO LINE OR RESTORE THE ITEM'
               TO FXP-REASON
           PERFORM 7100-WRITE-PROPOSAL THRU 7100-WRITE-PROPOSAL-EXIT
           .
       4100-CHECK-ONE-PO-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4500-CHECK-HISTORY - CLOSED ORDERS MUST ALSO CARRY NUMBERS  *
      *    ALREADY ISSUED, OR A NEW ORDER COULD BE GIVEN THE SAME      *
      *    NUMBER AS ONE ON HISTORY                                    *
      *****************************************************************
       4500-CHECK-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-OK
               STRING 'OPEN FAILED FOR HISTORY-FILE, STATUS='
                      WS-HISTORY-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'N' TO WS-HISTORY-EOF-SW
           PERFORM 4600-CHECK-ONE-HISTORY
               THRU 4600-CHECK-ONE-HISTORY-EXIT
               UNTIL WS-END-OF-HISTORY

           CLOSE HISTORY-FILE
           .
       4500-CHECK-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    4600-CHECK-ONE-HISTORY - CHECK ONE HISTORY RECORD'S NUMBER  *
      *****************************************************************
       4600-CHECK-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   GO TO 4600-CHECK-ONE-HISTORY-EXIT
           END-READ
           IF NOT WS-HISTORY-OK
               STRING 'READ FAILED FOR HISTORY-FILE, STATUS='
                      WS-HISTORY-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-HISTORY-READ

           MOVE OHR-ORDER-NO TO WS-EDIT-ORDER-NO
           MOVE OHR-ITEM-REF TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-BRK-KEYS
           STRING 'HISTORY ORDER ' WS-EDIT-ORDER-NO
                  ' ITEM ' WS-EDIT-ITEM-REF DELIMITED BY SIZE
                  INTO WS-BRK-KEYS
           END-STRING
           MOVE 'CLOSED ORDER NUMBER NOT YET ISSUED' TO WS-BRK-NOTE
           MOVE OHR-ORDER-NO TO WS-CHECK-ORDER-NO
           PERFORM 2800-CHECK-ORDER-NUMBER
               THRU 2800-CHECK-ORDER-NUMBER-EXIT
           .
       4600-CHECK-ONE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    4700-CHECK-PENDING - AN ORDER HELD FOR APPROVAL TAKES ITS   *
      *    NUMBER FROM THE SAME CONTROL RECORD AS A PLACED ONE AND     *
      *    KEEPS IT WHEN APPROVED, SO ITS NUMBER MUST ALSO ALREADY     *
      *    HAVE BEEN ISSUED.  DECIDED ORDERS STAY ON THE FILE AND ARE  *
      *    CHECKED TOO                                                 *
      *****************************************************************
       4700-CHECK-PENDING.
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-OK
               STRING 'OPEN FAILED FOR PENDING-FILE, STATUS='
                      WS-PENDING-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'N' TO WS-PENDING-EOF-SW
           PERFORM 4750-CHECK-ONE-PENDING
               THRU 4750-CHECK-ONE-PENDING-EXIT
               UNTIL WS-END-OF-PENDING

           CLOSE PENDING-FILE
           .
       4700-CHECK-PENDING-EXIT.
           EXIT.

      *****************************************************************
      *    4750-CHECK-ONE-PENDING - CHECK ONE PENDING ORDER'S NUMBER   *
      *****************************************************************
       4750-CHECK-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-PENDING-EOF-SW
                   GO TO 4750-CHECK-ONE-PENDING-EXIT
           END-READ
           IF NOT WS-PENDING-OK
               STRING 'READ FAILED FOR PENDING-FILE, STATUS='
                      WS-PENDING-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-PENDING-READ

           MOVE PND-ORDER-NO TO WS-EDIT-ORDER-NO
           MOVE SPACES TO WS-BRK-KEYS
           STRING 'PENDING ORDER ' WS-EDIT-ORDER-NO
                  ' USER ' PND-USERID DELIMITED BY SIZE
                  INTO WS-BRK-KEYS
           END-STRING
           MOVE 'PENDING ORDER NUMBER NOT YET ISSUED' TO WS-BRK-NOTE
           MOVE PND-ORDER-NO TO WS-CHECK-ORDER-NO
           PERFORM 2800-CHECK-ORDER-NUMBER
               THRU 2800-CHECK-ORDER-NUMBER-EXIT
           .
       4750-CHECK-ONE-PENDING-EXIT.
           EXIT.

      *****************************************************************
      *    4800-CHECK-ORDER-CONTROL - WHERE ORDER NUMBERS ABOVE THE    *
      *    CONTROL RECORD WERE FOUND, PROPOSE MOVING THE CONTROL UP TO *
      *    THE HIGHEST ONE, SO THE NEXT ORDER GETS A NEW NUMBER        *
      *****************************************************************
       4800-CHECK-ORDER-CONTROL.
           IF WS-HIGHEST-ORDER-NO NOT > WS-CONTROL-ORDER-NO
               GO TO 4800-CHECK-ORDER-CONTROL-EXIT
           END-IF

           MOVE 07                  TO WS-BRK-TYPE
           MOVE 'DFH0XOC'           TO FXP-FILE-NAME
           MOVE WS-ORDER-CONTROL-ID TO FXP-RECORD-KEY
           MOVE 'OCR-NEXT-ORDER-NO' TO FXP-FIELD-NAME
           MOVE 'C'                 TO FXP-ACTION
           MOVE WS-CONTROL-ORDER-NO TO FXP-CURRENT-VALUE
           MOVE WS-HIGHEST-ORDER-NO TO FXP-PROPOSED-VALUE
           MOVE 'SET TO HIGHEST ORDER NUMBER ON FILE'
               TO FXP-REASON
           PERFORM 7100-WRITE-PROPOSAL THRU 7100-WRITE-PROPOSAL-EXIT
           .
       4800-CHECK-ORDER-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      *    5000-PRINT-SUMMARY - THE NUMBER OF BREAKS OF EACH TYPE AND  *
      *    THE OVERALL RESULT                                          *
      *****************************************************************
       5000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-SUMMARY-HEADING TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           PERFORM 5100-PRINT-TYPE-COUNT
               THRU 5100-PRINT-TYPE-COUNT-EXIT
               VARYING WS-BREAK-SUB FROM 1 BY 1
               UNTIL WS-BREAK-SUB > WS-BREAK-TYPES

           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           IF WS-TOTAL-BREAKS = 0
               MOVE WS-CLEAN-LINE TO REPORT-LINE
           ELSE
               MOVE WS-TOTAL-BREAKS TO WS-BL-COUNT
               MOVE WS-BROKEN-LINE TO REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       5000-PRINT-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      *    5100-PRINT-TYPE-COUNT - ONE BREAK TYPE AND ITS COUNT        *
      *****************************************************************
       5100-PRINT-TYPE-COUNT.
           MOVE WS-BREAK-SUB                 TO WS-SL-TYPE
           MOVE WS-BREAK-NAME (WS-BREAK-SUB)  TO WS-SL-NAME
           MOVE WS-BREAK-COUNT (WS-BREAK-SUB) TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       5100-PRINT-TYPE-COUNT-EXIT.
           EXIT.

      *****************************************************************
      *    7000-REPORT-BREAK - COUNT AND PRINT ONE BREAK FROM          *
      *    WS-BRK-TYPE, -KEYS, -FOUND, -EXPECTED AND -NOTE.  WHEN      *
      *    WS-BRK-VALUES-SW IS 'N' THE FOUND AND EXPECTED COLUMNS ARE  *
      *    LEFT BLANK                                                  *
      *****************************************************************
       7000-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT (WS-BRK-TYPE)
           ADD 1 TO WS-TOTAL-BREAKS

           MOVE WS-BRK-TYPE                 TO WS-DL-TYPE
           MOVE WS-BREAK-NAME (WS-BRK-TYPE) TO WS-DL-NAME
           MOVE WS-BRK-KEYS                 TO WS-DL-KEYS
           MOVE WS-BRK-NOTE                 TO WS-DL-NOTE
           IF WS-BRK-SHOW-VALUES
               MOVE WS-BRK-FOUND    TO WS-DL-FOUND
               MOVE WS-BRK-EXPECTED TO WS-DL-EXPECTED
           ELSE
               MOVE SPACES TO WS-DL-FOUND-X
               MOVE SPACES TO WS-DL-EXPECTED-X
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE 'Y' TO WS-BRK-VALUES-SW
           .
       7000-REPORT-BREAK-EXIT.
           EXIT.

      *****************************************************************
      *    7100-WRITE-PROPOSAL - WRITE THE FIX PROPOSAL BUILT IN       *
      *    DFH0XFP-RECORD FOR BREAK TYPE WS-BRK-TYPE, WHEN PROPOSALS   *
      *    WERE ASKED FOR ON SYSIN                                     *
      *****************************************************************
       7100-WRITE-PROPOSAL.
           IF NOT WS-PROPOSALS-WANTED
               GO TO 7100-WRITE-PROPOSAL-EXIT
           END-IF

           MOVE WS-BRK-TYPE TO FXP-BREAK-TYPE
           MOVE WS-RUN-DATE TO FXP-RUN-DATE
           WRITE PROPOSAL-LINE FROM DFH0XFP-RECORD
           IF NOT WS-PROPOSAL-OK
               STRING 'WRITE FAILED FOR PROPOSAL-FILE, STATUS='
                      WS-PROPOSAL-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           ADD 1 TO WS-PROPOSALS-WRITTEN
           .
       7100-WRITE-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-REPORT-LINE - WRITE REPORT-LINE AS ALREADY       *
      *    BUILT, ABENDING THE RUN ON A WRITE FAILURE                  *
      *****************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR INTEGRITY-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE - WRITE THE TRAILER COUNTS AND CLOSE DOWN    *
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-CATALOG-READ      TO WS-TL-CATALOG
           MOVE WS-ORDER-LINES-READ  TO WS-TL-ORDER-LINES
           MOVE WS-WAITLIST-READ     TO WS-TL-WAITLIST
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE WS-PO-LINES-READ     TO WS-T2-PO-LINES
           MOVE WS-HISTORY-READ      TO WS-T2-HISTORY
           MOVE WS-PENDING-READ      TO WS-T2-PENDING
           MOVE WS-PROPOSALS-WRITTEN TO WS-T2-PROPOSALS
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           CLOSE CATALOG-FILE
           IF WS-PROPOSALS-WANTED
               CLOSE PROPOSAL-FILE
           END-IF
           CLOSE INTEGRITY-REPORT
           .
       9000-TERMINATE-EXIT.
           EXIT.

      *****************************************************************
      *    9900-ABEND-RUN - AN OPEN, READ OR WRITE FAILED, OR THE      *
      *    SYSIN CARD WAS BAD.  DISPLAY THE REASON AND TERMINATE THE   *
      *    RUN WITH A NON-ZERO RETURN CODE SO THE JOB STEP SHOWS       *
      *    FAILED                                                      *
      *****************************************************************
       9900-ABEND-RUN.
           DISPLAY 'DFH0XINT - ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9900-ABEND-RUN-EXIT.
           EXIT.
