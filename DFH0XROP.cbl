       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XROP.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XROP                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Monthly reorder level review               *
      *                                                               *
      * FUNCTION =                                                    *
      *      Batch job run once a month to work out, from what has    *
      *      actually been issued, a recommended CAT-REORDER-POINT    *
      *      and CAT-REORDER-QTY for every catalog item, in place of  *
      *      the values keyed once when the item was added.           *
      *                                                                *
      *      Demand is taken over a window of the last N weeks        *
      *      (SYSIN) and bucketed by week back from the run date:     *
      *        - every order closed to the order history file         *
      *          (ORDHIST) in the window counts its OHR-ISSUED-QTY    *
      *          less OHR-RETURNED-QTY in the week it closed, so      *
      *          goods returned to stores are netted off and a        *
      *          cancelled order counts only what was handed over     *
      *          before the cancel.  The 'R' return records           *
      *          themselves are skipped - they are already netted on  *
      *          the closed order's record                            *
      *        - every line still on the open order file (ORDFILE)    *
      *          counts its OOR-QUANTITY plus OOR-ISSUED-QTY in the   *
      *          current week, since an order not yet closed is       *
      *          demand that has not yet reached the history          *
      *      From the weekly buckets come the average and the peak    *
      *      (highest single week) issues per week, and with the      *
      *      supplier's quoted SUP-LEAD-TIME-DAYS:                    *
      *        recommended reorder point = peak weekly issues x lead  *
      *            time in weeks, rounded up - enough stock on the    *
      *            shelf to see out the lead time at the busiest      *
      *            week's rate                                         *
      *        recommended reorder qty   = average weekly issues x    *
      *            the order cycle in weeks (SYSIN), rounded up, and  *
      *            never less than one                                 *
      *      both capped at 9999, the size of the catalog fields.     *
      *      An item whose supplier is blank, not on the supplier     *
      *      master or quotes no lead time is worked out on the       *
      *      default lead time from SYSIN and marked on the report.   *
      *                                                                *
      *      Every item whose recommendation differs from the master  *
      *      is printed on the review report (ROPRPT) with current    *
      *      and recommended values, biggest change first (the sum   *
      *      of the two differences), and written to the proposal    *
      *      file (ROPPROP, DFH0XRPC) keyed by item and run date,     *
      *      with status proposed.  Nothing on the master is changed  *
      *      here - a buyer approves or rejects each proposal online  *
      *      (APPROP) and the driver DFH0XROA applies the approved    *
      *      ones through the catalog manager's PSTROP request, which *
      *      logs each change with its reviewer.  An item that still  *
      *      has a proposal proposed or approved from an earlier run  *
      *      is printed but not proposed again - the same change      *
      *      would otherwise be reviewed twice - and is counted as in *
      *      review on the trailer.                                   *
      *                                                                *
      *      Items with no net demand in the window are not given a   *
      *      recommendation; they are listed instead on the           *
      *      slow-moving stock report (SLOWRPT) with their stock      *
      *      valued at CAT-COST and a total value.                    *
      *                                                                *
      *      The SYSIN card is:                                       *
      *        cols 1-2  window in weeks, 01-52                       *
      *        cols 3-4  order cycle in weeks, 01-52                  *
      *        cols 5-7  default lead time in days                    *
      *      e.g. 1304014 for a 13 week window, a 4 week order cycle  *
      *      and a 14 day default lead time.                          *
      *                                                                *
      *      Demand lines are sorted by item and week onto a work     *
      *      dataset (DMDWORK) and matched against the catalog        *
      *      master in item order; the recommendations then go       *
      *      through a second sort for the biggest-change order.     *
      *      Demand for an item no longer on the catalog is counted   *
      *      on the trailer and otherwise ignored.  Closed orders     *
      *      already archived off the history by DFH0XARC are not     *
      *      seen, so the window should not reach back past the       *
      *      archive cut-off or demand will be understated.           *
      *                                                                *
      *      Run as an ordinary MVS batch job step against the        *
      *      catalog, supplier, open order and history files while   *
      *      CICS is down (or via RLS when it is up), the same way    *
      *      DFH0XSUG is.                                             *
      *                                                                *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - MONTHLY       *
      *                                   DEMAND-BASED REORDER LEVEL  *
      *                                   REVIEW                      *
      *   $D1=          261015 CATMGR   : PROPOSAL FILE IS NOW A KSDS *
      *                                   WRITTEN WITH STATUS         *
      *                                   PROPOSED FOR ONLINE REVIEW; *
      *                                   AN ITEM ALREADY IN REVIEW   *
      *                                   IS NOT PROPOSED AGAIN       *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE   ASSIGN TO CATFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CAT-ITEM-REF
                  FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SUPPLIER-FILE  ASSIGN TO SUPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUP-SUPPLIER-CODE
                  FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT HISTORY-FILE   ASSIGN TO ORDHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OHR-KEY
                  FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ORDER-FILE     ASSIGN TO ORDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OOR-KEY
                  FILE STATUS IS WS-ORDER-STATUS.

           SELECT DEMAND-WORK    ASSIGN TO DMDWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DEMAND-STATUS.

           SELECT PROPOSAL-FILE  ASSIGN TO ROPPROP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RPR-KEY
                  FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT REVIEW-REPORT  ASSIGN TO ROPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT SLOW-REPORT    ASSIGN TO SLOWRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SLOW-STATUS.

           SELECT DEMAND-SORT    ASSIGN TO SORTWK01.

           SELECT REVIEW-SORT    ASSIGN TO SORTWK02.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XCRC.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XSPC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XOHC.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XORC.

       FD  DEMAND-WORK
           LABEL RECORDS ARE STANDARD.
       01  DEMAND-WORK-RECORD.
           05 DMW-ITEM-REF             PIC 9(4).
           05 DMW-WEEK                 PIC 9(2).
           05 DMW-QTY                  PIC 9(5).

       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XRPC.

       FD  REVIEW-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       FD  SLOW-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SLOW-LINE                   PIC X(132).

       SD  DEMAND-SORT.
       01  DEMAND-SORT-RECORD.
           05 DSR-ITEM-REF             PIC 9(4).
      *    Weeks back from the run date - 00 is the current week
           05 DSR-WEEK                 PIC 9(2).
           05 DSR-QTY                  PIC 9(5).

       SD  REVIEW-SORT.
       01  REVIEW-SORT-RECORD.
           05 RSR-CHANGE               PIC 9(5).
           05 RSR-ITEM-REF             PIC 9(4).
           05 RSR-DESCRIPTION          PIC X(40).
           05 RSR-SUPPLIER             PIC X(8).
           05 RSR-LEAD-TIME-DAYS       PIC 9(3).
           05 RSR-DEFAULT-LEAD-SW      PIC X(1).
           05 RSR-AVG-WEEKLY           PIC 9(5)V99.
           05 RSR-PEAK-WEEKLY          PIC 9(5).
           05 RSR-CUR-REORDER-POINT    PIC 9(4).
           05 RSR-NEW-REORDER-POINT    PIC 9(4).
           05 RSR-CUR-REORDER-QTY      PIC 9(4).
           05 RSR-NEW-REORDER-QTY      PIC 9(4).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    CONSTANTS AND SWITCHES                                     *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05 WS-CATALOG-STATUS        PIC X(2).
               88 WS-CATALOG-OK             VALUE '00'.
           05 WS-SUPPLIER-STATUS       PIC X(2).
               88 WS-SUPPLIER-OK            VALUE '00'.
           05 WS-HISTORY-STATUS        PIC X(2).
               88 WS-HISTORY-OK             VALUE '00'.
           05 WS-ORDER-STATUS          PIC X(2).
               88 WS-ORDER-OK               VALUE '00'.
           05 WS-DEMAND-STATUS         PIC X(2).
               88 WS-DEMAND-OK              VALUE '00'.
           05 WS-PROPOSAL-STATUS       PIC X(2).
               88 WS-PROPOSAL-OK            VALUE '00'.
               88 WS-PROPOSAL-EOF           VALUE '10'.
               88 WS-PROPOSAL-DUP-KEY       VALUE '22'.
           05 WS-REPORT-STATUS         PIC X(2).
               88 WS-REPORT-OK              VALUE '00'.
           05 WS-SLOW-STATUS           PIC X(2).
               88 WS-SLOW-OK                VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-SWITCHES.
           05 WS-CATALOG-EOF-SW        PIC X(1) VALUE 'N'.
               88 WS-END-OF-CATALOG        VALUE 'Y'.
           05 WS-HISTORY-EOF-SW        PIC X(1) VALUE 'N'.
               88 WS-END-OF-HISTORY        VALUE 'Y'.
           05 WS-ORDER-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-END-OF-ORDERS         VALUE 'Y'.
           05 WS-DEMAND-EOF-SW         PIC X(1) VALUE 'N'.
               88 WS-END-OF-DEMAND         VALUE 'Y'.
           05 WS-SORT-EOF-SW           PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORT           VALUE 'Y'.
           05 WS-DATE-VALID-SW         PIC X(1) VALUE 'N'.
               88 WS-DATE-VALID            VALUE 'Y'.
           05 WS-DEFAULT-LEAD-SW       PIC X(1) VALUE 'N'.
               88 WS-DEFAULT-LEAD-USED     VALUE 'Y'.
           05 WS-RPR-SCAN-EOF-SW       PIC X(1) VALUE 'N'.
               88 WS-END-OF-RPR-SCAN       VALUE 'Y'.
           05 WS-RPR-IN-REVIEW-SW      PIC X(1) VALUE 'N'.
               88 WS-RPR-IN-REVIEW         VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-HISTORY-READ          PIC 9(7) VALUE 0.
           05 WS-HISTORY-IN-WINDOW     PIC 9(7) VALUE 0.
           05 WS-ORDER-LINES-READ      PIC 9(7) VALUE 0.
           05 WS-INVALID-DATES         PIC 9(7) VALUE 0.
           05 WS-ITEMS-READ            PIC 9(7) VALUE 0.
           05 WS-ITEMS-WITH-DEMAND     PIC 9(7) VALUE 0.
           05 WS-PROPOSAL-COUNT        PIC 9(7) VALUE 0.
           05 WS-UNCHANGED-COUNT       PIC 9(7) VALUE 0.
           05 WS-IN-REVIEW-COUNT       PIC 9(7) VALUE 0.
           05 WS-SLOW-COUNT            PIC 9(7) VALUE 0.
           05 WS-ORPHAN-LINES          PIC 9(7) VALUE 0.
           05 WS-SLOW-VALUE            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05 WS-PARM-CARD.
               10 WS-WINDOW-WEEKS      PIC X(2).
               10 WS-CYCLE-WEEKS       PIC X(2).
               10 WS-DEFAULT-LEAD      PIC X(3).
           05 WS-WINDOW-WEEKS-N        PIC 9(2).
           05 WS-CYCLE-WEEKS-N         PIC 9(2).
           05 WS-DEFAULT-LEAD-N        PIC 9(3).
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-CLOSE-DATE            PIC 9(8).
           05 WS-CLOSE-DATE-SPLIT REDEFINES WS-CLOSE-DATE.
               10 WS-CLOSE-YEAR        PIC 9(4).
               10 WS-CLOSE-MONTH       PIC 9(2).
               10 WS-CLOSE-DAY         PIC 9(2).
           05 WS-DAYS-IN-MONTH         PIC 9(2).
           05 WS-LEAP-QUOTIENT         PIC 9(4).
           05 WS-LEAP-REMAINDER        PIC 9(3).
           05 WS-RUN-DAY-NUMBER        PIC S9(7) COMP-3.
           05 WS-CLOSE-DAY-NUMBER      PIC S9(7) COMP-3.
           05 WS-AGE-DAYS              PIC S9(7) COMP-3.
           05 WS-WEEK-NO               PIC 9(7) COMP-3.
           05 WS-NET-QTY               PIC S9(5) COMP-3.
      *    Demand item to match against the catalog - 99999 once the
      *    work dataset is exhausted, so it never matches a real item
           05 WS-DEMAND-ITEM           PIC 9(5).
           05 WS-TOTAL-DEMAND          PIC 9(7) COMP-3.
           05 WS-PEAK-WEEKLY           PIC 9(5) COMP-3.
           05 WS-AVG-WEEKLY            PIC 9(5)V99 COMP-3.
           05 WS-LEAD-DAYS             PIC 9(3).
           05 WS-CALC                  PIC 9(9)V9(4) COMP-3.
           05 WS-WHOLE                 PIC 9(9) COMP-3.
           05 WS-NEW-REORDER-POINT     PIC 9(4).
           05 WS-NEW-REORDER-QTY       PIC 9(4).
           05 WS-DIFF                  PIC S9(5) COMP-3.
           05 WS-CHANGE                PIC 9(5) COMP-3.
           05 WS-ITEM-VALUE            PIC S9(9)V99 COMP-3.

      *    Net issues per week over the window, week 00 (the current
      *    week) in entry 1
       01  WS-WEEK-TABLE.
           05 WS-WEEK-QTY              PIC 9(5) COMP-3
                                       OCCURS 52 TIMES.
       01  WS-WEEK-SUB                 PIC 9(4) COMP.

       01  WS-HEADING-1.
           05 FILLER  PIC X(20) VALUE 'DFH0XROP'.
           05 FILLER  PIC X(44)
                      VALUE 'REORDER LEVEL REVIEW - RUN DATE'.
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER  PIC X(60) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER  PIC X(7)  VALUE 'WINDOW '.
           05 WS-H2-WINDOW             PIC Z9.
           05 FILLER  PIC X(20) VALUE ' WEEKS  ORDER CYCLE '.
           05 WS-H2-CYCLE              PIC Z9.
           05 FILLER  PIC X(27) VALUE ' WEEKS  DEFAULT LEAD TIME '.
           05 WS-H2-LEAD               PIC ZZ9.
           05 FILLER  PIC X(5)  VALUE ' DAYS'.
           05 FILLER  PIC X(66) VALUE SPACES.

       01  WS-HEADING-3.
           05 FILLER  PIC X(6)  VALUE 'ITEM'.
           05 FILLER  PIC X(32) VALUE 'DESCRIPTION'.
           05 FILLER  PIC X(10) VALUE 'SUPPLIER'.
           05 FILLER  PIC X(5)  VALUE 'LEAD'.
           05 FILLER  PIC X(10) VALUE '  AVG/WK'.
           05 FILLER  PIC X(7)  VALUE 'PEAK/WK'.
           05 FILLER  PIC X(6)  VALUE '  ROP'.
           05 FILLER  PIC X(6)  VALUE ' > NEW'.
           05 FILLER  PIC X(6)  VALUE '  ROQ'.
           05 FILLER  PIC X(6)  VALUE ' > NEW'.
           05 FILLER  PIC X(7)  VALUE ' CHANGE'.
           05 FILLER  PIC X(31) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-ITEM-REF           PIC 9(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-DESCRIPTION        PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-SUPPLIER           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-LEAD               PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-AVG                PIC ZZZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-PEAK               PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-CUR-ROP            PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-NEW-ROP            PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-CUR-ROQ            PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-NEW-ROQ            PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-CHANGE             PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE               PIC X(12).
           05 FILLER                   PIC X(17) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05 FILLER  PIC X(11) VALUE 'ITEMS READ='.
           05 WS-TL-ITEMS              PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(12) VALUE 'WITH DEMAND='.
           05 WS-TL-DEMAND             PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'PROPOSALS='.
           05 WS-TL-PROPOSALS          PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'UNCHANGED='.
           05 WS-TL-UNCHANGED          PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(12) VALUE 'SLOW-MOVING='.
           05 WS-TL-SLOW               PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'IN REVIEW='.
           05 WS-TL-IN-REVIEW          PIC ZZZZZZ9.
           05 FILLER  PIC X(5)  VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05 FILLER  PIC X(14) VALUE 'HISTORY READ='.
           05 WS-TL-HISTORY            PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'IN WINDOW='.
           05 WS-TL-IN-WINDOW          PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(17) VALUE 'OPEN ORDER LINES='.
           05 WS-TL-ORDER-LINES        PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(14) VALUE 'INVALID DATES='.
           05 WS-TL-INVALID            PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(17) VALUE 'ITEMS NOT ON CAT='.
           05 WS-TL-ORPHANS            PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.

       01  WS-SLOW-HEADING-1.
           05 FILLER  PIC X(20) VALUE 'DFH0XROP'.
           05 FILLER  PIC X(44)
                      VALUE 'SLOW-MOVING STOCK - RUN DATE'.
           05 WS-SH1-RUN-DATE PIC 9(8).
           05 FILLER  PIC X(60) VALUE SPACES.

       01  WS-SLOW-HEADING-2.
           05 FILLER  PIC X(28) VALUE 'NO NET ISSUES IN THE LAST'.
           05 WS-SH2-WINDOW            PIC Z9.
           05 FILLER  PIC X(6)  VALUE ' WEEKS'.
           05 FILLER  PIC X(96) VALUE SPACES.

       01  WS-SLOW-HEADING-3.
           05 FILLER  PIC X(6)  VALUE 'ITEM'.
           05 FILLER  PIC X(42) VALUE 'DESCRIPTION'.
           05 FILLER  PIC X(10) VALUE 'SUPPLIER'.
           05 FILLER  PIC X(10) VALUE 'IN STOCK'.
           05 FILLER  PIC X(11) VALUE '      COST'.
           05 FILLER  PIC X(16) VALUE '     STOCK VALUE'.
           05 FILLER  PIC X(37) VALUE SPACES.

       01  WS-SLOW-DETAIL-LINE.
           05 WS-SD-ITEM-REF           PIC 9(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-SD-DESCRIPTION        PIC X(40).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-SD-SUPPLIER           PIC X(8).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-SD-IN-STOCK           PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-SD-COST               PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-SD-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(39) VALUE SPACES.

       01  WS-SLOW-TRAILER-LINE.
           05 FILLER  PIC X(18) VALUE 'SLOW-MOVING ITEMS='.
           05 WS-ST-COUNT              PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(12) VALUE 'TOTAL VALUE='.
           05 WS-ST-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(74) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           SORT DEMAND-SORT
               ON ASCENDING KEY DSR-ITEM-REF
                                DSR-WEEK
               INPUT PROCEDURE IS 2000-RELEASE-DEMAND
                   THRU 2000-RELEASE-DEMAND-EXIT
               GIVING DEMAND-WORK

           PERFORM 1100-OPEN-DEMAND-WORK THRU 1100-OPEN-DEMAND-WORK-EXIT

           SORT REVIEW-SORT
               ON DESCENDING KEY RSR-CHANGE
                  ASCENDING KEY RSR-ITEM-REF
               INPUT PROCEDURE IS 3000-REVIEW-CATALOG
                   THRU 3000-REVIEW-CATALOG-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-REVIEW
                   THRU 4000-PRINT-REVIEW-EXIT

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           GOBACK
           .
      *****************************************************************
      *    1000-INITIALIZE - READ AND CHECK THE SYSIN CARD, OPEN       *
      *    FILES, PICK UP THE RUN DATE AND WRITE BOTH REPORTS'         *
      *    HEADINGS                                                    *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD

           IF WS-WINDOW-WEEKS NOT NUMERIC
              OR WS-CYCLE-WEEKS NOT NUMERIC
              OR WS-DEFAULT-LEAD NOT NUMERIC
               MOVE 'SYSIN CARD IS NOT NUMERIC (WWCCLLL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           MOVE WS-WINDOW-WEEKS TO WS-WINDOW-WEEKS-N
           MOVE WS-CYCLE-WEEKS  TO WS-CYCLE-WEEKS-N
           MOVE WS-DEFAULT-LEAD TO WS-DEFAULT-LEAD-N

           IF WS-WINDOW-WEEKS-N < 01 OR WS-WINDOW-WEEKS-N > 52
              OR WS-CYCLE-WEEKS-N < 01 OR WS-CYCLE-WEEKS-N > 52
               MOVE 'SYSIN WINDOW AND CYCLE MUST BE 01-52 WEEKS'
                   TO WS-ABEND-MESSAGE
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

           OPEN INPUT  HISTORY-FILE
           IF NOT WS-HISTORY-OK
               STRING 'OPEN FAILED FOR HISTORY-FILE, STATUS='
                      WS-HISTORY-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  ORDER-FILE
           IF NOT WS-ORDER-OK
               STRING 'OPEN FAILED FOR ORDER-FILE, STATUS='
                      WS-ORDER-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN I-O    PROPOSAL-FILE
           IF NOT WS-PROPOSAL-OK
               STRING 'OPEN FAILED FOR PROPOSAL-FILE, STATUS='
                      WS-PROPOSAL-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN OUTPUT REVIEW-REPORT
           IF NOT WS-REPORT-OK
               STRING 'OPEN FAILED FOR REVIEW-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN OUTPUT SLOW-REPORT
           IF NOT WS-SLOW-OK
               STRING 'OPEN FAILED FOR SLOW-REPORT, STATUS='
                      WS-SLOW-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAY-NUMBER

           PERFORM 8100-WRITE-HEADINGS THRU 8100-WRITE-HEADINGS-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    1100-OPEN-DEMAND-WORK - THE DEMAND SORT HAS WRITTEN AND     *
      *    CLOSED THE WORK DATASET; OPEN IT FOR THE CATALOG MATCH AND  *
      *    PRIME THE FIRST DEMAND LINE AND CATALOG ITEM                *
      *****************************************************************
       1100-OPEN-DEMAND-WORK.
           OPEN INPUT  DEMAND-WORK
           IF NOT WS-DEMAND-OK
               STRING 'OPEN FAILED FOR DEMAND-WORK, STATUS='
                      WS-DEMAND-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           PERFORM 3200-READ-NEXT-DEMAND THRU 3200-READ-NEXT-DEMAND-EXIT
           PERFORM 3100-READ-NEXT-ITEM THRU 3100-READ-NEXT-ITEM-EXIT
           .
       1100-OPEN-DEMAND-WORK-EXIT.
           EXIT.

      *****************************************************************
      *    2000-RELEASE-DEMAND - DEMAND SORT INPUT PROCEDURE.  RELEASE *
      *    ONE LINE PER CLOSED ORDER IN THE WINDOW, THEN ONE PER OPEN  *
      *    ORDER LINE, EACH UNDER ITS ITEM AND WEEK                    *
      *****************************************************************
       2000-RELEASE-DEMAND.
           PERFORM 2110-READ-NEXT-HISTORY
               THRU 2110-READ-NEXT-HISTORY-EXIT
           PERFORM 2100-RELEASE-ONE-HISTORY
               THRU 2100-RELEASE-ONE-HISTORY-EXIT
               UNTIL WS-END-OF-HISTORY

           PERFORM 2210-READ-NEXT-ORDER
               THRU 2210-READ-NEXT-ORDER-EXIT
           PERFORM 2200-RELEASE-ONE-ORDER
               THRU 2200-RELEASE-ONE-ORDER-EXIT
               UNTIL WS-END-OF-ORDERS
           .
       2000-RELEASE-DEMAND-EXIT.
           EXIT.

      *****************************************************************
      *    2100-RELEASE-ONE-HISTORY - AGE ONE CLOSED ORDER BY ITS      *
      *    CLOSE DATE AND, WHEN IT CLOSED INSIDE THE WINDOW, RELEASE   *
      *    WHAT WAS ISSUED LESS WHAT HAS COME BACK.  RETURN RECORDS    *
      *    ARE SKIPPED - THE RETURN IS ALREADY NETTED ON THE CLOSED    *
      *    ORDER'S OHR-RETURNED-QTY                                    *
      *****************************************************************
       2100-RELEASE-ONE-HISTORY.
           ADD 1 TO WS-HISTORY-READ

           IF OHR-CLOSED-RETURNED
               GO TO 2100-RELEASE-ONE-HISTORY-EXIT
           END-IF

           MOVE 'N' TO WS-DATE-VALID-SW
           IF OHR-CLOSE-DATE-TIME(1:8) IS NUMERIC
               MOVE OHR-CLOSE-DATE-TIME(1:8) TO WS-CLOSE-DATE
               PERFORM 2050-VALIDATE-CLOSE-DATE
                   THRU 2050-VALIDATE-CLOSE-DATE-EXIT
           END-IF

           IF NOT WS-DATE-VALID
               ADD 1 TO WS-INVALID-DATES
               GO TO 2100-RELEASE-ONE-HISTORY-EXIT
           END-IF

           MOVE FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE)
               TO WS-CLOSE-DAY-NUMBER
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DAY-NUMBER - WS-CLOSE-DAY-NUMBER
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           DIVIDE WS-AGE-DAYS BY 7 GIVING WS-WEEK-NO
           IF WS-WEEK-NO NOT LESS THAN WS-WINDOW-WEEKS-N
               GO TO 2100-RELEASE-ONE-HISTORY-EXIT
           END-IF
           ADD 1 TO WS-HISTORY-IN-WINDOW

           COMPUTE WS-NET-QTY = OHR-ISSUED-QTY - OHR-RETURNED-QTY
           IF WS-NET-QTY NOT GREATER THAN 0
               GO TO 2100-RELEASE-ONE-HISTORY-EXIT
           END-IF

           MOVE OHR-ITEM-REF TO DSR-ITEM-REF
           MOVE WS-WEEK-NO   TO DSR-WEEK
           MOVE WS-NET-QTY   TO DSR-QTY
           RELEASE DEMAND-SORT-RECORD
           .
       2100-RELEASE-ONE-HISTORY-EXIT.
           PERFORM 2110-READ-NEXT-HISTORY
               THRU 2110-READ-NEXT-HISTORY-EXIT
           EXIT.

      *****************************************************************
      *    2050-VALIDATE-CLOSE-DATE - A NUMERIC CLOSE DATE IS NOT      *
      *    NECESSARILY A REAL CCYYMMDD, AND INTEGER-OF-DATE ON AN      *
      *    IMPOSSIBLE DATE WOULD ABEND THE RUN - THE SAME CHECK        *
      *    DFH0XAGE MAKES ON A WAITLIST ENTRY'S LOGGED DATE            *
      *****************************************************************
       2050-VALIDATE-CLOSE-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SW

           IF WS-CLOSE-YEAR < 1601
              OR WS-CLOSE-MONTH < 01 OR WS-CLOSE-MONTH > 12
              OR WS-CLOSE-DAY < 01
               MOVE 'N' TO WS-DATE-VALID-SW
               GO TO 2050-VALIDATE-CLOSE-DATE-EXIT
           END-IF

           EVALUATE WS-CLOSE-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-CLOSE-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-CLOSE-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           DIVIDE WS-CLOSE-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE

           IF WS-CLOSE-DAY > WS-DAYS-IN-MONTH
               MOVE 'N' TO WS-DATE-VALID-SW
           END-IF
           .
       2050-VALIDATE-CLOSE-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    2110-READ-NEXT-HISTORY - READ THE NEXT ORDER HISTORY RECORD *
      *****************************************************************
       2110-READ-NEXT-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
           END-READ
           .
       2110-READ-NEXT-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    2200-RELEASE-ONE-ORDER - AN OPEN ORDER LINE IS DEMAND NOT   *
      *    YET CLOSED TO THE HISTORY; RELEASE ITS WHOLE QUANTITY -     *
      *    STILL OUTSTANDING PLUS ALREADY ISSUED - IN THE CURRENT WEEK *
      *****************************************************************
       2200-RELEASE-ONE-ORDER.
           ADD 1 TO WS-ORDER-LINES-READ

           COMPUTE WS-NET-QTY = OOR-QUANTITY + OOR-ISSUED-QTY
           IF WS-NET-QTY NOT GREATER THAN 0
               GO TO 2200-RELEASE-ONE-ORDER-EXIT
           END-IF

           MOVE OOR-ITEM-REF TO DSR-ITEM-REF
           MOVE 0            TO DSR-WEEK
           MOVE WS-NET-QTY   TO DSR-QTY
           RELEASE DEMAND-SORT-RECORD
           .
       2200-RELEASE-ONE-ORDER-EXIT.
           PERFORM 2210-READ-NEXT-ORDER
               THRU 2210-READ-NEXT-ORDER-EXIT
           EXIT.

      *****************************************************************
      *    2210-READ-NEXT-ORDER - READ THE NEXT OPEN ORDER LINE        *
      *****************************************************************
       2210-READ-NEXT-ORDER.
           READ ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-ORDER-EOF-SW
           END-READ
           .
       2210-READ-NEXT-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    3000-REVIEW-CATALOG - REVIEW SORT INPUT PROCEDURE.  WALK    *
      *    THE CATALOG IN ITEM ORDER ALONGSIDE THE SORTED DEMAND,      *
      *    THEN COUNT ANY DEMAND LEFT OVER FOR ITEMS PAST THE LAST     *
      *    ONE ON THE CATALOG                                          *
      *****************************************************************
       3000-REVIEW-CATALOG.
           PERFORM 3050-REVIEW-ONE-ITEM
               THRU 3050-REVIEW-ONE-ITEM-EXIT
               UNTIL WS-END-OF-CATALOG

           PERFORM 3300-SKIP-ORPHAN-DEMAND
               THRU 3300-SKIP-ORPHAN-DEMAND-EXIT
               UNTIL WS-END-OF-DEMAND
           .
       3000-REVIEW-CATALOG-EXIT.
           EXIT.

      *****************************************************************
      *    3050-REVIEW-ONE-ITEM - GATHER THE ITEM'S WEEKLY DEMAND.     *
      *    NO NET DEMAND PUTS IT ON THE SLOW-MOVING REPORT; OTHERWISE  *
      *    WORK OUT ITS RECOMMENDED LEVELS AND RELEASE THEM FOR THE    *
      *    REVIEW REPORT WHEN THEY DIFFER FROM THE MASTER              *
      *****************************************************************
       3050-REVIEW-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ

           PERFORM 3300-SKIP-ORPHAN-DEMAND
               THRU 3300-SKIP-ORPHAN-DEMAND-EXIT
               UNTIL WS-DEMAND-ITEM NOT LESS THAN CAT-ITEM-REF

           PERFORM 3060-CLEAR-ONE-WEEK THRU 3060-CLEAR-ONE-WEEK-EXIT
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 52
           MOVE 0 TO WS-TOTAL-DEMAND

           PERFORM 3070-ADD-ONE-DEMAND THRU 3070-ADD-ONE-DEMAND-EXIT
               UNTIL WS-DEMAND-ITEM NOT = CAT-ITEM-REF

           IF WS-TOTAL-DEMAND = 0
               PERFORM 3500-LIST-SLOW-MOVER
                   THRU 3500-LIST-SLOW-MOVER-EXIT
               GO TO 3050-REVIEW-ONE-ITEM-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-WITH-DEMAND

           PERFORM 3400-RECOMMEND-LEVELS
               THRU 3400-RECOMMEND-LEVELS-EXIT

           COMPUTE WS-DIFF = WS-NEW-REORDER-POINT - CAT-REORDER-POINT
           IF WS-DIFF < 0
               COMPUTE WS-DIFF = 0 - WS-DIFF
           END-IF
           MOVE WS-DIFF TO WS-CHANGE
           COMPUTE WS-DIFF = WS-NEW-REORDER-QTY - CAT-REORDER-QTY
           IF WS-DIFF < 0
               COMPUTE WS-DIFF = 0 - WS-DIFF
           END-IF
           ADD WS-DIFF TO WS-CHANGE

           IF WS-CHANGE = 0
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 3050-REVIEW-ONE-ITEM-EXIT
           END-IF

           MOVE WS-CHANGE            TO RSR-CHANGE
           MOVE CAT-ITEM-REF         TO RSR-ITEM-REF
           MOVE CAT-DESCRIPTION      TO RSR-DESCRIPTION
           MOVE CAT-SUPPLIER         TO RSR-SUPPLIER
           MOVE WS-LEAD-DAYS         TO RSR-LEAD-TIME-DAYS
           MOVE WS-DEFAULT-LEAD-SW   TO RSR-DEFAULT-LEAD-SW
           MOVE WS-AVG-WEEKLY        TO RSR-AVG-WEEKLY
           MOVE WS-PEAK-WEEKLY       TO RSR-PEAK-WEEKLY
           MOVE CAT-REORDER-POINT    TO RSR-CUR-REORDER-POINT
           MOVE WS-NEW-REORDER-POINT TO RSR-NEW-REORDER-POINT
           MOVE CAT-REORDER-QTY      TO RSR-CUR-REORDER-QTY
           MOVE WS-NEW-REORDER-QTY   TO RSR-NEW-REORDER-QTY
           RELEASE REVIEW-SORT-RECORD

           ADD 1 TO WS-PROPOSAL-COUNT
           .
       3050-REVIEW-ONE-ITEM-EXIT.
           PERFORM 3100-READ-NEXT-ITEM THRU 3100-READ-NEXT-ITEM-EXIT
           EXIT.

      *****************************************************************
      *    3060-CLEAR-ONE-WEEK - ZERO ONE WEEK'S BUCKET                *
      *****************************************************************
       3060-CLEAR-ONE-WEEK.
           MOVE 0 TO WS-WEEK-QTY(WS-WEEK-SUB)
           .
       3060-CLEAR-ONE-WEEK-EXIT.
           EXIT.

      *****************************************************************
      *    3070-ADD-ONE-DEMAND - ADD ONE DEMAND LINE FOR THE CURRENT   *
      *    ITEM INTO ITS WEEK'S BUCKET AND READ THE NEXT               *
      *****************************************************************
       3070-ADD-ONE-DEMAND.
           COMPUTE WS-WEEK-SUB = DMW-WEEK + 1
           ADD DMW-QTY TO WS-WEEK-QTY(WS-WEEK-SUB)
           ADD DMW-QTY TO WS-TOTAL-DEMAND

           PERFORM 3200-READ-NEXT-DEMAND THRU 3200-READ-NEXT-DEMAND-EXIT
           .
       3070-ADD-ONE-DEMAND-EXIT.
           EXIT.

      *****************************************************************
      *    3100-READ-NEXT-ITEM - READ THE NEXT CATALOG MASTER RECORD   *
      *****************************************************************
       3100-READ-NEXT-ITEM.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SW
           END-READ
           .
       3100-READ-NEXT-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    3200-READ-NEXT-DEMAND - READ THE NEXT SORTED DEMAND LINE;   *
      *    AT THE END THE MATCH ITEM GOES TO 99999, ABOVE ANY ITEM     *
      *****************************************************************
       3200-READ-NEXT-DEMAND.
           READ DEMAND-WORK
               AT END
                   MOVE 'Y' TO WS-DEMAND-EOF-SW
                   MOVE 99999 TO WS-DEMAND-ITEM
                   GO TO 3200-READ-NEXT-DEMAND-EXIT
           END-READ

           MOVE DMW-ITEM-REF TO WS-DEMAND-ITEM
           .
       3200-READ-NEXT-DEMAND-EXIT.
           EXIT.

      *****************************************************************
      *    3300-SKIP-ORPHAN-DEMAND - A DEMAND LINE FOR AN ITEM NOT ON  *
      *    THE CATALOG (RETIRED SINCE) IS COUNTED AND PASSED OVER      *
      *****************************************************************
       3300-SKIP-ORPHAN-DEMAND.
           ADD 1 TO WS-ORPHAN-LINES
           PERFORM 3200-READ-NEXT-DEMAND THRU 3200-READ-NEXT-DEMAND-EXIT
           .
       3300-SKIP-ORPHAN-DEMAND-EXIT.
           EXIT.

      *****************************************************************
      *    3400-RECOMMEND-LEVELS - AVERAGE AND PEAK WEEKLY ISSUES, THE *
      *    LEAD TIME TO USE, AND FROM THEM THE RECOMMENDED REORDER     *
      *    POINT (PEAK WEEK X LEAD WEEKS) AND REORDER QUANTITY         *
      *    (AVERAGE WEEK X ORDER CYCLE WEEKS), EACH ROUNDED UP         *
      *****************************************************************
       3400-RECOMMEND-LEVELS.
           COMPUTE WS-AVG-WEEKLY ROUNDED =
               WS-TOTAL-DEMAND / WS-WINDOW-WEEKS-N

           MOVE 0 TO WS-PEAK-WEEKLY
           PERFORM 3410-CHECK-ONE-PEAK THRU 3410-CHECK-ONE-PEAK-EXIT
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WINDOW-WEEKS-N

           PERFORM 3420-FIND-LEAD-TIME THRU 3420-FIND-LEAD-TIME-EXIT

           COMPUTE WS-CALC = WS-PEAK-WEEKLY * WS-LEAD-DAYS / 7
           PERFORM 3430-ROUND-UP THRU 3430-ROUND-UP-EXIT
           MOVE WS-WHOLE TO WS-NEW-REORDER-POINT

           COMPUTE WS-CALC =
               WS-TOTAL-DEMAND * WS-CYCLE-WEEKS-N / WS-WINDOW-WEEKS-N
           PERFORM 3430-ROUND-UP THRU 3430-ROUND-UP-EXIT
           IF WS-WHOLE < 1
               MOVE 1 TO WS-WHOLE
           END-IF
           MOVE WS-WHOLE TO WS-NEW-REORDER-QTY
           .
       3400-RECOMMEND-LEVELS-EXIT.
           EXIT.

      *****************************************************************
      *    3410-CHECK-ONE-PEAK - KEEP THE HIGHEST WEEK SEEN SO FAR     *
      *****************************************************************
       3410-CHECK-ONE-PEAK.
           IF WS-WEEK-QTY(WS-WEEK-SUB) > WS-PEAK-WEEKLY
               MOVE WS-WEEK-QTY(WS-WEEK-SUB) TO WS-PEAK-WEEKLY
           END-IF
           .
       3410-CHECK-ONE-PEAK-EXIT.
           EXIT.

      *****************************************************************
      *    3420-FIND-LEAD-TIME - THE SUPPLIER'S QUOTED LEAD TIME, OR   *
      *    THE DEFAULT FROM SYSIN WHEN THE ITEM HAS NO SUPPLIER, THE   *
      *    SUPPLIER IS NOT ON THE MASTER OR QUOTES NO LEAD TIME        *
      *****************************************************************
       3420-FIND-LEAD-TIME.
           MOVE 'Y' TO WS-DEFAULT-LEAD-SW
           MOVE WS-DEFAULT-LEAD-N TO WS-LEAD-DAYS

           IF CAT-SUPPLIER = SPACES
               GO TO 3420-FIND-LEAD-TIME-EXIT
           END-IF

           MOVE CAT-SUPPLIER TO SUP-SUPPLIER-CODE
           READ SUPPLIER-FILE
               INVALID KEY
                   GO TO 3420-FIND-LEAD-TIME-EXIT
           END-READ

           IF WS-SUPPLIER-OK
              AND SUP-LEAD-TIME-DAYS > 0
               MOVE 'N' TO WS-DEFAULT-LEAD-SW
               MOVE SUP-LEAD-TIME-DAYS TO WS-LEAD-DAYS
           END-IF
           .
       3420-FIND-LEAD-TIME-EXIT.
           EXIT.

      *****************************************************************
      *    3430-ROUND-UP - TAKE WS-CALC UP TO THE NEXT WHOLE UNIT IN   *
      *    WS-WHOLE, CAPPED AT 9999 - THE SIZE OF THE CATALOG FIELDS   *
      *****************************************************************
       3430-ROUND-UP.
           MOVE WS-CALC TO WS-WHOLE
           IF WS-WHOLE < WS-CALC
               ADD 1 TO WS-WHOLE
           END-IF

           IF WS-WHOLE > 9999
               MOVE 9999 TO WS-WHOLE
           END-IF
           .
       3430-ROUND-UP-EXIT.
           EXIT.

      *****************************************************************
      *    3500-LIST-SLOW-MOVER - NO NET ISSUES IN THE WINDOW; LIST    *
      *    THE ITEM WITH ITS STOCK VALUED AT CAT-COST                  *
      *****************************************************************
       3500-LIST-SLOW-MOVER.
           COMPUTE WS-ITEM-VALUE = CAT-IN-STOCK * CAT-COST

           MOVE CAT-ITEM-REF    TO WS-SD-ITEM-REF
           MOVE CAT-DESCRIPTION TO WS-SD-DESCRIPTION
           MOVE CAT-SUPPLIER    TO WS-SD-SUPPLIER
           MOVE CAT-IN-STOCK    TO WS-SD-IN-STOCK
           MOVE CAT-COST        TO WS-SD-COST
           MOVE WS-ITEM-VALUE   TO WS-SD-VALUE
           MOVE WS-SLOW-DETAIL-LINE TO SLOW-LINE
           PERFORM 8050-WRITE-SLOW-LINE THRU 8050-WRITE-SLOW-LINE-EXIT

           ADD 1             TO WS-SLOW-COUNT
           ADD WS-ITEM-VALUE TO WS-SLOW-VALUE
           .
       3500-LIST-SLOW-MOVER-EXIT.
           EXIT.

      *****************************************************************
      *    4000-PRINT-REVIEW - REVIEW SORT OUTPUT PROCEDURE.  TAKE THE *
      *    RECOMMENDATIONS BACK BIGGEST CHANGE FIRST, PRINT EACH AND   *
      *    WRITE IT TO THE PROPOSAL FILE FOR REVIEW                    *
      *****************************************************************
       4000-PRINT-REVIEW.
           MOVE 'N' TO WS-SORT-EOF-SW

           PERFORM 4100-TAKE-ONE-PROPOSAL
               THRU 4100-TAKE-ONE-PROPOSAL-EXIT
               UNTIL WS-END-OF-SORT
           .
       4000-PRINT-REVIEW-EXIT.
           EXIT.

      *****************************************************************
      *    4100-TAKE-ONE-PROPOSAL - RETURN ONE SORTED RECOMMENDATION,  *
      *    PRINT IT AND WRITE ITS PROPOSAL RECORD (4200)               *
      *****************************************************************
       4100-TAKE-ONE-PROPOSAL.
           RETURN REVIEW-SORT
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   GO TO 4100-TAKE-ONE-PROPOSAL-EXIT
           END-RETURN

           MOVE RSR-ITEM-REF          TO WS-DL-ITEM-REF
           MOVE RSR-DESCRIPTION       TO WS-DL-DESCRIPTION
           MOVE RSR-SUPPLIER          TO WS-DL-SUPPLIER
           MOVE RSR-LEAD-TIME-DAYS    TO WS-DL-LEAD
           MOVE RSR-AVG-WEEKLY        TO WS-DL-AVG
           MOVE RSR-PEAK-WEEKLY       TO WS-DL-PEAK
           MOVE RSR-CUR-REORDER-POINT TO WS-DL-CUR-ROP
           MOVE RSR-NEW-REORDER-POINT TO WS-DL-NEW-ROP
           MOVE RSR-CUR-REORDER-QTY   TO WS-DL-CUR-ROQ
           MOVE RSR-NEW-REORDER-QTY   TO WS-DL-NEW-ROQ
           MOVE RSR-CHANGE            TO WS-DL-CHANGE
           IF RSR-DEFAULT-LEAD-SW = 'Y'
               MOVE 'DEFAULT LEAD' TO WS-DL-NOTE
           ELSE
               MOVE SPACES TO WS-DL-NOTE
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-LINE-FROM THRU 8000-WRITE-LINE-FROM-EXIT

           PERFORM 4200-WRITE-PROPOSAL
               THRU 4200-WRITE-PROPOSAL-EXIT
           .
       4100-TAKE-ONE-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *    4200-WRITE-PROPOSAL - WRITE THE RECOMMENDATION TO THE       *
      *    PROPOSAL FILE WITH STATUS PROPOSED.  THE ITEM'S EXISTING    *
      *    PROPOSALS ARE SCANNED FIRST - WHILE ONE IS STILL PROPOSED   *
      *    OR APPROVED IT HAS YET TO BE REVIEWED OR APPLIED, AND A     *
      *    SECOND ONE WOULD HAVE THE SAME CHANGE REVIEWED TWICE, SO    *
      *    THE ITEM IS COUNTED AS IN REVIEW INSTEAD.  A RERUN ON THE   *
      *    SAME DAY FINDS ITS OWN PROPOSAL AND COUNTS IT THE SAME WAY  *
      *****************************************************************
       4200-WRITE-PROPOSAL.
           MOVE 'N' TO WS-RPR-IN-REVIEW-SW
           MOVE 'N' TO WS-RPR-SCAN-EOF-SW
           MOVE RSR-ITEM-REF TO RPR-ITEM-REF
           MOVE LOW-VALUES   TO RPR-RUN-DATE

           START PROPOSAL-FILE KEY NOT LESS THAN RPR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RPR-SCAN-EOF-SW
           END-START

           PERFORM 4210-SCAN-NEXT-PROPOSAL
               THRU 4210-SCAN-NEXT-PROPOSAL-EXIT
               UNTIL WS-END-OF-RPR-SCAN
                  OR WS-RPR-IN-REVIEW

           IF WS-RPR-IN-REVIEW
               ADD 1 TO WS-IN-REVIEW-COUNT
               GO TO 4200-WRITE-PROPOSAL-EXIT
           END-IF

           MOVE RSR-ITEM-REF          TO RPR-ITEM-REF
           MOVE WS-RUN-DATE           TO RPR-RUN-DATE
           MOVE RSR-CUR-REORDER-POINT TO RPR-CUR-REORDER-POINT
           MOVE RSR-CUR-REORDER-QTY   TO RPR-CUR-REORDER-QTY
           MOVE RSR-NEW-REORDER-POINT TO RPR-NEW-REORDER-POINT
           MOVE RSR-NEW-REORDER-QTY   TO RPR-NEW-REORDER-QTY
           MOVE RSR-AVG-WEEKLY        TO RPR-AVG-WEEKLY
           MOVE RSR-PEAK-WEEKLY       TO RPR-PEAK-WEEKLY
           MOVE RSR-SUPPLIER          TO RPR-SUPPLIER
           MOVE RSR-LEAD-TIME-DAYS    TO RPR-LEAD-TIME-DAYS
           MOVE RSR-DESCRIPTION       TO RPR-DESCRIPTION
           MOVE 'P'                   TO RPR-STATUS
           MOVE SPACES                TO RPR-REVIEWED-BY
           MOVE SPACES                TO RPR-REVIEW-DATE-TIME
           MOVE SPACES                TO RPR-APPLIED-DATE-TIME

           WRITE DFH0XRP-RECORD
           EVALUATE TRUE
               WHEN WS-PROPOSAL-OK
                   CONTINUE
               WHEN WS-PROPOSAL-DUP-KEY
                   ADD 1 TO WS-IN-REVIEW-COUNT
               WHEN OTHER
                   STRING 'WRITE FAILED FOR PROPOSAL-FILE, STATUS='
                          WS-PROPOSAL-STATUS DELIMITED BY SIZE
                          INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-EVALUATE
           .
       4200-WRITE-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *    4210-SCAN-NEXT-PROPOSAL - READ ONE MORE OF THE ITEM'S       *
      *    PROPOSALS AND NOTE WHETHER ONE IS STILL AWAITING REVIEW OR  *
      *    THE APPLY RUN                                               *
      *****************************************************************
       4210-SCAN-NEXT-PROPOSAL.
           READ PROPOSAL-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-RPR-SCAN-EOF-SW
                   GO TO 4210-SCAN-NEXT-PROPOSAL-EXIT
           END-READ

           IF RPR-ITEM-REF NOT = RSR-ITEM-REF
               MOVE 'Y' TO WS-RPR-SCAN-EOF-SW
               GO TO 4210-SCAN-NEXT-PROPOSAL-EXIT
           END-IF

           IF RPR-PROPOSED OR RPR-APPROVED
               MOVE 'Y' TO WS-RPR-IN-REVIEW-SW
           END-IF
           .
       4210-SCAN-NEXT-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-LINE-FROM - WRITE REPORT-LINE AS ALREADY BUILT,  *
      *    ABENDING THE RUN ON A WRITE FAILURE                         *
      *****************************************************************
       8000-WRITE-LINE-FROM.
           WRITE REPORT-LINE
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR REVIEW-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       8000-WRITE-LINE-FROM-EXIT.
           EXIT.

      *****************************************************************
      *    8050-WRITE-SLOW-LINE - WRITE SLOW-LINE AS ALREADY BUILT,    *
      *    ABENDING THE RUN ON A WRITE FAILURE                         *
      *****************************************************************
       8050-WRITE-SLOW-LINE.
           WRITE SLOW-LINE
           IF NOT WS-SLOW-OK
               STRING 'WRITE FAILED FOR SLOW-REPORT, STATUS='
                      WS-SLOW-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       8050-WRITE-SLOW-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    8100-WRITE-HEADINGS - PAGE AND COLUMN HEADINGS FOR THE      *
      *    REVIEW REPORT AND THE SLOW-MOVING STOCK REPORT              *
      *****************************************************************
       8100-WRITE-HEADINGS.
           MOVE WS-RUN-DATE       TO WS-H1-RUN-DATE
           MOVE WS-WINDOW-WEEKS-N TO WS-H2-WINDOW
           MOVE WS-CYCLE-WEEKS-N  TO WS-H2-CYCLE
           MOVE WS-DEFAULT-LEAD-N TO WS-H2-LEAD
           MOVE WS-HEADING-1 TO REPORT-LINE
           PERFORM 8000-WRITE-LINE-FROM THRU 8000-WRITE-LINE-FROM-EXIT
           MOVE WS-HEADING-2 TO REPORT-LINE
           PERFORM 8000-WRITE-LINE-FROM THRU 8000-WRITE-LINE-FROM-EXIT
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-LINE-FROM THRU 8000-WRITE-LINE-FROM-EXIT
           MOVE WS-HEADING-3 TO REPORT-LINE
           PERFORM 8000-WRITE-LINE-FROM THRU 8000-WRITE-LINE-FROM-EXIT

           MOVE WS-RUN-DATE       TO WS-SH1-RUN-DATE
           MOVE WS-WINDOW-WEEKS-N TO WS-SH2-WINDOW
           MOVE WS-SLOW-HEADING-1 TO SLOW-LINE
           PERFORM 8050-WRITE-SLOW-LINE THRU 8050-WRITE-SLOW-LINE-EXIT
           MOVE WS-SLOW-HEADING-2 TO SLOW-LINE
           PERFORM 8050-WRITE-SLOW-LINE THRU 8050-WRITE-SLOW-LINE-EXIT
           MOVE SPACES TO SLOW-LINE
           PERFORM 8050-WRITE-SLOW-LINE THRU 8050-WRITE-SLOW-LINE-EXIT
           MOVE WS-SLOW-HEADING-3 TO SLOW-LINE
           PERFORM 8050-WRITE-SLOW-LINE THRU 8050-WRITE-SLOW-LINE-EXIT
           .
       8100-WRITE-HEADINGS-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE - WRITE BOTH REPORTS' TRAILERS AND CLOSE     *
      *    DOWN                                                        *
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-ITEMS-READ        TO WS-TL-ITEMS
           MOVE WS-ITEMS-WITH-DEMAND TO WS-TL-DEMAND
           MOVE WS-PROPOSAL-COUNT    TO WS-TL-PROPOSALS
           MOVE WS-UNCHANGED-COUNT   TO WS-TL-UNCHANGED
           MOVE WS-IN-REVIEW-COUNT   TO WS-TL-IN-REVIEW
           MOVE WS-SLOW-COUNT        TO WS-TL-SLOW
           MOVE WS-HISTORY-READ      TO WS-TL-HISTORY
           MOVE WS-HISTORY-IN-WINDOW TO WS-TL-IN-WINDOW
           MOVE WS-ORDER-LINES-READ  TO WS-TL-ORDER-LINES
           MOVE WS-INVALID-DATES     TO WS-TL-INVALID
           MOVE WS-ORPHAN-LINES      TO WS-TL-ORPHANS
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-LINE-FROM THRU 8000-WRITE-LINE-FROM-EXIT
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           PERFORM 8000-WRITE-LINE-FROM THRU 8000-WRITE-LINE-FROM-EXIT
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           PERFORM 8000-WRITE-LINE-FROM THRU 8000-WRITE-LINE-FROM-EXIT

           MOVE WS-SLOW-COUNT TO WS-ST-COUNT
           MOVE WS-SLOW-VALUE TO WS-ST-VALUE
           MOVE SPACES TO SLOW-LINE
           PERFORM 8050-WRITE-SLOW-LINE THRU 8050-WRITE-SLOW-LINE-EXIT
           MOVE WS-SLOW-TRAILER-LINE TO SLOW-LINE
           PERFORM 8050-WRITE-SLOW-LINE THRU 8050-WRITE-SLOW-LINE-EXIT

           CLOSE CATALOG-FILE
           CLOSE SUPPLIER-FILE
           CLOSE HISTORY-FILE
           CLOSE ORDER-FILE
           CLOSE DEMAND-WORK
           CLOSE PROPOSAL-FILE
           CLOSE REVIEW-REPORT
           CLOSE SLOW-REPORT
           .
       9000-TERMINATE-EXIT.
           EXIT.

      *****************************************************************
      *    9900-ABEND-RUN - THE SYSIN CARD IS BAD OR AN OPEN OR WRITE  *
      *    FAILED AGAINST ONE OF THE FILES.  DISPLAY THE REASON AND    *
      *    TERMINATE THE RUN WITH A NON-ZERO RETURN CODE SO THE JOB    *
      *    STEP SHOWS FAILED                                           *
      *****************************************************************
       9900-ABEND-RUN.
           DISPLAY 'DFH0XROP - ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9900-ABEND-RUN-EXIT.
           EXIT.
