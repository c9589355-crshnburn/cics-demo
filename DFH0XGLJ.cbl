       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XGLJ.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XGLJ                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Period-end general ledger journal          *
      *                     interface                                 *
      *                                                               *
      * FUNCTION =                                                    *
      *      Batch job run once for each budget period after the      *
      *      period-end job DFH0XBUD has closed it.  The period id    *
      *      to journal is read from SYSIN (NNNNNN).  The period must *
      *      be on the period history (DFH0XPD) as closed and not     *
      *      yet posted, so a period can never be journalled twice.   *
      *                                                               *
      *      Every stock value movement of the period is turned into  *
      *      a balanced debit/credit pair and sorted by account:      *
      *        - each order audit record (AUDFILE, the period's ORDA  *
      *          dataset) debits the charge department's cost centre  *
      *          and credits inventory at AUD-QUANTITY x              *
      *          AUD-UNIT-COST; a return to stores reverses it, a     *
      *          damaged return being debited to the damage expense   *
      *          account because it is not restocked                  *
      *        - each write-off, damage or shrinkage posting on the   *
      *          adjustment audit dataset (ADJAUD, the ADJA queue)    *
      *          debits the reason's expense account and credits      *
      *          inventory at the stock actually taken off x          *
      *          AJA-UNIT-COST (a gain reverses it; count errors are  *
      *          not journalled)                                      *
      *        - each receipt against a PO on the stock movement      *
      *          journal (STKJRNL) debits inventory and credits goods *
      *          received not invoiced at SMJ-QUANTITY x              *
      *          SMJ-UNIT-COST                                        *
      *      Adjustments and receipts are selected by their date and  *
      *      time falling within the period's opened and closed       *
      *      times.  Accounts and cost centres come from the general  *
      *      ledger mapping table (GLMFILE, DFH0XGMC), maintained by  *
      *      DFH0XGLM.                                                *
      *                                                               *
      *      The journal (GLJRNL, DFH0XGJC) is one header, one detail *
      *      line per account, cost centre, side and source, and a    *
      *      trailer, every record stamped with the period id.  It is *
      *      only written when every posting is mapped and the debits *
      *      equal the credits; otherwise the job prints why, leaves  *
      *      the journal empty and ends with return code 8.  Only     *
      *      after a journal has been written is the period stamped   *
      *      as posted on the period history.                         *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - PERIOD-END    *
      *                                   GENERAL LEDGER JOURNAL      *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE    ASSIGN TO PRDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRD-RECORD-KEY
                  FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GL-MAP-FILE    ASSIGN TO GLMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GLM-KEY
                  FILE STATUS IS WS-GLMAP-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO AUDFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ADJ-AUDIT-FILE ASSIGN TO ADJAUD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ADJAUD-STATUS.

           SELECT MOVEMENT-FILE  ASSIGN TO STKJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT JOURNAL-FILE   ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-REPORT ASSIGN TO GLJRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK      ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XPDC.

       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XGMC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XAUC.

       FD  ADJ-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XAAC.

       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XSMC.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XGJC.

       FD  JOURNAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-ACCOUNT              PIC X(8).
           05 SRT-COST-CENTRE          PIC X(8).
           05 SRT-DR-CR                PIC X(1).
           05 SRT-SOURCE-TYPE          PIC X(1).
           05 SRT-AMOUNT               PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    CONSTANTS AND SWITCHES                                     *
      *---------------------------------------------------------------*
       01  WS-CONSTANTS.
           05 WS-SOURCE-SYSTEM         PIC X(8) VALUE 'CATMGR  '.
           05 WS-INVENTORY-CODE        PIC X(8) VALUE 'INVENTRY'.
           05 WS-GRNI-CODE             PIC X(8) VALUE 'GRNI    '.
      *    Damaged returns are expensed to the same account as stock
      *    written off as damaged
           05 WS-DAMAGE-REASON         PIC X(8) VALUE 'D       '.

       01  WS-FILE-STATUSES.
           05 WS-PERIOD-STATUS         PIC X(2).
               88 WS-PERIOD-OK              VALUE '00'.
               88 WS-PERIOD-NOT-FOUND       VALUE '23'.
           05 WS-GLMAP-STATUS          PIC X(2).
               88 WS-GLMAP-OK               VALUE '00'.
               88 WS-GLMAP-NOT-FOUND        VALUE '23'.
           05 WS-AUDIT-STATUS          PIC X(2).
               88 WS-AUDIT-OK               VALUE '00'.
               88 WS-AUDIT-EOF              VALUE '10'.
           05 WS-ADJAUD-STATUS         PIC X(2).
               88 WS-ADJAUD-OK              VALUE '00'.
               88 WS-ADJAUD-EOF             VALUE '10'.
           05 WS-MOVEMENT-STATUS       PIC X(2).
               88 WS-MOVEMENT-OK            VALUE '00'.
               88 WS-MOVEMENT-EOF           VALUE '10'.
           05 WS-JOURNAL-STATUS        PIC X(2).
               88 WS-JOURNAL-OK             VALUE '00'.
           05 WS-REPORT-STATUS         PIC X(2).
               88 WS-REPORT-OK              VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-SWITCHES.
           05 WS-AUDIT-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-END-OF-AUDIT          VALUE 'Y'.
           05 WS-ADJAUD-EOF-SW         PIC X(1) VALUE 'N'.
               88 WS-END-OF-ADJAUD         VALUE 'Y'.
           05 WS-MOVEMENT-EOF-SW       PIC X(1) VALUE 'N'.
               88 WS-END-OF-MOVEMENTS      VALUE 'Y'.
           05 WS-SORT-EOF-SW           PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORT           VALUE 'Y'.
           05 WS-GROUP-ACTIVE-SW       PIC X(1) VALUE 'N'.
               88 WS-GROUP-ACTIVE          VALUE 'Y'.
           05 WS-REFUSED-SW            PIC X(1) VALUE 'N'.
               88 WS-JOURNAL-REFUSED       VALUE 'Y'.
           05 WS-MAP-FOUND-SW          PIC X(1) VALUE 'N'.
               88 WS-MAP-FOUND             VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-AUDITS-READ           PIC 9(7) VALUE 0.
           05 WS-WRONG-PERIOD-RECORDS  PIC 9(7) VALUE 0.
           05 WS-ADJUSTMENTS-READ      PIC 9(7) VALUE 0.
           05 WS-ADJUSTMENTS-OUTSIDE   PIC 9(7) VALUE 0.
           05 WS-ADJUSTMENTS-SKIPPED   PIC 9(7) VALUE 0.
           05 WS-MOVEMENTS-READ        PIC 9(7) VALUE 0.
           05 WS-MOVEMENTS-OUTSIDE     PIC 9(7) VALUE 0.
           05 WS-RECEIPTS-JOURNALLED   PIC 9(7) VALUE 0.
           05 WS-POSTINGS-RELEASED     PIC 9(7) VALUE 0.
           05 WS-UNMAPPED-POSTINGS     PIC 9(7) VALUE 0.
           05 WS-JOURNAL-LINES         PIC 9(6) VALUE 0.
           05 WS-INPUT-DEBITS          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-INPUT-CREDITS         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-JOURNAL-DEBITS        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-JOURNAL-CREDITS       PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05 WS-PARM-CARD.
               10 WS-PARM-PERIOD-ID    PIC X(6).
           05 WS-JOURNAL-PERIOD-ID     PIC 9(6).
           05 WS-PERIOD-OPENED         PIC X(14).
           05 WS-PERIOD-CLOSED         PIC X(14).
           05 WS-REFUSE-REASON         PIC X(50).
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-RUN-TIME-RAW          PIC 9(8).
           05 WS-RUN-TIME-SPLIT REDEFINES WS-RUN-TIME-RAW.
               10 WS-RUN-TIME          PIC 9(6).
               10 FILLER               PIC 9(2).
           05 WS-NOW-DATE-TIME         PIC X(14).
           05 WS-INVENTORY-ACCOUNT     PIC X(8).
           05 WS-INVENTORY-CC          PIC X(8).
           05 WS-GRNI-ACCOUNT          PIC X(8).
           05 WS-GRNI-CC               PIC X(8).
           05 WS-LOOKUP-TYPE           PIC X(1).
           05 WS-LOOKUP-CODE           PIC X(8).
           05 WS-LOOKUP-ACCOUNT        PIC X(8).
           05 WS-LOOKUP-CC             PIC X(8).
           05 WS-SOURCE-KEY            PIC X(40).
           05 WS-ADJ-QUANTITY          PIC S9(5).
           05 WS-EDIT-ORDER-NO         PIC 9(6).
           05 WS-EDIT-ITEM-REF         PIC 9(4).
           05 WS-EDIT-PO-NUMBER        PIC 9(6).
      *    One debit/credit pair - a negative amount swaps the sides
           05 WS-POST-DR-ACCOUNT       PIC X(8).
           05 WS-POST-DR-CC            PIC X(8).
           05 WS-POST-CR-ACCOUNT       PIC X(8).
           05 WS-POST-CR-CC            PIC X(8).
           05 WS-POST-SWAP-ACCOUNT     PIC X(8).
           05 WS-POST-SWAP-CC          PIC X(8).
           05 WS-POST-SOURCE           PIC X(1).
           05 WS-POST-AMOUNT           PIC S9(9)V99 COMP-3.
      *    Control-break group of sorted postings
           05 WS-GROUP-ACCOUNT         PIC X(8).
           05 WS-GROUP-CC              PIC X(8).
           05 WS-GROUP-DR-CR           PIC X(1).
           05 WS-GROUP-SOURCE          PIC X(1).
           05 WS-GROUP-AMOUNT          PIC S9(11)V99 COMP-3.

       01  WS-PERIOD-HIST-KEY.
           05 WS-PH-PERIOD-ID          PIC 9(6).
           05 FILLER                   PIC X(2) VALUE SPACES.

       01  WS-HEADING-1.
           05 FILLER  PIC X(20) VALUE 'DFH0XGLJ'.
           05 FILLER  PIC X(39)
                      VALUE 'GENERAL LEDGER JOURNAL'.
           05 FILLER  PIC X(7)  VALUE 'PERIOD '.
           05 WS-H1-PERIOD-ID  PIC 9(6).
           05 FILLER  PIC X(60) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05 FILLER  PIC X(44)
              VALUE 'POSTINGS WITH NO LEDGER MAPPING'.
           05 FILLER  PIC X(88) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05 FILLER  PIC X(22) VALUE 'NO LEDGER MAPPING FOR '.
           05 WS-EX-MAP-TYPE           PIC X(12).
           05 WS-EX-MAP-CODE           PIC X(8).
           05 FILLER                   PIC X(4) VALUE ' ON '.
           05 WS-EX-SOURCE-KEY         PIC X(40).
           05 FILLER                   PIC X(46) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER  PIC X(6)  VALUE 'LINE  '.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'ACCOUNT '.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'COST CTR'.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(20) VALUE '               DEBIT'.
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 FILLER  PIC X(20) VALUE '              CREDIT'.
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 FILLER  PIC X(30) VALUE 'DESCRIPTION'.
           05 FILLER  PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-LINE-NO            PIC ZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-ACCOUNT            PIC X(8).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-COST-CENTRE        PIC X(8).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-DEBIT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-DL-CREDIT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-DL-DESCRIPTION        PIC X(30).
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER  PIC X(34) VALUE 'JOURNAL TOTALS'.
           05 WS-TT-DEBITS             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-TT-CREDITS            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(57) VALUE SPACES.

       01  WS-POSTED-LINE.
           05 FILLER  PIC X(54) VALUE
              'JOURNAL BALANCED AND WRITTEN - PERIOD STAMPED POSTED'.
           05 FILLER  PIC X(78) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05 FILLER  PIC X(22) VALUE '*** JOURNAL REFUSED - '.
           05 WS-RL-REASON             PIC X(50).
           05 FILLER  PIC X(4)  VALUE ' ***'.
           05 FILLER  PIC X(56) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER  PIC X(19) VALUE 'AUDIT RECORDS READ='.
           05 WS-TL-AUDITS             PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(13) VALUE 'WRONG PERIOD='.
           05 WS-TL-WRONG              PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(17) VALUE 'ADJUSTMENTS READ='.
           05 WS-TL-ADJ-READ           PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(15) VALUE 'OUTSIDE PERIOD='.
           05 WS-TL-ADJ-OUTSIDE        PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(16) VALUE 'NOT JOURNALLED ='.
           05 WS-TL-ADJ-SKIPPED        PIC ZZZZZZ9.
           05 FILLER  PIC X(1) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05 FILLER  PIC X(15) VALUE 'MOVEMENTS READ='.
           05 WS-T2-MOVES-READ         PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(15) VALUE 'OUTSIDE PERIOD='.
           05 WS-T2-MOVES-OUTSIDE      PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(12) VALUE 'PO RECEIPTS='.
           05 WS-T2-RECEIPTS           PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(9)  VALUE 'POSTINGS='.
           05 WS-T2-POSTINGS           PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(9)  VALUE 'UNMAPPED='.
           05 WS-T2-UNMAPPED           PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(6)  VALUE 'LINES='.
           05 WS-T2-LINES              PIC ZZZZZ9.
           05 FILLER  PIC X(5) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           IF NOT WS-JOURNAL-REFUSED
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-ACCOUNT
                                    SRT-COST-CENTRE
                                    SRT-DR-CR
                                    SRT-SOURCE-TYPE
                   INPUT PROCEDURE IS 2000-RELEASE-POSTINGS
                       THRU 2000-RELEASE-POSTINGS-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-JOURNAL
                       THRU 3000-WRITE-JOURNAL-EXIT
           END-IF

           IF WS-JOURNAL-REFUSED
               MOVE WS-REFUSE-REASON TO WS-RL-REASON
               MOVE WS-REFUSED-LINE TO REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5000-STAMP-PERIOD-POSTED
                   THRU 5000-STAMP-PERIOD-POSTED-EXIT
               MOVE WS-POSTED-LINE TO REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
           END-IF

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           GOBACK
           .
      *****************************************************************
      *    1000-INITIALIZE - READ THE PERIOD ID FROM SYSIN, OPEN       *
      *    FILES, CHECK THE PERIOD IS CLOSED AND NOT YET POSTED, AND   *
      *    LOOK UP THE INVENTORY AND GRNI CONTROL ACCOUNTS             *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD

           IF WS-PARM-PERIOD-ID NOT NUMERIC
               MOVE 'PERIOD ID FROM SYSIN IS NOT NUMERIC (NNNNNN)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           MOVE WS-PARM-PERIOD-ID TO WS-JOURNAL-PERIOD-ID

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-NOW-DATE-TIME
           END-STRING

           OPEN I-O    PERIOD-FILE
           IF NOT WS-PERIOD-OK
               STRING 'OPEN FAILED FOR PERIOD-FILE, STATUS='
                      WS-PERIOD-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  GL-MAP-FILE
           IF NOT WS-GLMAP-OK
               STRING 'OPEN FAILED FOR GL-MAP-FILE, STATUS='
                      WS-GLMAP-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN OUTPUT JOURNAL-REPORT
           IF NOT WS-REPORT-OK
               STRING 'OPEN FAILED FOR JOURNAL-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE WS-JOURNAL-PERIOD-ID TO WS-H1-PERIOD-ID
           MOVE WS-HEADING-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE WS-JOURNAL-PERIOD-ID TO WS-PH-PERIOD-ID
           MOVE WS-PERIOD-HIST-KEY   TO PRD-RECORD-KEY
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PERIOD-NOT-FOUND
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'PERIOD IS NOT ON THE PERIOD HISTORY'
                   TO WS-REFUSE-REASON
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF NOT WS-PERIOD-OK
               STRING 'READ FAILED FOR PERIOD-FILE, STATUS='
                      WS-PERIOD-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           IF NOT PRD-PERIOD-CLOSED
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'PERIOD HAS NOT BEEN CLOSED'
                   TO WS-REFUSE-REASON
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           IF PRD-GL-POSTED-DATE-TIME NOT = SPACES
               MOVE 'Y' TO WS-REFUSED-SW
               STRING 'PERIOD ALREADY POSTED AT '
                      PRD-GL-POSTED-DATE-TIME DELIMITED BY SIZE
                      INTO WS-REFUSE-REASON
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE PRD-OPENED-DATE-TIME TO WS-PERIOD-OPENED
           MOVE PRD-CLOSED-DATE-TIME TO WS-PERIOD-CLOSED

           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE 'C'               TO WS-LOOKUP-TYPE
           MOVE WS-INVENTORY-CODE TO WS-LOOKUP-CODE
           MOVE 'CONTROL ACCOUNT' TO WS-SOURCE-KEY
           PERFORM 2900-LOOKUP-MAP THRU 2900-LOOKUP-MAP-EXIT
           MOVE WS-LOOKUP-ACCOUNT TO WS-INVENTORY-ACCOUNT
           MOVE WS-LOOKUP-CC      TO WS-INVENTORY-CC

           MOVE 'C'               TO WS-LOOKUP-TYPE
           MOVE WS-GRNI-CODE      TO WS-LOOKUP-CODE
           MOVE 'CONTROL ACCOUNT' TO WS-SOURCE-KEY
           PERFORM 2900-LOOKUP-MAP THRU 2900-LOOKUP-MAP-EXIT
           MOVE WS-LOOKUP-ACCOUNT TO WS-GRNI-ACCOUNT
           MOVE WS-LOOKUP-CC      TO WS-GRNI-CC

           IF WS-UNMAPPED-POSTINGS > 0
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'INVENTRY/GRNI CONTROL ACCOUNTS ARE NOT MAPPED'
                   TO WS-REFUSE-REASON
           END-IF
           .
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-RELEASE-POSTINGS - SORT INPUT PROCEDURE.  TURN THE     *
      *    PERIOD'S ORDER AUDIT RECORDS, WRITE-OFF ADJUSTMENTS AND PO  *
      *    RECEIPTS INTO DEBIT/CREDIT PAIRS                            *
      *****************************************************************
       2000-RELEASE-POSTINGS.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               STRING 'OPEN FAILED FOR AUDIT-FILE, STATUS='
                      WS-AUDIT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'N' TO WS-AUDIT-EOF-SW
           PERFORM 2100-POST-ONE-AUDIT
               THRU 2100-POST-ONE-AUDIT-EXIT
               UNTIL WS-END-OF-AUDIT

           CLOSE AUDIT-FILE

           OPEN INPUT ADJ-AUDIT-FILE
           IF NOT WS-ADJAUD-OK
               STRING 'OPEN FAILED FOR ADJ-AUDIT-FILE, STATUS='
                      WS-ADJAUD-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'N' TO WS-ADJAUD-EOF-SW
           PERFORM 2200-POST-ONE-ADJUSTMENT
               THRU 2200-POST-ONE-ADJUSTMENT-EXIT
               UNTIL WS-END-OF-ADJAUD

           CLOSE ADJ-AUDIT-FILE

           OPEN INPUT MOVEMENT-FILE
           IF NOT WS-MOVEMENT-OK
               STRING 'OPEN FAILED FOR MOVEMENT-FILE, STATUS='
                      WS-MOVEMENT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE 'N' TO WS-MOVEMENT-EOF-SW
           PERFORM 2300-POST-ONE-RECEIPT
               THRU 2300-POST-ONE-RECEIPT-EXIT
               UNTIL WS-END-OF-MOVEMENTS

           CLOSE MOVEMENT-FILE
           .
       2000-RELEASE-POSTINGS-EXIT.
           EXIT.

      *****************************************************************
      *    2100-POST-ONE-AUDIT - AN ORDER DEBITS THE CHARGE            *
      *    DEPARTMENT AND CREDITS INVENTORY; A RETURN TO STORES        *
      *    CREDITS THE DEPARTMENT AND DEBITS INVENTORY, OR THE DAMAGE  *
      *    EXPENSE ACCOUNT WHEN IT CAME BACK DAMAGED AND WAS NOT       *
      *    RESTOCKED.  A RECORD FROM ANOTHER PERIOD MEANS THE WRONG    *
      *    ORDA DATASET WAS SUPPLIED AND REFUSES THE JOURNAL           *
      *****************************************************************
       2100-POST-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
                   GO TO 2100-POST-ONE-AUDIT-EXIT
           END-READ

           ADD 1 TO WS-AUDITS-READ

           IF AUD-PERIOD-ID NOT = WS-JOURNAL-PERIOD-ID
               ADD 1 TO WS-WRONG-PERIOD-RECORDS
               GO TO 2100-POST-ONE-AUDIT-EXIT
           END-IF

           MOVE AUD-ORDER-NO TO WS-EDIT-ORDER-NO
           MOVE AUD-ITEM-REF TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-SOURCE-KEY
           STRING 'ORDER ' WS-EDIT-ORDER-NO
                  ' ITEM ' WS-EDIT-ITEM-REF DELIMITED BY SIZE
                  INTO WS-SOURCE-KEY
           END-STRING

           MOVE 'D'             TO WS-LOOKUP-TYPE
           MOVE AUD-CHARGE-DEPT TO WS-LOOKUP-CODE
           PERFORM 2900-LOOKUP-MAP THRU 2900-LOOKUP-MAP-EXIT
           IF NOT WS-MAP-FOUND
               GO TO 2100-POST-ONE-AUDIT-EXIT
           END-IF

           COMPUTE WS-POST-AMOUNT = AUD-QUANTITY * AUD-UNIT-COST

           IF AUD-RETURN-ENTRY
               MOVE WS-LOOKUP-ACCOUNT    TO WS-POST-CR-ACCOUNT
               MOVE WS-LOOKUP-CC         TO WS-POST-CR-CC
               MOVE 'R'                  TO WS-POST-SOURCE
               IF AUD-RETURN-REASON = 'D'
                   MOVE 'R'              TO WS-LOOKUP-TYPE
                   MOVE WS-DAMAGE-REASON TO WS-LOOKUP-CODE
                   PERFORM 2900-LOOKUP-MAP THRU 2900-LOOKUP-MAP-EXIT
                   IF NOT WS-MAP-FOUND
                       GO TO 2100-POST-ONE-AUDIT-EXIT
                   END-IF
                   MOVE WS-LOOKUP-ACCOUNT TO WS-POST-DR-ACCOUNT
                   MOVE WS-LOOKUP-CC      TO WS-POST-DR-CC
               ELSE
                   MOVE WS-INVENTORY-ACCOUNT TO WS-POST-DR-ACCOUNT
                   MOVE WS-INVENTORY-CC      TO WS-POST-DR-CC
               END-IF
           ELSE
               MOVE WS-LOOKUP-ACCOUNT    TO WS-POST-DR-ACCOUNT
               MOVE WS-LOOKUP-CC         TO WS-POST-DR-CC
               MOVE WS-INVENTORY-ACCOUNT TO WS-POST-CR-ACCOUNT
               MOVE WS-INVENTORY-CC      TO WS-POST-CR-CC
               MOVE 'O'                  TO WS-POST-SOURCE
           END-IF

           PERFORM 2800-RELEASE-PAIR THRU 2800-RELEASE-PAIR-EXIT
           .
       2100-POST-ONE-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      *    2200-POST-ONE-ADJUSTMENT - A WRITE-OFF, DAMAGE OR SHRINKAGE *
      *    POSTING WITHIN THE PERIOD DEBITS THE REASON'S EXPENSE       *
      *    ACCOUNT AND CREDITS INVENTORY AT THE STOCK ACTUALLY TAKEN   *
      *    OFF (NEW LESS OLD STOCK, SINCE STOCK IS NEVER TAKEN BELOW   *
      *    ZERO) VALUED AT THE COST AT POSTING.  A GAIN COMES OUT AS   *
      *    A NEGATIVE AMOUNT AND REVERSES THE SIDES.  COUNT ERRORS ARE *
      *    BOOK CORRECTIONS, NOT LOSSES, AND ARE NOT JOURNALLED        *
      *****************************************************************
       2200-POST-ONE-ADJUSTMENT.
           READ ADJ-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-ADJAUD-EOF-SW
                   GO TO 2200-POST-ONE-ADJUSTMENT-EXIT
           END-READ

           ADD 1 TO WS-ADJUSTMENTS-READ

           IF AJA-DATE-TIME < WS-PERIOD-OPENED
              OR AJA-DATE-TIME NOT < WS-PERIOD-CLOSED
               ADD 1 TO WS-ADJUSTMENTS-OUTSIDE
               GO TO 2200-POST-ONE-ADJUSTMENT-EXIT
           END-IF

           IF AJA-REASON-CODE NOT = 'W'
              AND AJA-REASON-CODE NOT = 'D'
              AND AJA-REASON-CODE NOT = 'S'
               ADD 1 TO WS-ADJUSTMENTS-SKIPPED
               GO TO 2200-POST-ONE-ADJUSTMENT-EXIT
           END-IF

           MOVE AJA-ITEM-REF TO WS-EDIT-ITEM-REF
           MOVE SPACES TO WS-SOURCE-KEY
           STRING 'ADJUSTMENT ITEM ' WS-EDIT-ITEM-REF
                  ' PROPOSED ' AJA-DATE-PROPOSED DELIMITED BY SIZE
                  INTO WS-SOURCE-KEY
           END-STRING

           MOVE 'R'             TO WS-LOOKUP-TYPE
           MOVE AJA-REASON-CODE TO WS-LOOKUP-CODE
           PERFORM 2900-LOOKUP-MAP THRU 2900-LOOKUP-MAP-EXIT
           IF NOT WS-MAP-FOUND
               GO TO 2200-POST-ONE-ADJUSTMENT-EXIT
           END-IF

           COMPUTE WS-ADJ-QUANTITY = AJA-NEW-STOCK - AJA-OLD-STOCK
           COMPUTE WS-POST-AMOUNT =
               0 - WS-ADJ-QUANTITY * AJA-UNIT-COST

           MOVE WS-LOOKUP-ACCOUNT    TO WS-POST-DR-ACCOUNT
           MOVE WS-LOOKUP-CC         TO WS-POST-DR-CC
           MOVE WS-INVENTORY-ACCOUNT TO WS-POST-CR-ACCOUNT
           MOVE WS-INVENTORY-CC      TO WS-POST-CR-CC
           MOVE 'A'                  TO WS-POST-SOURCE

           PERFORM 2800-RELEASE-PAIR THRU 2800-RELEASE-PAIR-EXIT
           .
       2200-POST-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *****************************************************************
      *    2300-POST-ONE-RECEIPT - A RECEIPT BOOKED AGAINST A PO       *
      *    WITHIN THE PERIOD DEBITS INVENTORY AND CREDITS GOODS        *
      *    RECEIVED NOT INVOICED, VALUED AT THE COST AT RECEIPT.       *
      *    EVERY OTHER STOCK MOVEMENT IS ALREADY COVERED BY THE ORDER  *
      *    AUDIT OR THE ADJUSTMENT AUDIT, OR MOVES NO VALUE            *
      *****************************************************************
       2300-POST-ONE-RECEIPT.
           READ MOVEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-MOVEMENT-EOF-SW
                   GO TO 2300-POST-ONE-RECEIPT-EXIT
           END-READ

           ADD 1 TO WS-MOVEMENTS-READ

           IF NOT SMJ-STOCK-RECEIVED
              OR SMJ-PO-NUMBER = 0
               GO TO 2300-POST-ONE-RECEIPT-EXIT
           END-IF

           IF SMJ-DATE-TIME < WS-PERIOD-OPENED
              OR SMJ-DATE-TIME NOT < WS-PERIOD-CLOSED
               ADD 1 TO WS-MOVEMENTS-OUTSIDE
               GO TO 2300-POST-ONE-RECEIPT-EXIT
           END-IF

           ADD 1 TO WS-RECEIPTS-JOURNALLED

           COMPUTE WS-POST-AMOUNT = SMJ-QUANTITY * SMJ-UNIT-COST

           MOVE WS-INVENTORY-ACCOUNT TO WS-POST-DR-ACCOUNT
           MOVE WS-INVENTORY-CC      TO WS-POST-DR-CC
           MOVE WS-GRNI-ACCOUNT      TO WS-POST-CR-ACCOUNT
           MOVE WS-GRNI-CC           TO WS-POST-CR-CC
           MOVE 'P'                  TO WS-POST-SOURCE

           PERFORM 2800-RELEASE-PAIR THRU 2800-RELEASE-PAIR-EXIT
           .
       2300-POST-ONE-RECEIPT-EXIT.
           EXIT.

      *****************************************************************
      *    2800-RELEASE-PAIR - RELEASE ONE DEBIT AND ONE CREDIT FOR    *
      *    THE SAME AMOUNT.  A NEGATIVE AMOUNT SWAPS THE SIDES; A ZERO *
      *    AMOUNT POSTS NOTHING                                        *
      *****************************************************************
       2800-RELEASE-PAIR.
           IF WS-POST-AMOUNT = 0
               GO TO 2800-RELEASE-PAIR-EXIT
           END-IF

           IF WS-POST-AMOUNT < 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
               MOVE WS-POST-DR-ACCOUNT   TO WS-POST-SWAP-ACCOUNT
               MOVE WS-POST-DR-CC        TO WS-POST-SWAP-CC
               MOVE WS-POST-CR-ACCOUNT   TO WS-POST-DR-ACCOUNT
               MOVE WS-POST-CR-CC        TO WS-POST-DR-CC
               MOVE WS-POST-SWAP-ACCOUNT TO WS-POST-CR-ACCOUNT
               MOVE WS-POST-SWAP-CC      TO WS-POST-CR-CC
           END-IF

           MOVE WS-POST-DR-ACCOUNT TO SRT-ACCOUNT
           MOVE WS-POST-DR-CC      TO SRT-COST-CENTRE
           MOVE 'D'                TO SRT-DR-CR
           MOVE WS-POST-SOURCE     TO SRT-SOURCE-TYPE
           MOVE WS-POST-AMOUNT     TO SRT-AMOUNT
           RELEASE SORT-RECORD
           ADD WS-POST-AMOUNT TO WS-INPUT-DEBITS

           MOVE WS-POST-CR-ACCOUNT TO SRT-ACCOUNT
           MOVE WS-POST-CR-CC      TO SRT-COST-CENTRE
           MOVE 'C'                TO SRT-DR-CR
           MOVE WS-POST-SOURCE     TO SRT-SOURCE-TYPE
           MOVE WS-POST-AMOUNT     TO SRT-AMOUNT
           RELEASE SORT-RECORD
           ADD WS-POST-AMOUNT TO WS-INPUT-CREDITS

           ADD 1 TO WS-POSTINGS-RELEASED
           .
       2800-RELEASE-PAIR-EXIT.
           EXIT.

      *****************************************************************
      *    2900-LOOKUP-MAP - FIND THE ACCOUNT AND COST CENTRE FOR      *
      *    WS-LOOKUP-TYPE/WS-LOOKUP-CODE.  A MISSING MAPPING IS        *
      *    COUNTED AND PRINTED WITH WS-SOURCE-KEY, AND REFUSES THE     *
      *    JOURNAL                                                     *
      *****************************************************************
       2900-LOOKUP-MAP.
           MOVE 'N' TO WS-MAP-FOUND-SW
           MOVE SPACES TO WS-LOOKUP-ACCOUNT
           MOVE SPACES TO WS-LOOKUP-CC

           MOVE WS-LOOKUP-TYPE TO GLM-MAP-TYPE
           MOVE WS-LOOKUP-CODE TO GLM-MAP-CODE
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-GLMAP-OK
               MOVE 'Y' TO WS-MAP-FOUND-SW
               MOVE GLM-ACCOUNT     TO WS-LOOKUP-ACCOUNT
               MOVE GLM-COST-CENTRE TO WS-LOOKUP-CC
               GO TO 2900-LOOKUP-MAP-EXIT
           END-IF

           IF NOT WS-GLMAP-NOT-FOUND
               STRING 'READ FAILED FOR GL-MAP-FILE, STATUS='
                      WS-GLMAP-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-UNMAPPED-POSTINGS
           EVALUATE WS-LOOKUP-TYPE
               WHEN 'D'
                   MOVE 'DEPARTMENT'  TO WS-EX-MAP-TYPE
               WHEN 'R'
                   MOVE 'REASON'      TO WS-EX-MAP-TYPE
               WHEN OTHER
                   MOVE 'CONTROL'     TO WS-EX-MAP-TYPE
           END-EVALUATE
           MOVE WS-LOOKUP-CODE TO WS-EX-MAP-CODE
           MOVE WS-SOURCE-KEY  TO WS-EX-SOURCE-KEY
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       2900-LOOKUP-MAP-EXIT.
           EXIT.

      *****************************************************************
      *    3000-WRITE-JOURNAL - SORT OUTPUT PROCEDURE.  REFUSE THE     *
      *    JOURNAL IF ANY POSTING WAS UNMAPPED, THE ORDA DATASET HELD  *
      *    ANOTHER PERIOD, OR THE DEBITS AND CREDITS DO NOT NET TO     *
      *    ZERO.  OTHERWISE WRITE THE HEADER, ONE LINE PER ACCOUNT,    *
      *    COST CENTRE, SIDE AND SOURCE, AND THE TRAILER - AND IF THE  *
      *    LINES WRITTEN DO NOT NET TO ZERO AFTER ALL, EMPTY THE       *
      *    JOURNAL AGAIN AND REFUSE IT                                 *
      *****************************************************************
       3000-WRITE-JOURNAL.
           IF WS-UNMAPPED-POSTINGS > 0
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'POSTINGS WITH NO LEDGER MAPPING'
                   TO WS-REFUSE-REASON
               GO TO 3000-WRITE-JOURNAL-EXIT
           END-IF

           IF WS-WRONG-PERIOD-RECORDS > 0
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'ORDER AUDIT RECORDS FROM ANOTHER PERIOD'
                   TO WS-REFUSE-REASON
               GO TO 3000-WRITE-JOURNAL-EXIT
           END-IF

           IF WS-INPUT-DEBITS NOT = WS-INPUT-CREDITS
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'DEBITS AND CREDITS DO NOT NET TO ZERO'
                   TO WS-REFUSE-REASON
               GO TO 3000-WRITE-JOURNAL-EXIT
           END-IF

           OPEN OUTPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               STRING 'OPEN FAILED FOR JOURNAL-FILE, STATUS='
                      WS-JOURNAL-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE SPACES               TO DFH0XGJ-RECORD
           MOVE 'H'                  TO GLJ-RECORD-TYPE
           MOVE WS-SOURCE-SYSTEM     TO GLJ-SOURCE-SYSTEM
           MOVE WS-JOURNAL-PERIOD-ID TO GLJ-PERIOD-ID
           MOVE WS-NOW-DATE-TIME     TO GLJ-HDR-CREATED
           MOVE WS-PERIOD-OPENED     TO GLJ-HDR-PERIOD-OPENED
           MOVE WS-PERIOD-CLOSED     TO GLJ-HDR-PERIOD-CLOSED
           PERFORM 8100-WRITE-JOURNAL-RECORD
               THRU 8100-WRITE-JOURNAL-RECORD-EXIT

           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-HEADING-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'N' TO WS-GROUP-ACTIVE-SW
           MOVE 0 TO WS-GROUP-AMOUNT

           PERFORM 3100-TAKE-ONE-SORTED
               THRU 3100-TAKE-ONE-SORTED-EXIT
               UNTIL WS-END-OF-SORT

           IF WS-GROUP-ACTIVE
               PERFORM 3200-WRITE-JOURNAL-LINE
                   THRU 3200-WRITE-JOURNAL-LINE-EXIT
           END-IF

           IF WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
              OR WS-JOURNAL-DEBITS NOT = WS-INPUT-DEBITS
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'JOURNAL LINES DO NOT NET TO ZERO'
                   TO WS-REFUSE-REASON
               GO TO 3000-WRITE-JOURNAL-EXIT
           END-IF

           MOVE SPACES               TO DFH0XGJ-RECORD
           MOVE 'T'                  TO GLJ-RECORD-TYPE
           MOVE WS-SOURCE-SYSTEM     TO GLJ-SOURCE-SYSTEM
           MOVE WS-JOURNAL-PERIOD-ID TO GLJ-PERIOD-ID
           MOVE WS-JOURNAL-LINES     TO GLJ-TRL-LINE-COUNT
           MOVE WS-JOURNAL-DEBITS    TO GLJ-TRL-TOTAL-DEBITS
           MOVE WS-JOURNAL-CREDITS   TO GLJ-TRL-TOTAL-CREDITS
           PERFORM 8100-WRITE-JOURNAL-RECORD
               THRU 8100-WRITE-JOURNAL-RECORD-EXIT

           CLOSE JOURNAL-FILE

           MOVE WS-JOURNAL-DEBITS  TO WS-TT-DEBITS
           MOVE WS-JOURNAL-CREDITS TO WS-TT-CREDITS
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       3000-WRITE-JOURNAL-EXIT.
           EXIT.

      *****************************************************************
      *    3100-TAKE-ONE-SORTED - RETURN ONE SORTED POSTING, WRITING   *
      *    THE PREVIOUS GROUP'S JOURNAL LINE ON A CHANGE OF ACCOUNT,   *
      *    COST CENTRE, SIDE OR SOURCE                                 *
      *****************************************************************
       3100-TAKE-ONE-SORTED.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   GO TO 3100-TAKE-ONE-SORTED-EXIT
           END-RETURN

           IF WS-GROUP-ACTIVE
              AND (SRT-ACCOUNT     NOT = WS-GROUP-ACCOUNT
                OR SRT-COST-CENTRE NOT = WS-GROUP-CC
                OR SRT-DR-CR       NOT = WS-GROUP-DR-CR
                OR SRT-SOURCE-TYPE NOT = WS-GROUP-SOURCE)
               PERFORM 3200-WRITE-JOURNAL-LINE
                   THRU 3200-WRITE-JOURNAL-LINE-EXIT
           END-IF

           IF NOT WS-GROUP-ACTIVE
               MOVE 'Y' TO WS-GROUP-ACTIVE-SW
               MOVE SRT-ACCOUNT     TO WS-GROUP-ACCOUNT
               MOVE SRT-COST-CENTRE TO WS-GROUP-CC
               MOVE SRT-DR-CR       TO WS-GROUP-DR-CR
               MOVE SRT-SOURCE-TYPE TO WS-GROUP-SOURCE
               MOVE 0 TO WS-GROUP-AMOUNT
           END-IF

           ADD SRT-AMOUNT TO WS-GROUP-AMOUNT
           .
       3100-TAKE-ONE-SORTED-EXIT.
           EXIT.

      *****************************************************************
      *    3200-WRITE-JOURNAL-LINE - WRITE ONE DETAIL LINE FOR THE     *
      *    GROUP JUST CLOSED AND LIST IT ON THE REPORT                 *
      *****************************************************************
       3200-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINES

           MOVE SPACES               TO DFH0XGJ-RECORD
           MOVE 'D'                  TO GLJ-RECORD-TYPE
           MOVE WS-SOURCE-SYSTEM     TO GLJ-SOURCE-SYSTEM
           MOVE WS-JOURNAL-PERIOD-ID TO GLJ-PERIOD-ID
           MOVE WS-JOURNAL-LINES     TO GLJ-LINE-NO
           MOVE WS-GROUP-ACCOUNT     TO GLJ-ACCOUNT
           MOVE WS-GROUP-CC          TO GLJ-COST-CENTRE
           MOVE WS-GROUP-DR-CR       TO GLJ-DR-CR
           MOVE WS-GROUP-AMOUNT      TO GLJ-AMOUNT
           MOVE WS-GROUP-SOURCE      TO GLJ-SOURCE-TYPE
           EVALUATE WS-GROUP-SOURCE
               WHEN 'O'
                   MOVE 'STORES ISSUES'       TO GLJ-DESCRIPTION
               WHEN 'R'
                   MOVE 'RETURNS TO STORES'   TO GLJ-DESCRIPTION
               WHEN 'A'
                   MOVE 'STOCK WRITTEN OFF'   TO GLJ-DESCRIPTION
               WHEN OTHER
                   MOVE 'GOODS RECEIVED ON PO' TO GLJ-DESCRIPTION
           END-EVALUATE
           PERFORM 8100-WRITE-JOURNAL-RECORD
               THRU 8100-WRITE-JOURNAL-RECORD-EXIT

           MOVE WS-JOURNAL-LINES TO WS-DL-LINE-NO
           MOVE WS-GROUP-ACCOUNT TO WS-DL-ACCOUNT
           MOVE WS-GROUP-CC      TO WS-DL-COST-CENTRE
           MOVE GLJ-DESCRIPTION  TO WS-DL-DESCRIPTION
           IF GLJ-DEBIT
               ADD WS-GROUP-AMOUNT TO WS-JOURNAL-DEBITS
               MOVE WS-GROUP-AMOUNT TO WS-DL-DEBIT
               MOVE 0               TO WS-DL-CREDIT
           ELSE
               ADD WS-GROUP-AMOUNT TO WS-JOURNAL-CREDITS
               MOVE 0               TO WS-DL-DEBIT
               MOVE WS-GROUP-AMOUNT TO WS-DL-CREDIT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE 'N' TO WS-GROUP-ACTIVE-SW
           MOVE 0 TO WS-GROUP-AMOUNT
           .
       3200-WRITE-JOURNAL-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    5000-STAMP-PERIOD-POSTED - THE JOURNAL IS WRITTEN; STAMP    *
      *    THE PERIOD HISTORY RECORD SO IT CANNOT BE POSTED AGAIN      *
      *****************************************************************
       5000-STAMP-PERIOD-POSTED.
           MOVE WS-JOURNAL-PERIOD-ID TO WS-PH-PERIOD-ID
           MOVE WS-PERIOD-HIST-KEY   TO PRD-RECORD-KEY
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PERIOD-OK
               STRING 'READ FAILED FOR PERIOD-FILE, STATUS='
                      WS-PERIOD-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE WS-NOW-DATE-TIME TO PRD-GL-POSTED-DATE-TIME
           REWRITE DFH0XPD-RECORD
           IF NOT WS-PERIOD-OK
               STRING 'REWRITE FAILED FOR PERIOD-FILE, STATUS='
                      WS-PERIOD-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       5000-STAMP-PERIOD-POSTED-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-REPORT-LINE - WRITE REPORT-LINE AS ALREADY       *
      *    BUILT, ABENDING THE RUN ON A WRITE FAILURE                  *
      *****************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR JOURNAL-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    8100-WRITE-JOURNAL-RECORD - WRITE ONE JOURNAL INTERFACE     *
      *    RECORD AS ALREADY BUILT, ABENDING ON A WRITE FAILURE        *
      *****************************************************************
       8100-WRITE-JOURNAL-RECORD.
           WRITE DFH0XGJ-RECORD
           IF NOT WS-JOURNAL-OK
               STRING 'WRITE FAILED FOR JOURNAL-FILE, STATUS='
                      WS-JOURNAL-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       8100-WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE - WRITE THE TRAILER COUNTS AND CLOSE DOWN    *
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-AUDITS-READ          TO WS-TL-AUDITS
           MOVE WS-WRONG-PERIOD-RECORDS TO WS-TL-WRONG
           MOVE WS-ADJUSTMENTS-READ     TO WS-TL-ADJ-READ
           MOVE WS-ADJUSTMENTS-OUTSIDE  TO WS-TL-ADJ-OUTSIDE
           MOVE WS-ADJUSTMENTS-SKIPPED  TO WS-TL-ADJ-SKIPPED
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE WS-MOVEMENTS-READ       TO WS-T2-MOVES-READ
           MOVE WS-MOVEMENTS-OUTSIDE    TO WS-T2-MOVES-OUTSIDE
           MOVE WS-RECEIPTS-JOURNALLED  TO WS-T2-RECEIPTS
           MOVE WS-POSTINGS-RELEASED    TO WS-T2-POSTINGS
           MOVE WS-UNMAPPED-POSTINGS    TO WS-T2-UNMAPPED
           MOVE WS-JOURNAL-LINES        TO WS-T2-LINES
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           CLOSE PERIOD-FILE
           CLOSE GL-MAP-FILE
           CLOSE JOURNAL-REPORT
           .
       9000-TERMINATE-EXIT.
           EXIT.

      *****************************************************************
      *    9900-ABEND-RUN - AN OPEN, READ, REWRITE OR WRITE FAILED,    *
      *    OR THE SYSIN CARD WAS BAD.  DISPLAY THE REASON AND          *
      *    TERMINATE THE RUN WITH A NON-ZERO RETURN CODE SO THE JOB    *
      *    STEP SHOWS FAILED                                           *
      *****************************************************************
       9900-ABEND-RUN.
           DISPLAY 'DFH0XGLJ - ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9900-ABEND-RUN-EXIT.
           EXIT.
