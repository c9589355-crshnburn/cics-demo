       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XSTK.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XSTK                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Stock card report from the stock movement  *
      *                     journal                                    *
      *                                                               *
      * FUNCTION =                                                    *
      *      Batch job reading the stock movement journal (the STKM   *
      *      queue's dataset STKJRNL, record DFH0XSMC) and printing    *
      *      a stock card for every item that moved in the date range *
      *      read from SYSIN (CCYYMMDD from-date then CCYYMMDD to-     *
      *      date in one card).  Each card lists the item's movements *
      *      in date/time order with the quantity, CAT-IN-STOCK and   *
      *      CAT-ON-ORDER before and after, the order, PO or           *
      *      adjustment reference and the user, then proves both       *
      *      balances - the opening balance (the first movement's      *
      *      before figure) plus the movements must equal the closing *
      *      balance.  The closing balance is taken from the next      *
      *      journalled movement after the range if there is one, or   *
      *      else from the catalog master (zero for an item since      *
      *      retired), so a range ending in the past proves as well   *
      *      as one ending today.                                      *
      *                                                                *
      *      An item that does not prove is flagged as a break on its *
      *      card, and the movement where the before figure does not   *
      *      follow on from the previous after figure is marked - that *
      *      is where the book changed without a journal record.  The  *
      *      trailer counts the movements read, skipped as before the  *
      *      range, and listed, the items carded and the breaks; the   *
      *      job ends with return code 8 when there is any break.      *
      *                                                                *
      *      The journal is sorted by item and date/time through an    *
      *      external sort, keeping movements stamped in the same      *
      *      second in the order they were journalled.                 *
      *                                                                *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - STOCK CARD    *
      *                                   REPORT WITH OPENING PLUS    *
      *                                   MOVEMENTS PROVED AGAINST    *
      *                                   THE CLOSING BALANCE         *
      *   $D1=          261015 CATMGR   : JOURNAL FD COPIES DFH0XSMC  *
      *                                   AND THE SORT CARRIES THE    *
      *                                   FULL 77-BYTE MOVEMENT,      *
      *                                   INCLUDING SMJ-UNIT-COST     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE   ASSIGN TO STKJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CATALOG-FILE   ASSIGN TO CATFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAT-ITEM-REF
                  FILE STATUS IS WS-CATALOG-STATUS.

           SELECT STOCK-CARD-REPORT ASSIGN TO STKRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK      ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XSMC.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XCRC.

       FD  STOCK-CARD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-ITEM-REF             PIC 9(4).
           05 SRT-DATE-TIME            PIC X(14).
      *    The whole DFH0XSMC record - 1000-INITIALIZE stops the run
      *    if the two ever differ in length
           05 SRT-MOVEMENT             PIC X(77).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    CONSTANTS AND SWITCHES                                     *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05 WS-JOURNAL-STATUS        PIC X(2).
               88 WS-JOURNAL-OK             VALUE '00'.
               88 WS-JOURNAL-EOF            VALUE '10'.
           05 WS-CATALOG-STATUS        PIC X(2).
               88 WS-CATALOG-OK             VALUE '00'.
               88 WS-CATALOG-NOT-FOUND      VALUE '23'.
           05 WS-REPORT-STATUS         PIC X(2).
               88 WS-REPORT-OK              VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-SWITCHES.
           05 WS-JOURNAL-EOF-SW        PIC X(1) VALUE 'N'.
               88 WS-END-OF-JOURNAL        VALUE 'Y'.
           05 WS-SORT-EOF-SW           PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORT           VALUE 'Y'.
           05 WS-ITEM-ACTIVE-SW        PIC X(1) VALUE 'N'.
               88 WS-ITEM-ACTIVE           VALUE 'Y'.
           05 WS-NEXT-MOVEMENT-SW      PIC X(1) VALUE 'N'.
               88 WS-NEXT-MOVEMENT-FOUND   VALUE 'Y'.
           05 WS-ITEM-ON-MASTER-SW     PIC X(1) VALUE 'N'.
               88 WS-ITEM-ON-MASTER        VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-MOVEMENTS-READ        PIC 9(7) VALUE 0.
           05 WS-MOVEMENTS-BEFORE      PIC 9(7) VALUE 0.
           05 WS-MOVEMENTS-LISTED      PIC 9(7) VALUE 0.
           05 WS-ITEMS-CARDED          PIC 9(7) VALUE 0.
           05 WS-ITEMS-BROKEN          PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-PARM-CARD.
               10 WS-FROM-DATE         PIC X(8).
               10 WS-TO-DATE           PIC X(8).
           05 WS-CURRENT-ITEM          PIC 9(4).
           05 WS-ITEM-LISTED           PIC 9(5).
      *    Running, opening and expected closing balances for the
      *    item being carded; movements are signed totals
           05 WS-OPEN-STOCK            PIC S9(5) COMP-3.
           05 WS-OPEN-ON-ORDER         PIC S9(5) COMP-3.
           05 WS-LAST-STOCK            PIC S9(5) COMP-3.
           05 WS-LAST-ON-ORDER         PIC S9(5) COMP-3.
           05 WS-STOCK-MOVES           PIC S9(7) COMP-3.
           05 WS-ON-ORDER-MOVES        PIC S9(7) COMP-3.
           05 WS-CLOSE-STOCK           PIC S9(7) COMP-3.
           05 WS-CLOSE-ON-ORDER        PIC S9(7) COMP-3.
           05 WS-EXPECT-STOCK          PIC S9(5) COMP-3.
           05 WS-EXPECT-ON-ORDER       PIC S9(5) COMP-3.
           05 WS-STOCK-CHANGE          PIC S9(5) COMP-3.
           05 WS-ON-ORDER-CHANGE       PIC S9(5) COMP-3.
           05 WS-EXPECT-SOURCE         PIC X(24).
           05 WS-ITEM-DESCRIPTION      PIC X(40).

       01  WS-HEADING-1.
           05 FILLER  PIC X(20) VALUE 'DFH0XSTK'.
           05 FILLER  PIC X(28)
                      VALUE 'STOCK CARD - MOVEMENTS FROM'.
           05 WS-H1-FROM-DATE PIC X(8).
           05 FILLER  PIC X(4)  VALUE ' TO '.
           05 WS-H1-TO-DATE   PIC X(8).
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(9)  VALUE 'RUN DATE '.
           05 WS-H1-RUN-DATE  PIC 9(8).
           05 FILLER  PIC X(43) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER  PIC X(16) VALUE 'DATE     TIME'.
           05 FILLER  PIC X(15) VALUE 'MOVEMENT'.
           05 FILLER  PIC X(9)  VALUE 'QUANTITY'.
           05 FILLER  PIC X(9)  VALUE 'STK BEFR'.
           05 FILLER  PIC X(9)  VALUE 'STK CHNG'.
           05 FILLER  PIC X(9)  VALUE 'STK AFTR'.
           05 FILLER  PIC X(9)  VALUE 'O/O BEFR'.
           05 FILLER  PIC X(9)  VALUE 'O/O CHNG'.
           05 FILLER  PIC X(9)  VALUE 'O/O AFTR'.
           05 FILLER  PIC X(17) VALUE 'REFERENCE'.
           05 FILLER  PIC X(9)  VALUE 'USERID'.
           05 FILLER  PIC X(12) VALUE SPACES.

       01  WS-ITEM-HEADER.
           05 FILLER  PIC X(5)  VALUE 'ITEM '.
           05 WS-IH-ITEM-REF           PIC 9(4).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 WS-IH-DESCRIPTION        PIC X(40).
           05 FILLER  PIC X(81) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-DATE               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-DL-TIME               PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-DL-TYPE               PIC X(14).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DL-QUANTITY           PIC ZZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DL-STOCK-BEFORE       PIC ZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-STOCK-CHANGE       PIC -(4)9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DL-STOCK-AFTER        PIC ZZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-DL-ON-ORDER-BEFORE    PIC ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DL-ON-ORDER-CHANGE    PIC -(3)9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-DL-ON-ORDER-AFTER     PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-DL-REFERENCE          PIC X(16).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-DL-USERID             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-DL-FLAG               PIC X(12).

      *    Reference column build area - order number, supplier/PO
      *    number, or adjustment date by movement type
       01  WS-REFERENCE-ORDER.
           05 FILLER                   PIC X(6) VALUE 'ORDER '.
           05 WS-RO-ORDER-NO           PIC 9(6).
           05 FILLER                   PIC X(4) VALUE SPACES.

       01  WS-REFERENCE-PO.
           05 WS-RP-SUPPLIER           PIC X(8).
           05 FILLER                   PIC X(1) VALUE '/'.
           05 WS-RP-PO-NUMBER          PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.

       01  WS-REFERENCE-ADJ.
           05 FILLER                   PIC X(4) VALUE 'ADJ '.
           05 WS-RA-DATE-PROPOSED      PIC X(8).
           05 FILLER                   PIC X(4) VALUE SPACES.

       01  WS-PROOF-LINE.
           05 WS-PL-LABEL              PIC X(18).
           05 FILLER  PIC X(8)  VALUE 'OPENING '.
           05 WS-PL-OPENING            PIC ZZZ9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'MOVEMENTS '.
           05 WS-PL-MOVEMENTS          PIC -(5)9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 FILLER  PIC X(8)  VALUE 'CLOSING '.
           05 WS-PL-CLOSING            PIC -(4)9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 WS-PL-SOURCE             PIC X(24).
           05 WS-PL-EXPECTED           PIC ZZZ9.
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 WS-PL-RESULT             PIC X(15).
           05 FILLER  PIC X(18) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER  PIC X(15) VALUE 'MOVEMENTS READ='.
           05 WS-TL-READ           PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(13) VALUE 'BEFORE RANGE='.
           05 WS-TL-BEFORE         PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(7)  VALUE 'LISTED='.
           05 WS-TL-LISTED         PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(6)  VALUE 'ITEMS='.
           05 WS-TL-ITEMS          PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(7)  VALUE 'BREAKS='.
           05 WS-TL-BREAKS         PIC ZZZZZZ9.
           05 FILLER  PIC X(33) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SRT-ITEM-REF
                                SRT-DATE-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-RELEASE-MOVEMENTS
                   THRU 2000-RELEASE-MOVEMENTS-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-STOCK-CARDS
                   THRU 3000-PRINT-STOCK-CARDS-EXIT

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           IF WS-ITEMS-BROKEN > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .
      *****************************************************************
      *    1000-INITIALIZE - READ THE DATE RANGE, OPEN FILES, WRITE    *
      *    HEADINGS                                                    *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD

           IF WS-FROM-DATE NOT NUMERIC
              OR WS-TO-DATE NOT NUMERIC
               MOVE 'DATE RANGE FROM SYSIN IS NOT CCYYMMDD CCYYMMDD'
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
               MOVE 'FROM-DATE FROM SYSIN IS AFTER THE TO-DATE'
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           IF LENGTH OF SRT-MOVEMENT NOT = LENGTH OF DFH0XSM-RECORD
               MOVE 'SORT RECORD DOES NOT MATCH THE DFH0XSMC LAYOUT'
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               STRING 'OPEN FAILED FOR JOURNAL-FILE, STATUS='
                      WS-JOURNAL-STATUS DELIMITED BY SIZE
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

           OPEN OUTPUT STOCK-CARD-REPORT
           IF NOT WS-REPORT-OK
               STRING 'OPEN FAILED FOR STOCK-CARD-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE WS-FROM-DATE TO WS-H1-FROM-DATE
           MOVE WS-TO-DATE   TO WS-H1-TO-DATE
           MOVE WS-RUN-DATE  TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-HEADING-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-RELEASE-MOVEMENTS - SORT INPUT PROCEDURE.  READ THE    *
      *    WHOLE JOURNAL AND RELEASE EVERY MOVEMENT ON OR AFTER THE    *
      *    FROM-DATE.  MOVEMENTS AFTER THE TO-DATE ARE RELEASED TOO -  *
      *    THE FIRST OF THEM GIVES THE ITEM'S CLOSING BALANCE AT THE   *
      *    END OF THE RANGE                                            *
      *****************************************************************
       2000-RELEASE-MOVEMENTS.
           PERFORM 2100-RELEASE-ONE-MOVEMENT
               THRU 2100-RELEASE-ONE-MOVEMENT-EXIT
               UNTIL WS-END-OF-JOURNAL
           .
       2000-RELEASE-MOVEMENTS-EXIT.
           EXIT.

      *****************************************************************
      *    2100-RELEASE-ONE-MOVEMENT - READ AND RELEASE ONE MOVEMENT   *
      *****************************************************************
       2100-RELEASE-ONE-MOVEMENT.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JOURNAL-EOF-SW
                   GO TO 2100-RELEASE-ONE-MOVEMENT-EXIT
           END-READ

           IF NOT WS-JOURNAL-OK
               STRING 'READ FAILED FOR JOURNAL-FILE, STATUS='
                      WS-JOURNAL-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-MOVEMENTS-READ

           IF SMJ-DATE-TIME(1:8) < WS-FROM-DATE
               ADD 1 TO WS-MOVEMENTS-BEFORE
               GO TO 2100-RELEASE-ONE-MOVEMENT-EXIT
           END-IF

           MOVE SMJ-ITEM-REF   TO SRT-ITEM-REF
           MOVE SMJ-DATE-TIME  TO SRT-DATE-TIME
           MOVE DFH0XSM-RECORD TO SRT-MOVEMENT
           RELEASE SORT-RECORD
           .
       2100-RELEASE-ONE-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      *    3000-PRINT-STOCK-CARDS - SORT OUTPUT PROCEDURE.  TAKE THE   *
      *    MOVEMENTS BACK IN ITEM AND DATE/TIME ORDER AND PRINT ONE    *
      *    CARD PER ITEM, PROVING IT AT EACH CHANGE OF ITEM            *
      *****************************************************************
       3000-PRINT-STOCK-CARDS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'N' TO WS-ITEM-ACTIVE-SW

           PERFORM 3100-TAKE-ONE-MOVEMENT
               THRU 3100-TAKE-ONE-MOVEMENT-EXIT
               UNTIL WS-END-OF-SORT

           IF WS-ITEM-ACTIVE
               PERFORM 3400-PROVE-ITEM
                   THRU 3400-PROVE-ITEM-EXIT
           END-IF
           .
       3000-PRINT-STOCK-CARDS-EXIT.
           EXIT.

      *****************************************************************
      *    3100-TAKE-ONE-MOVEMENT - RETURN ONE SORTED MOVEMENT.  ON A  *
      *    CHANGE OF ITEM PROVE THE PREVIOUS CARD AND START A NEW ONE. *
      *    A MOVEMENT AFTER THE TO-DATE IS NOT LISTED - THE FIRST ONE  *
      *    ONLY SUPPLIES THE EXPECTED CLOSING BALANCES                 *
      *****************************************************************
       3100-TAKE-ONE-MOVEMENT.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   GO TO 3100-TAKE-ONE-MOVEMENT-EXIT
           END-RETURN

           MOVE SRT-MOVEMENT TO DFH0XSM-RECORD

           IF WS-ITEM-ACTIVE
              AND SMJ-ITEM-REF NOT = WS-CURRENT-ITEM
               PERFORM 3400-PROVE-ITEM
                   THRU 3400-PROVE-ITEM-EXIT
           END-IF

           IF NOT WS-ITEM-ACTIVE
               PERFORM 3200-START-ITEM
                   THRU 3200-START-ITEM-EXIT
           END-IF

           IF SMJ-DATE-TIME(1:8) > WS-TO-DATE
               IF NOT WS-NEXT-MOVEMENT-FOUND
                   MOVE 'Y' TO WS-NEXT-MOVEMENT-SW
                   MOVE SMJ-STOCK-BEFORE    TO WS-EXPECT-STOCK
                   MOVE SMJ-ON-ORDER-BEFORE TO WS-EXPECT-ON-ORDER
               END-IF
               GO TO 3100-TAKE-ONE-MOVEMENT-EXIT
           END-IF

           PERFORM 3300-LIST-MOVEMENT
               THRU 3300-LIST-MOVEMENT-EXIT
           .
       3100-TAKE-ONE-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      *    3200-START-ITEM - FIRST MOVEMENT SEEN FOR AN ITEM.  CLEAR   *
      *    THE CARD TOTALS AND LOOK THE ITEM UP ON THE CATALOG MASTER  *
      *    FOR ITS DESCRIPTION AND ITS CURRENT BALANCES                *
      *****************************************************************
       3200-START-ITEM.
           MOVE 'Y' TO WS-ITEM-ACTIVE-SW
           MOVE 'N' TO WS-NEXT-MOVEMENT-SW
           MOVE SMJ-ITEM-REF TO WS-CURRENT-ITEM
           MOVE 0 TO WS-ITEM-LISTED
           MOVE 0 TO WS-STOCK-MOVES
           MOVE 0 TO WS-ON-ORDER-MOVES

           MOVE SMJ-ITEM-REF TO CAT-ITEM-REF
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CATALOG-OK
               MOVE 'Y' TO WS-ITEM-ON-MASTER-SW
               MOVE CAT-DESCRIPTION TO WS-ITEM-DESCRIPTION
               MOVE CAT-IN-STOCK    TO WS-EXPECT-STOCK
               MOVE CAT-ON-ORDER    TO WS-EXPECT-ON-ORDER
           ELSE
               IF NOT WS-CATALOG-NOT-FOUND
                   STRING 'READ FAILED FOR CATALOG-FILE, STATUS='
                          WS-CATALOG-STATUS DELIMITED BY SIZE
                          INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
               END-IF
               MOVE 'N' TO WS-ITEM-ON-MASTER-SW
               MOVE '** NOT ON CATALOG MASTER **'
                   TO WS-ITEM-DESCRIPTION
               MOVE 0 TO WS-EXPECT-STOCK
               MOVE 0 TO WS-EXPECT-ON-ORDER
           END-IF
           .
       3200-START-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    3300-LIST-MOVEMENT - PRINT ONE MOVEMENT IN THE RANGE.  THE  *
      *    FIRST ONE PRINTS THE CARD HEADING AND GIVES THE OPENING     *
      *    BALANCES; EVERY LATER ONE MUST START FROM THE BALANCES THE  *
      *    ONE BEFORE IT LEFT, OR IT IS MARKED AS A CHAIN BREAK        *
      *****************************************************************
       3300-LIST-MOVEMENT.
           MOVE SPACES TO WS-DL-FLAG

           IF WS-ITEM-LISTED = 0
               ADD 1 TO WS-ITEMS-CARDED
               MOVE WS-CURRENT-ITEM     TO WS-IH-ITEM-REF
               MOVE WS-ITEM-DESCRIPTION TO WS-IH-DESCRIPTION
               MOVE SPACES TO REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               MOVE WS-ITEM-HEADER TO REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               MOVE SMJ-STOCK-BEFORE    TO WS-OPEN-STOCK
               MOVE SMJ-ON-ORDER-BEFORE TO WS-OPEN-ON-ORDER
           ELSE
               IF SMJ-STOCK-BEFORE NOT = WS-LAST-STOCK
                  OR SMJ-ON-ORDER-BEFORE NOT = WS-LAST-ON-ORDER
                   MOVE 'CHAIN BREAK' TO WS-DL-FLAG
               END-IF
           END-IF

           ADD 1 TO WS-ITEM-LISTED
           ADD 1 TO WS-MOVEMENTS-LISTED

           COMPUTE WS-STOCK-CHANGE = SMJ-STOCK-AFTER
                                   - SMJ-STOCK-BEFORE
           COMPUTE WS-ON-ORDER-CHANGE = SMJ-ON-ORDER-AFTER
                                      - SMJ-ON-ORDER-BEFORE
           ADD WS-STOCK-CHANGE    TO WS-STOCK-MOVES
           ADD WS-ON-ORDER-CHANGE TO WS-ON-ORDER-MOVES
           MOVE SMJ-STOCK-AFTER    TO WS-LAST-STOCK
           MOVE SMJ-ON-ORDER-AFTER TO WS-LAST-ON-ORDER

           MOVE SMJ-DATE-TIME(1:8)  TO WS-DL-DATE
           MOVE SMJ-DATE-TIME(9:6)  TO WS-DL-TIME

           EVALUATE TRUE
               WHEN SMJ-ORDER-PLACED
                   MOVE 'ORDER PLACED'  TO WS-DL-TYPE
               WHEN SMJ-ORDER-REDUCED
                   MOVE 'ORDER REDUCED' TO WS-DL-TYPE
               WHEN SMJ-STOCK-RECEIVED
                   MOVE 'RECEIPT'       TO WS-DL-TYPE
               WHEN SMJ-ADJUSTMENT-POSTED
                   MOVE 'ADJUSTMENT'    TO WS-DL-TYPE
               WHEN SMJ-RETURN-TO-STORES
                   MOVE 'RETURN'        TO WS-DL-TYPE
               WHEN SMJ-ITEM-RETIRED
                   MOVE 'ITEM RETIRED'  TO WS-DL-TYPE
               WHEN OTHER
                   MOVE SMJ-MOVEMENT-TYPE TO WS-DL-TYPE
           END-EVALUATE

           EVALUATE TRUE
               WHEN SMJ-PO-SUPPLIER NOT = SPACES
                   MOVE SMJ-PO-SUPPLIER  TO WS-RP-SUPPLIER
                   MOVE SMJ-PO-NUMBER    TO WS-RP-PO-NUMBER
                   MOVE WS-REFERENCE-PO  TO WS-DL-REFERENCE
               WHEN SMJ-ADJ-DATE-PROPOSED NOT = SPACES
                   MOVE SMJ-ADJ-DATE-PROPOSED TO WS-RA-DATE-PROPOSED
                   MOVE WS-REFERENCE-ADJ TO WS-DL-REFERENCE
               WHEN SMJ-ORDER-NO NOT = 0
                   MOVE SMJ-ORDER-NO     TO WS-RO-ORDER-NO
                   MOVE WS-REFERENCE-ORDER TO WS-DL-REFERENCE
               WHEN OTHER
                   MOVE SPACES           TO WS-DL-REFERENCE
           END-EVALUATE

           MOVE SMJ-QUANTITY        TO WS-DL-QUANTITY
           MOVE SMJ-STOCK-BEFORE    TO WS-DL-STOCK-BEFORE
           MOVE WS-STOCK-CHANGE     TO WS-DL-STOCK-CHANGE
           MOVE SMJ-STOCK-AFTER     TO WS-DL-STOCK-AFTER
           MOVE SMJ-ON-ORDER-BEFORE TO WS-DL-ON-ORDER-BEFORE
           MOVE WS-ON-ORDER-CHANGE  TO WS-DL-ON-ORDER-CHANGE
           MOVE SMJ-ON-ORDER-AFTER  TO WS-DL-ON-ORDER-AFTER
           MOVE SMJ-USERID          TO WS-DL-USERID

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       3300-LIST-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      *    3400-PROVE-ITEM - CLOSE OUT THE CARD.  OPENING PLUS         *
      *    MOVEMENTS MUST EQUAL THE EXPECTED CLOSING BALANCE, FOR      *
      *    STOCK AND FOR ON-ORDER ALIKE.  AN ITEM WHOSE ONLY MOVEMENTS *
      *    FELL AFTER THE RANGE HAS NO CARD AND IS NOT PROVED          *
      *****************************************************************
       3400-PROVE-ITEM.
           MOVE 'N' TO WS-ITEM-ACTIVE-SW

           IF WS-ITEM-LISTED = 0
               GO TO 3400-PROVE-ITEM-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-NEXT-MOVEMENT-FOUND
                   MOVE 'PER NEXT MOVEMENT' TO WS-EXPECT-SOURCE
               WHEN WS-ITEM-ON-MASTER
                   MOVE 'PER CATALOG MASTER' TO WS-EXPECT-SOURCE
               WHEN OTHER
                   MOVE 'ITEM RETIRED' TO WS-EXPECT-SOURCE
           END-EVALUATE

           COMPUTE WS-CLOSE-STOCK = WS-OPEN-STOCK + WS-STOCK-MOVES
           COMPUTE WS-CLOSE-ON-ORDER = WS-OPEN-ON-ORDER
                                     + WS-ON-ORDER-MOVES

           MOVE '  STOCK PROOF'     TO WS-PL-LABEL
           MOVE WS-OPEN-STOCK       TO WS-PL-OPENING
           MOVE WS-STOCK-MOVES      TO WS-PL-MOVEMENTS
           MOVE WS-CLOSE-STOCK      TO WS-PL-CLOSING
           MOVE WS-EXPECT-SOURCE    TO WS-PL-SOURCE
           MOVE WS-EXPECT-STOCK     TO WS-PL-EXPECTED
           IF WS-CLOSE-STOCK = WS-EXPECT-STOCK
               MOVE 'PROVED' TO WS-PL-RESULT
           ELSE
               MOVE '*** BREAK ***' TO WS-PL-RESULT
           END-IF
           MOVE WS-PROOF-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE '  ON-ORDER PROOF'  TO WS-PL-LABEL
           MOVE WS-OPEN-ON-ORDER    TO WS-PL-OPENING
           MOVE WS-ON-ORDER-MOVES   TO WS-PL-MOVEMENTS
           MOVE WS-CLOSE-ON-ORDER   TO WS-PL-CLOSING
           MOVE WS-EXPECT-ON-ORDER  TO WS-PL-EXPECTED
           IF WS-CLOSE-ON-ORDER = WS-EXPECT-ON-ORDER
               MOVE 'PROVED' TO WS-PL-RESULT
           ELSE
               MOVE '*** BREAK ***' TO WS-PL-RESULT
           END-IF
           MOVE WS-PROOF-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           IF WS-CLOSE-STOCK NOT = WS-EXPECT-STOCK
              OR WS-CLOSE-ON-ORDER NOT = WS-EXPECT-ON-ORDER
               ADD 1 TO WS-ITEMS-BROKEN
           END-IF
           .
       3400-PROVE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-REPORT-LINE - WRITE REPORT-LINE AS ALREADY       *
      *    BUILT, ABENDING THE RUN ON A WRITE FAILURE                  *
      *****************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR STOCK-CARD-REPORT, STATUS='
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
           MOVE WS-MOVEMENTS-READ   TO WS-TL-READ
           MOVE WS-MOVEMENTS-BEFORE TO WS-TL-BEFORE
           MOVE WS-MOVEMENTS-LISTED TO WS-TL-LISTED
           MOVE WS-ITEMS-CARDED     TO WS-TL-ITEMS
           MOVE WS-ITEMS-BROKEN     TO WS-TL-BREAKS
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           CLOSE JOURNAL-FILE
           CLOSE CATALOG-FILE
           CLOSE STOCK-CARD-REPORT
           .
       9000-TERMINATE-EXIT.
           EXIT.

      *****************************************************************
      *    9900-ABEND-RUN - THE DATE RANGE IS BAD OR AN OPEN, READ OR  *
      *    WRITE FAILED.  DISPLAY THE REASON AND TERMINATE THE RUN     *
      *    WITH A NON-ZERO RETURN CODE SO THE JOB STEP SHOWS FAILED    *
      *****************************************************************
       9900-ABEND-RUN.
           DISPLAY 'DFH0XSTK - ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9900-ABEND-RUN-EXIT.
           EXIT.
