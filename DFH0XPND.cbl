       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XPND.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XPND                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Nightly pending order approval chase list  *
      *                                                               *
      * FUNCTION =                                                    *
      *      Batch job reading the whole pending order file DFH0XPN   *
      *      and listing every order still waiting for its approver   *
      *      after more than the number of days read from SYSIN      *
      *      (three digits, e.g. 003).  Orders are held there by the  *
      *      catalog manager when their value is over the charge      *
      *      department's approval limit, and wait until the          *
      *      department's approver approves or rejects them.          *
      *                                                                *
      *      The list is grouped by approver, oldest order first, so  *
      *      each approver's chase can be sent on its own.  The       *
      *      approver is taken from the department master as it       *
      *      stands now - the catalog manager only accepts a decision *
      *      from the current approver - falling back to the approver *
      *      the order was routed to if the department has gone.      *
      *      Each line shows the order number, requester, charge      *
      *      department, value, date held and age in days; each       *
      *      approver closes with a count and value subtotal.  The    *
      *      trailer gives the records read, orders still pending,    *
      *      orders chased and their total value.  A held date that   *
      *      is not a valid CCYYMMDD is aged as zero days and counted *
      *      separately on the trailer, as DFH0XAGE does.             *
      *                                                                *
      *      Run as an ordinary MVS batch job step against the        *
      *      pending order and department files while CICS is down    *
      *      (or via RLS when it is up), the same way DFH0XAGE is.    *
      *                                                                *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - NIGHTLY       *
      *                                   PENDING ORDER APPROVAL      *
      *                                   CHASE LIST                  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE   ASSIGN TO PENDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PND-ORDER-NO
                  FILE STATUS IS WS-PENDING-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEP-DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT CHASE-REPORT   ASSIGN TO PNDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK      ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XPNC.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XDPC.

       FD  CHASE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-APPROVER             PIC X(8).
           05 SRT-HELD-DATE-TIME       PIC X(14).
           05 SRT-ORDER-NO             PIC 9(6).
           05 SRT-USERID               PIC X(8).
           05 SRT-CHARGE-DEPT          PIC X(8).
           05 SRT-VALUE                PIC S9(9)V99 COMP-3.
           05 SRT-AGE-DAYS             PIC 9(5).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    CONSTANTS AND SWITCHES                                     *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05 WS-PENDING-STATUS        PIC X(2).
               88 WS-PENDING-OK             VALUE '00'.
               88 WS-PENDING-EOF            VALUE '10'.
           05 WS-DEPT-STATUS           PIC X(2).
               88 WS-DEPT-OK                VALUE '00'.
           05 WS-REPORT-STATUS         PIC X(2).
               88 WS-REPORT-OK              VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-SWITCHES.
           05 WS-PENDING-EOF-SW        PIC X(1) VALUE 'N'.
               88 WS-END-OF-PENDING        VALUE 'Y'.
           05 WS-DATE-VALID-SW         PIC X(1) VALUE 'N'.
               88 WS-DATE-VALID            VALUE 'Y'.
           05 WS-SORT-EOF-SW           PIC X(1) VALUE 'N'.
               88 WS-END-OF-SORT           VALUE 'Y'.
           05 WS-GROUP-ACTIVE-SW       PIC X(1) VALUE 'N'.
               88 WS-GROUP-ACTIVE          VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ          PIC 9(7) VALUE 0.
           05 WS-ORDERS-PENDING        PIC 9(7) VALUE 0.
           05 WS-ORDERS-CHASED         PIC 9(7) VALUE 0.
           05 WS-INVALID-DATES         PIC 9(7) VALUE 0.
           05 WS-CHASED-VALUE          PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05 WS-PARM-CARD.
               10 WS-CHASE-DAYS        PIC X(3).
           05 WS-CHASE-DAYS-N          PIC 9(3).
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-HELD-DATE             PIC 9(8).
           05 WS-HELD-DATE-SPLIT REDEFINES WS-HELD-DATE.
               10 WS-HELD-YEAR         PIC 9(4).
               10 WS-HELD-MONTH        PIC 9(2).
               10 WS-HELD-DAY          PIC 9(2).
           05 WS-DAYS-IN-MONTH         PIC 9(2).
           05 WS-LEAP-QUOTIENT         PIC 9(4).
           05 WS-LEAP-REMAINDER        PIC 9(3).
           05 WS-RUN-DAY-NUMBER        PIC S9(7) COMP-3.
           05 WS-HELD-DAY-NUMBER       PIC S9(7) COMP-3.
           05 WS-AGE-DAYS              PIC S9(5) COMP-3.
           05 WS-GROUP-APPROVER        PIC X(8).
           05 WS-GROUP-COUNT           PIC 9(7).
           05 WS-GROUP-VALUE           PIC S9(11)V99 COMP-3.

       01  WS-HEADING-1.
           05 FILLER  PIC X(20) VALUE 'DFH0XPND'.
           05 FILLER  PIC X(44)
                      VALUE 'PENDING ORDER APPROVAL CHASE - RUN DATE'.
           05 WS-H1-RUN-DATE PIC 9(8).
           05 FILLER  PIC X(60) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER  PIC X(30)
              VALUE 'ORDERS AWAITING APPROVAL OVER'.
           05 WS-H2-DAYS               PIC ZZ9.
           05 FILLER  PIC X(5)  VALUE ' DAYS'.
           05 FILLER  PIC X(94) VALUE SPACES.

       01  WS-APPROVER-HEADING.
           05 FILLER  PIC X(10) VALUE 'APPROVER: '.
           05 WS-AH-APPROVER           PIC X(8).
           05 FILLER  PIC X(114) VALUE SPACES.

       01  WS-HEADING-3.
           05 FILLER  PIC X(8)  VALUE 'ORDER NO'.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'USERID  '.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'DEPT    '.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(14) VALUE '   ORDER VALUE'.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'HELD    '.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'AGE DAYS'.
           05 FILLER  PIC X(58) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-ORDER-NO           PIC 9(6).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-DL-USERID             PIC X(8).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-DEPT               PIC X(8).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-HELD               PIC X(8).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-AGE                PIC ZZZZZZZ9.
           05 FILLER                   PIC X(58) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05 FILLER  PIC X(12) VALUE SPACES.
           05 FILLER  PIC X(7)  VALUE 'ORDERS='.
           05 WS-ST-COUNT              PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(6)  VALUE 'VALUE='.
           05 WS-ST-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(79) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05 FILLER  PIC X(13) VALUE 'RECORDS READ='.
           05 WS-TL-READ               PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(15) VALUE 'STILL PENDING='.
           05 WS-TL-PENDING            PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(14) VALUE 'INVALID DATES='.
           05 WS-TL-INVALID            PIC ZZZZZZ9.
           05 FILLER  PIC X(61) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05 FILLER  PIC X(14) VALUE 'ORDERS CHASED='.
           05 WS-TL-CHASED             PIC ZZZZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(13) VALUE 'CHASED VALUE='.
           05 WS-TL-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(77) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SRT-APPROVER
                                SRT-HELD-DATE-TIME
                                SRT-ORDER-NO
               INPUT PROCEDURE IS 2000-SELECT-PENDING-ORDERS
                   THRU 2000-SELECT-PENDING-ORDERS-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-CHASE-LIST
                   THRU 3000-PRINT-CHASE-LIST-EXIT

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           GOBACK
           .
      *****************************************************************
      *    1000-INITIALIZE - READ THE CHASE DAYS FROM SYSIN, OPEN      *
      *    FILES, PICK UP THE RUN DATE, WRITE HEADINGS, PRIME THE      *
      *    FIRST READ                                                  *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD

           IF WS-CHASE-DAYS NOT NUMERIC
               MOVE 'CHASE DAYS FROM SYSIN IS NOT NUMERIC (NNN)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           MOVE WS-CHASE-DAYS TO WS-CHASE-DAYS-N

           OPEN INPUT  PENDING-FILE
           IF NOT WS-PENDING-OK
               STRING 'OPEN FAILED FOR PENDING-FILE, STATUS='
                      WS-PENDING-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  DEPARTMENT-FILE
           IF NOT WS-DEPT-OK
               STRING 'OPEN FAILED FOR DEPARTMENT-FILE, STATUS='
                      WS-DEPT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN OUTPUT CHASE-REPORT
           IF NOT WS-REPORT-OK
               STRING 'OPEN FAILED FOR CHASE-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DAY-NUMBER

           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-CHASE-DAYS-N TO WS-H2-DAYS
           MOVE WS-HEADING-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           PERFORM 2100-READ-NEXT-PENDING
               THRU 2100-READ-NEXT-PENDING-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-SELECT-PENDING-ORDERS - SORT INPUT PROCEDURE; AGE      *
      *    EVERY ORDER STILL PENDING AND RELEASE THOSE OVER THE CHASE  *
      *    DAYS UNDER THEIR APPROVER                                   *
      *****************************************************************
       2000-SELECT-PENDING-ORDERS.
           PERFORM 2010-AGE-ONE-ORDER
               THRU 2010-AGE-ONE-ORDER-EXIT
               UNTIL WS-END-OF-PENDING
           .
       2000-SELECT-PENDING-ORDERS-EXIT.
           EXIT.

      *****************************************************************
      *    2010-AGE-ONE-ORDER - AGE ONE PENDING ORDER AGAINST THE RUN  *
      *    DATE.  APPROVED AND REJECTED ORDERS ARE KEPT ON THE FILE AS *
      *    THE APPROVAL TRAIL AND ARE SKIPPED                          *
      *****************************************************************
       2010-AGE-ONE-ORDER.
           ADD 1 TO WS-RECORDS-READ

           IF NOT PND-PENDING
               GO TO 2010-AGE-ONE-ORDER-EXIT
           END-IF
           ADD 1 TO WS-ORDERS-PENDING

           MOVE 'N' TO WS-DATE-VALID-SW
           IF PND-HELD-DATE-TIME(1:8) IS NUMERIC
               MOVE PND-HELD-DATE-TIME(1:8) TO WS-HELD-DATE
               PERFORM 2050-VALIDATE-HELD-DATE
                   THRU 2050-VALIDATE-HELD-DATE-EXIT
           END-IF

           IF WS-DATE-VALID
               MOVE FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)
                   TO WS-HELD-DAY-NUMBER
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DAY-NUMBER - WS-HELD-DAY-NUMBER
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           ELSE
               ADD 1 TO WS-INVALID-DATES
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS NOT GREATER THAN WS-CHASE-DAYS-N
               GO TO 2010-AGE-ONE-ORDER-EXIT
           END-IF

           PERFORM 2200-FIND-APPROVER THRU 2200-FIND-APPROVER-EXIT

           MOVE PND-HELD-DATE-TIME TO SRT-HELD-DATE-TIME
           MOVE PND-ORDER-NO       TO SRT-ORDER-NO
           MOVE PND-USERID         TO SRT-USERID
           MOVE PND-CHARGE-DEPT    TO SRT-CHARGE-DEPT
           MOVE PND-ORDER-VALUE    TO SRT-VALUE
           MOVE WS-AGE-DAYS        TO SRT-AGE-DAYS
           RELEASE SORT-RECORD

           ADD 1               TO WS-ORDERS-CHASED
           ADD PND-ORDER-VALUE TO WS-CHASED-VALUE
           .
       2010-AGE-ONE-ORDER-EXIT.
           PERFORM 2100-READ-NEXT-PENDING
               THRU 2100-READ-NEXT-PENDING-EXIT
           EXIT.

      *****************************************************************
      *    2050-VALIDATE-HELD-DATE - A NUMERIC HELD DATE IS NOT        *
      *    NECESSARILY A REAL CCYYMMDD, AND INTEGER-OF-DATE ON AN      *
      *    IMPOSSIBLE DATE WOULD ABEND THE RUN - THE SAME CHECK        *
      *    DFH0XAGE MAKES ON A WAITLIST ENTRY'S LOGGED DATE            *
      *****************************************************************
       2050-VALIDATE-HELD-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SW

           IF WS-HELD-YEAR < 1601
              OR WS-HELD-MONTH < 01 OR WS-HELD-MONTH > 12
              OR WS-HELD-DAY < 01
               MOVE 'N' TO WS-DATE-VALID-SW
               GO TO 2050-VALIDATE-HELD-DATE-EXIT
           END-IF

           EVALUATE WS-HELD-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-HELD-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-HELD-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           DIVIDE WS-HELD-YEAR BY 400
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

           IF WS-HELD-DAY > WS-DAYS-IN-MONTH
               MOVE 'N' TO WS-DATE-VALID-SW
           END-IF
           .
       2050-VALIDATE-HELD-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    2100-READ-NEXT-PENDING - READ THE NEXT PENDING ORDER RECORD *
      *****************************************************************
       2100-READ-NEXT-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-PENDING-EOF-SW
           END-READ
           .
       2100-READ-NEXT-PENDING-EXIT.
           EXIT.

      *****************************************************************
      *    2200-FIND-APPROVER - THE CHASE GOES TO THE DEPARTMENT'S     *
      *    CURRENT APPROVER, OR TO THE APPROVER THE ORDER WAS ROUTED   *
      *    TO WHEN THE DEPARTMENT IS NO LONGER ON THE MASTER OR NAMES  *
      *    NO APPROVER                                                 *
      *****************************************************************
       2200-FIND-APPROVER.
           MOVE PND-APPROVER-USERID TO SRT-APPROVER
           MOVE PND-CHARGE-DEPT     TO DEP-DEPT-CODE

           READ DEPARTMENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-DEPT-OK
              AND DEP-APPROVER-USERID NOT = SPACES
               MOVE DEP-APPROVER-USERID TO SRT-APPROVER
           END-IF
           .
       2200-FIND-APPROVER-EXIT.
           EXIT.

      *****************************************************************
      *    3000-PRINT-CHASE-LIST - SORT OUTPUT PROCEDURE.  TAKE THE    *
      *    CHASED ORDERS BACK IN APPROVER/HELD-DATE ORDER AND PRINT    *
      *    THEM WITH A HEADING AND SUBTOTAL PER APPROVER               *
      *****************************************************************
       3000-PRINT-CHASE-LIST.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'N' TO WS-GROUP-ACTIVE-SW

           PERFORM 3100-TAKE-ONE-ORDER
               THRU 3100-TAKE-ONE-ORDER-EXIT
               UNTIL WS-END-OF-SORT

           IF WS-GROUP-ACTIVE
               PERFORM 3300-PRINT-APPROVER-TOTAL
                   THRU 3300-PRINT-APPROVER-TOTAL-EXIT
           END-IF
           .
       3000-PRINT-CHASE-LIST-EXIT.
           EXIT.

      *****************************************************************
      *    3100-TAKE-ONE-ORDER - RETURN ONE SORTED ORDER, CLOSING OUT  *
      *    THE PREVIOUS APPROVER ON A CHANGE OF APPROVER, AND PRINT IT *
      *****************************************************************
       3100-TAKE-ONE-ORDER.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   GO TO 3100-TAKE-ONE-ORDER-EXIT
           END-RETURN

           IF WS-GROUP-ACTIVE
              AND SRT-APPROVER NOT = WS-GROUP-APPROVER
               PERFORM 3300-PRINT-APPROVER-TOTAL
                   THRU 3300-PRINT-APPROVER-TOTAL-EXIT
           END-IF

           IF NOT WS-GROUP-ACTIVE
               PERFORM 3200-PRINT-APPROVER-HEADING
                   THRU 3200-PRINT-APPROVER-HEADING-EXIT
           END-IF

           MOVE SRT-ORDER-NO             TO WS-DL-ORDER-NO
           MOVE SRT-USERID               TO WS-DL-USERID
           MOVE SRT-CHARGE-DEPT          TO WS-DL-DEPT
           MOVE SRT-VALUE                TO WS-DL-VALUE
           MOVE SRT-HELD-DATE-TIME(1:8)  TO WS-DL-HELD
           MOVE SRT-AGE-DAYS             TO WS-DL-AGE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           ADD 1         TO WS-GROUP-COUNT
           ADD SRT-VALUE TO WS-GROUP-VALUE
           .
       3100-TAKE-ONE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    3200-PRINT-APPROVER-HEADING - FIRST ORDER FOR A NEW         *
      *    APPROVER; START ITS GROUP AND PRINT ITS HEADINGS            *
      *****************************************************************
       3200-PRINT-APPROVER-HEADING.
           MOVE 'Y' TO WS-GROUP-ACTIVE-SW
           MOVE SRT-APPROVER TO WS-GROUP-APPROVER
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-VALUE

           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE SRT-APPROVER TO WS-AH-APPROVER
           MOVE WS-APPROVER-HEADING TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-HEADING-3 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       3200-PRINT-APPROVER-HEADING-EXIT.
           EXIT.

      *****************************************************************
      *    3300-PRINT-APPROVER-TOTAL - FORMAT AND WRITE THE COUNT AND  *
      *    VALUE SUBTOTAL FOR THE APPROVER JUST CLOSED OUT             *
      *****************************************************************
       3300-PRINT-APPROVER-TOTAL.
           MOVE WS-GROUP-COUNT TO WS-ST-COUNT
           MOVE WS-GROUP-VALUE TO WS-ST-VALUE
           MOVE WS-SUBTOTAL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE 'N' TO WS-GROUP-ACTIVE-SW
           .
       3300-PRINT-APPROVER-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-REPORT-LINE - WRITE REPORT-LINE AS ALREADY       *
      *    BUILT, ABENDING THE RUN ON A WRITE FAILURE                  *
      *****************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR CHASE-REPORT, STATUS='
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
           MOVE WS-RECORDS-READ   TO WS-TL-READ
           MOVE WS-ORDERS-PENDING TO WS-TL-PENDING
           MOVE WS-INVALID-DATES  TO WS-TL-INVALID
           MOVE WS-ORDERS-CHASED  TO WS-TL-CHASED
           MOVE WS-CHASED-VALUE   TO WS-TL-VALUE
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           CLOSE PENDING-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE CHASE-REPORT
           .
       9000-TERMINATE-EXIT.
           EXIT.

      *****************************************************************
      *    9900-ABEND-RUN - AN OPEN OR WRITE FAILED AGAINST ONE OF     *
      *    THE FILES, OR THE SYSIN CARD WAS BAD.  DISPLAY THE REASON   *
      *    AND TERMINATE THE RUN WITH A NON-ZERO RETURN CODE SO THE    *
      *    JOB STEP SHOWS FAILED                                       *
      *****************************************************************
       9900-ABEND-RUN.
           DISPLAY 'DFH0XPND - ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9900-ABEND-RUN-EXIT.
           EXIT.
