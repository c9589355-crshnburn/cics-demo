       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XSTO.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XSTO                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Nightly standing order driver              *
      *                                                               *
      * FUNCTION =                                                    *
      *      Drives the catalog manager (DFH0XCMN) with one ORDMLT    *
      *      request for every active standing order on the standing  *
      *      order file (DFH0XSO) whose next due date has arrived, so *
      *      each one is raised as an ordinary order for its user and *
      *      charge department.  The catalog manager applies the      *
      *      normal user, order limit, budget, approval limit and     *
      *      all-or-nothing checks - a standing order is refused or   *
      *      held for approval exactly as the same basket placed      *
      *      online would be.                                         *
      *                                                                *
      *      Whatever the outcome, the standing order is stamped with *
      *      the run date, order number and return code, and its next *
      *      due date is rolled forward - by a week, or by a month on *
      *      its original day of the month (the last day of a shorter *
      *      month) - until it is after today.  A standing order that *
      *      was missed for several periods (suspended, or the driver *
      *      not run) is raised once, not once per missed period.  A  *
      *      standing order whose next due date passes its end date   *
      *      is set to ended.  The order and the standing order       *
      *      update are committed together by one syncpoint per       *
      *      standing order, so a failure can never raise the same    *
      *      order twice, and one rejected standing order cannot stop *
      *      the run.                                                 *
      *                                                                *
      *      One result line per standing order, with the catalog     *
      *      manager's return code and message, and a trailer with    *
      *      the raised/held/rejected counts, is spooled to the       *
      *      extrapartition transient data queue STOL (mapped in the  *
      *      DCT to a sequential run log dataset), the way DFH0XADJ   *
      *      spools its posting log to ADJP.                          *
      *                                                                *
      *      Started as a CICS transaction (transaction id XSTO) each *
      *      night, rather than as an MVS batch job step, since it    *
      *      drives the catalog manager directly through EXEC CICS    *
      *      LINK.  The browse is closed before every LINK and        *
      *      re-opened just past the last standing order processed.   *
      *      A rerun the same day is harmless - a standing order      *
      *      already raised is no longer due.                         *
      *                                                                *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - NIGHTLY       *
      *                                   STANDING ORDER DRIVER       *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05 WS-CATMGR-PROGRAM        PIC X(8) VALUE 'DFH0XCMN'.
           05 WS-STANDING-FILE         PIC X(8) VALUE 'DFH0XSO '.
           05 WS-RUN-LOG-QUEUE         PIC X(4) VALUE 'STOL'.

       01  WS-RESP-CODES               COMP.
           05 WS-RESP                  PIC S9(8).

       01  WS-SWITCHES.
           05 WS-MORE-WORK-SW          PIC X(1) VALUE 'Y'.
               88 WS-MORE-WORK             VALUE 'Y'.
           05 WS-FOUND-DUE-SW          PIC X(1) VALUE 'N'.
               88 WS-FOUND-DUE             VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-RAISED-COUNT           PIC 9(7) VALUE 0.
           05 WS-HELD-COUNT             PIC 9(7) VALUE 0.
           05 WS-REJECTED-COUNT         PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05 WS-ABS-TIME              PIC S9(15) COMP-3.
           05 WS-TODAY                 PIC X(8).
           05 WS-DUE-DATE              PIC X(8).
           05 WS-ROLL-DATE             PIC X(8).
           05 WS-ROLL-PARTS REDEFINES WS-ROLL-DATE.
               10 WS-ROLL-CCYY         PIC 9(4).
               10 WS-ROLL-MM           PIC 9(2).
               10 WS-ROLL-DD           PIC 9(2).
           05 WS-MONTH-DAYS            PIC 9(2).
           05 WS-LEAP-QUOT             PIC 9(4) COMP.
           05 WS-LEAP-REM              PIC 9(3) COMP.
           05 WS-LINE-SUB              PIC 9(2) COMP.

       01  WS-LAST-KEY                  PIC X(12).

      *    Standing order record, browsed to find those falling due.
           COPY DFH0XSOC.

       01  WS-RUN-LINE.
           05 WS-RL-USERID             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RL-SO-ID              PIC 9(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RL-DUE-DATE           PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RL-RETURN-CODE        PIC 9(2).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RL-ORDER-NO           PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RL-MESSAGE            PIC X(60).

       01  WS-CATMGR-COMMAREA.
           COPY DFH0XCP1.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE - RAISE EVERY STANDING ORDER THAT HAS FALLEN  *
      *    DUE, THEN SPOOL THE TRAILER COUNTS                          *
      *****************************************************************
       0000-MAINLINE.
           MOVE LOW-VALUES TO WS-LAST-KEY
           MOVE 'Y' TO WS-MORE-WORK-SW

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-TODAY)
           END-EXEC

           PERFORM 2000-RAISE-NEXT-DUE
               THRU 2000-RAISE-NEXT-DUE-EXIT
               UNTIL NOT WS-MORE-WORK

           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT

           EXEC CICS RETURN
           END-EXEC

           GOBACK
           .
      *****************************************************************
      *    2000-RAISE-NEXT-DUE - FIND THE NEXT STANDING ORDER DUE PAST *
      *    THE LAST ONE PROCESSED, CLOSE THE BROWSE, DRIVE ONE ORDMLT  *
      *    REQUEST FOR IT AND ROLL ITS NEXT DUE DATE FORWARD           *
      *****************************************************************
       2000-RAISE-NEXT-DUE.
           PERFORM 2100-FIND-NEXT-DUE
               THRU 2100-FIND-NEXT-DUE-EXIT

           IF NOT WS-FOUND-DUE
               MOVE 'N' TO WS-MORE-WORK-SW
               GO TO 2000-RAISE-NEXT-DUE-EXIT
           END-IF

           MOVE SOR-KEY TO WS-LAST-KEY
           MOVE SOR-NEXT-DUE-DATE TO WS-DUE-DATE

           MOVE SPACES TO WS-CATMGR-COMMAREA
           MOVE 'ORDMLT' TO CA-REQUEST-ID
           MOVE SOR-USERID      TO CA-MLT-USERID
           MOVE SOR-CHARGE-DEPT TO CA-MLT-CHARGE-DEPT
           MOVE 0               TO CA-MLT-ORDER-NO
           MOVE SOR-LINE-COUNT  TO CA-MLT-LINE-COUNT

           PERFORM 2200-LOAD-ONE-LINE THRU 2200-LOAD-ONE-LINE-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10

           EXEC CICS LINK
                     PROGRAM(WS-CATMGR-PROGRAM)
                     COMMAREA(WS-CATMGR-COMMAREA)
                     LENGTH(LENGTH OF WS-CATMGR-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG MANAGER COULD NOT BE REACHED'
                   TO CA-RESPONSE-MESSAGE
           END-IF

      *    A refused order is not retried - the standing order rolls
      *    on to its next period either way, and the run log shows
      *    why it was refused
           PERFORM 3000-ROLL-STANDING-ORDER
               THRU 3000-ROLL-STANDING-ORDER-EXIT

      *    Harden this order and its standing order update together,
      *    so one bad standing order cannot take the rest of the
      *    run's orders back out with it
           EXEC CICS SYNCPOINT
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN CA-NORMAL
                   ADD 1 TO WS-RAISED-COUNT
               WHEN CA-ORDER-PENDING
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE

           PERFORM 8100-WRITE-RUN-LINE THRU 8100-WRITE-RUN-LINE-EXIT
           .
       2000-RAISE-NEXT-DUE-EXIT.
           EXIT.

      *****************************************************************
      *    2100-FIND-NEXT-DUE - BROWSE THE STANDING ORDER FILE FROM    *
      *    JUST PAST THE LAST KEY PROCESSED AND STOP ON THE FIRST      *
      *    ACTIVE STANDING ORDER DUE TODAY OR EARLIER                  *
      *****************************************************************
       2100-FIND-NEXT-DUE.
           MOVE 'N' TO WS-FOUND-DUE-SW
           MOVE WS-LAST-KEY TO SOR-KEY

           EXEC CICS STARTBR
                     FILE(WS-STANDING-FILE)
                     RIDFLD(SOR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2100-FIND-NEXT-DUE-EXIT
           END-IF

           PERFORM 2110-SCAN-NEXT-STANDING
               THRU 2110-SCAN-NEXT-STANDING-EXIT
               UNTIL WS-FOUND-DUE
                  OR WS-RESP NOT = DFHRESP(NORMAL)

           EXEC CICS ENDBR
                     FILE(WS-STANDING-FILE)
                     RESP(WS-RESP)
           END-EXEC
           .
       2100-FIND-NEXT-DUE-EXIT.
           EXIT.

      *****************************************************************
      *    2110-SCAN-NEXT-STANDING - READ ONE MORE STANDING ORDER,     *
      *    SKIPPING ANYTHING ALREADY PROCESSED THIS RUN, ANYTHING      *
      *    SUSPENDED OR ENDED, AND ANYTHING NOT YET DUE                *
      *****************************************************************
       2110-SCAN-NEXT-STANDING.
           EXEC CICS READNEXT
                     FILE(WS-STANDING-FILE)
                     INTO(DFH0XSO-RECORD)
                     RIDFLD(SOR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2110-SCAN-NEXT-STANDING-EXIT
           END-IF

           IF SOR-KEY GREATER THAN WS-LAST-KEY
              AND SOR-ACTIVE
              AND SOR-NEXT-DUE-DATE NOT GREATER THAN WS-TODAY
               MOVE 'Y' TO WS-FOUND-DUE-SW
           END-IF
           .
       2110-SCAN-NEXT-STANDING-EXIT.
           EXIT.

      *****************************************************************
      *    2200-LOAD-ONE-LINE - COPY ONE STANDING ORDER LINE INTO THE  *
      *    ORDMLT BASKET                                               *
      *****************************************************************
       2200-LOAD-ONE-LINE.
           MOVE SOR-ITEM-REF(WS-LINE-SUB)
               TO CA-MLT-ITEM-REF(WS-LINE-SUB)
           MOVE SOR-QUANTITY(WS-LINE-SUB)
               TO CA-MLT-QUANTITY(WS-LINE-SUB)
           .
       2200-LOAD-ONE-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    3000-ROLL-STANDING-ORDER - STAMP THE STANDING ORDER WITH    *
      *    THIS RUN'S OUTCOME AND ROLL ITS NEXT DUE DATE PAST TODAY,   *
      *    ENDING IT IF THAT TAKES IT PAST ITS END DATE.  IF THE       *
      *    STANDING ORDER CANNOT BE UPDATED THE ORDER IS BACKED OUT    *
      *    TOO, SO IT IS NOT RAISED A SECOND TIME TOMORROW             *
      *****************************************************************
       3000-ROLL-STANDING-ORDER.
           MOVE WS-LAST-KEY TO SOR-KEY

           EXEC CICS READ
                     FILE(WS-STANDING-FILE)
                     INTO(DFH0XSO-RECORD)
                     RIDFLD(SOR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 3900-BACK-OUT-ORDER
                   THRU 3900-BACK-OUT-ORDER-EXIT
               GO TO 3000-ROLL-STANDING-ORDER-EXIT
           END-IF

           MOVE WS-TODAY TO SOR-LAST-RUN-DATE
           MOVE CA-RETURN-CODE TO SOR-LAST-RETURN-CODE
           IF CA-NORMAL OR CA-ORDER-PENDING
               MOVE CA-MLT-ORDER-NO TO SOR-LAST-ORDER-NO
           ELSE
               MOVE 0 TO SOR-LAST-ORDER-NO
           END-IF

           PERFORM 3100-ROLL-ONE-PERIOD THRU 3100-ROLL-ONE-PERIOD-EXIT
               UNTIL SOR-NEXT-DUE-DATE GREATER THAN WS-TODAY

           IF SOR-NEXT-DUE-DATE GREATER THAN SOR-END-DATE
               SET SOR-ENDED TO TRUE
           END-IF

           EXEC CICS REWRITE
                     FILE(WS-STANDING-FILE)
                     FROM(DFH0XSO-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 3900-BACK-OUT-ORDER
                   THRU 3900-BACK-OUT-ORDER-EXIT
           END-IF
           .
       3000-ROLL-STANDING-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    3100-ROLL-ONE-PERIOD - MOVE THE NEXT DUE DATE ON BY ONE     *
      *    WEEK, OR TO THE STANDING ORDER'S DUE DAY IN THE NEXT MONTH  *
      *****************************************************************
       3100-ROLL-ONE-PERIOD.
           MOVE SOR-NEXT-DUE-DATE TO WS-ROLL-DATE

           IF SOR-WEEKLY
               PERFORM 3110-SET-MONTH-DAYS
                   THRU 3110-SET-MONTH-DAYS-EXIT
               ADD 7 TO WS-ROLL-DD
               IF WS-ROLL-DD > WS-MONTH-DAYS
                   SUBTRACT WS-MONTH-DAYS FROM WS-ROLL-DD
                   PERFORM 3120-NEXT-MONTH THRU 3120-NEXT-MONTH-EXIT
               END-IF
           ELSE
               PERFORM 3120-NEXT-MONTH THRU 3120-NEXT-MONTH-EXIT
               PERFORM 3110-SET-MONTH-DAYS
                   THRU 3110-SET-MONTH-DAYS-EXIT
               IF SOR-DUE-DAY > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-ROLL-DD
               ELSE
                   MOVE SOR-DUE-DAY TO WS-ROLL-DD
               END-IF
           END-IF

           MOVE WS-ROLL-DATE TO SOR-NEXT-DUE-DATE
           .
       3100-ROLL-ONE-PERIOD-EXIT.
           EXIT.

      *****************************************************************
      *    3110-SET-MONTH-DAYS - NUMBER OF DAYS IN THE MONTH OF        *
      *    WS-ROLL-DATE, ALLOWING FOR LEAP YEARS                       *
      *****************************************************************
       3110-SET-MONTH-DAYS.
           EVALUATE WS-ROLL-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-ROLL-CCYY BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-DAYS
                       DIVIDE WS-ROLL-CCYY BY 100
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 28 TO WS-MONTH-DAYS
                           DIVIDE WS-ROLL-CCYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           .
       3110-SET-MONTH-DAYS-EXIT.
           EXIT.

      *****************************************************************
      *    3120-NEXT-MONTH - STEP WS-ROLL-DATE INTO THE NEXT MONTH,    *
      *    ACROSS THE YEAR END IF NEED BE                              *
      *****************************************************************
       3120-NEXT-MONTH.
           IF WS-ROLL-MM = 12
               MOVE 1 TO WS-ROLL-MM
               ADD 1 TO WS-ROLL-CCYY
           ELSE
               ADD 1 TO WS-ROLL-MM
           END-IF
           .
       3120-NEXT-MONTH-EXIT.
           EXIT.

      *****************************************************************
      *    3900-BACK-OUT-ORDER - THE STANDING ORDER COULD NOT BE       *
      *    ROLLED FORWARD, SO ROLL BACK THE ORDER JUST RAISED AND      *
      *    REPORT THE STANDING ORDER AS REJECTED                       *
      *****************************************************************
       3900-BACK-OUT-ORDER.
           EXEC CICS SYNCPOINT ROLLBACK
                     RESP(WS-RESP)
           END-EXEC

           MOVE 90 TO CA-RETURN-CODE
           MOVE 0  TO CA-MLT-ORDER-NO
           MOVE 'STANDING ORDER UPDATE FAILED - ORDER BACKED OUT'
               TO CA-RESPONSE-MESSAGE
           .
       3900-BACK-OUT-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-TRAILER - SPOOL THE RAISED/HELD/REJECTED COUNTS  *
      *    SO THE RUN LOG CAN BE BALANCED AGAINST THE STANDING ORDER   *
      *    FILE                                                        *
      *****************************************************************
       8000-WRITE-TRAILER.
           MOVE SPACES TO WS-RUN-LINE
           MOVE 'TRAILER' TO WS-RL-USERID
           MOVE 9999 TO WS-RL-SO-ID
           MOVE WS-TODAY TO WS-RL-DUE-DATE
           MOVE 00 TO WS-RL-RETURN-CODE
           MOVE 0 TO WS-RL-ORDER-NO
           STRING 'TRAILER RAISED=' DELIMITED BY SIZE
                  WS-RAISED-COUNT   DELIMITED BY SIZE
                  ' HELD='          DELIMITED BY SIZE
                  WS-HELD-COUNT     DELIMITED BY SIZE
                  ' REJECTED='      DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO WS-RL-MESSAGE
           END-STRING

           EXEC CICS WRITEQ TD
                     QUEUE(WS-RUN-LOG-QUEUE)
                     FROM(WS-RUN-LINE)
                     LENGTH(LENGTH OF WS-RUN-LINE)
                     RESP(WS-RESP)
           END-EXEC
           .
       8000-WRITE-TRAILER-EXIT.
           EXIT.

      *****************************************************************
      *    8100-WRITE-RUN-LINE - SPOOL ONE STANDING ORDER RESULT LINE  *
      *    - THE ORDER NUMBER RAISED (OR HELD FOR APPROVAL), OR ZERO   *
      *    AND THE REASON IT WAS REJECTED                              *
      *****************************************************************
       8100-WRITE-RUN-LINE.
           MOVE WS-LAST-KEY         TO SOR-KEY
           MOVE SOR-USERID          TO WS-RL-USERID
           MOVE SOR-SO-ID           TO WS-RL-SO-ID
           MOVE WS-DUE-DATE         TO WS-RL-DUE-DATE
           MOVE CA-RETURN-CODE      TO WS-RL-RETURN-CODE
           IF CA-NORMAL OR CA-ORDER-PENDING
               MOVE CA-MLT-ORDER-NO TO WS-RL-ORDER-NO
           ELSE
               MOVE 0 TO WS-RL-ORDER-NO
           END-IF
           MOVE CA-RESPONSE-MESSAGE TO WS-RL-MESSAGE

           EXEC CICS WRITEQ TD
                     QUEUE(WS-RUN-LOG-QUEUE)
                     FROM(WS-RUN-LINE)
                     LENGTH(LENGTH OF WS-RUN-LINE)
                     RESP(WS-RESP)
           END-EXEC
           .
       8100-WRITE-RUN-LINE-EXIT.
           EXIT.
