      *      so finance sees names, not codes.                         *
      *                                                                *
      *      One report line is printed per department - order count,  *
      *      return count, net quantity and net dollars - followed by  *
      *      a grand total trailer whose order and return counts       *
      *      balance back to the number of audit records read.  A      *
      *      return to stores (AUD-ENTRY-TYPE 'R') was credited to the *
      *      department, so its quantity and value are taken off the   *
      *      department's totals rather than added.  An audit record   *
      *      whose charge department is no longer on the department    *
      *      master is still accumulated and counted on the trailer    *
      *      so the report always balances, and because each record    *
      *      carries its own captured cost a retired item is still      *
      *      charged at the price actually paid rather than at zero.    *
      *                                                                *
      *      Run as an ordinary MVS batch job step after the audit     *
      *      queue has been switched/closed for the period, the same   *
      *                                   DROPPED AND THE DROPPED     *
      *                                   (TABLE FULL) COUNTER IS     *
      *                                   RETIRED                     *
      *   $D3=          261015 CATMGR   : NET RETURN-TO-STORES AUDIT  *
      *                                   RECORDS OFF EACH            *
      *                                   DEPARTMENT'S QUANTITY AND   *
      *                                   DOLLARS, WITH A RETURNS     *
      *                                   COUNT BESIDE THE ORDERS     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-CHARGE-DEPT          PIC X(8).
           05 SRT-QUANTITY             PIC S9(3).
           05 SRT-VALUE                PIC S9(9)V99 COMP-3.
           05 SRT-ENTRY-TYPE           PIC X(1).
               88 SRT-RETURN-ENTRY         VALUE 'R'.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05 WS-GROUP-DEPT            PIC X(8).
           05 WS-GROUP-ORDERS          PIC 9(7).
           05 WS-GROUP-RETURNS         PIC 9(7).
           05 WS-GROUP-QUANTITY        PIC S9(7).
           05 WS-GROUP-DOLLARS         PIC S9(9)V99 COMP-3.
           05 WS-GRAND-ORDERS          PIC 9(7) VALUE 0.
           05 WS-GRAND-RETURNS         PIC 9(7) VALUE 0.
           05 WS-GRAND-QUANTITY        PIC S9(7) VALUE 0.
           05 WS-GRAND-DOLLARS         PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(6)  VALUE 'ORDERS'.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(7)  VALUE 'RETURNS'.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(8)  VALUE 'QUANTITY'.
           05 FILLER  PIC X(4)  VALUE SPACE.
           05 FILLER  PIC X(14) VALUE '       DOLLARS'.
           05 FILLER  PIC X(39) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-DEPT-CODE          PIC X(8).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-ORDERS             PIC ZZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-RETURNS            PIC ZZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DL-QUANTITY           PIC -------9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-DOLLARS            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(39) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER  PIC X(14) VALUE 'RECORDS READ ='.
           05 FILLER  PIC X(7)  VALUE 'ORDERS='.
           05 WS-TL-ORDERS         PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(8)  VALUE 'RETURNS='.
           05 WS-TL-RETURNS        PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(9)  VALUE 'QUANTITY='.
           05 WS-TL-QUANTITY       PIC -------9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(8)  VALUE 'DOLLARS='.
           05 WS-TL-DOLLARS        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(26) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05 FILLER  PIC X(16) VALUE 'DEPTS NOT FOUND='.
           EXIT.

      *****************************************************************
      *    2050-RELEASE-ONE-AUDIT - PRICE AND RELEASE ONE RECORD - A   *
      *    RETURN TO STORES GOES THROUGH NEGATIVE SO IT NETS OFF       *
      *****************************************************************
       2050-RELEASE-ONE-AUDIT.
           ADD 1 TO WS-RECORDS-READ

           MOVE AUD-CHARGE-DEPT TO SRT-CHARGE-DEPT
           MOVE AUD-ENTRY-TYPE  TO SRT-ENTRY-TYPE
           IF AUD-RETURN-ENTRY
               COMPUTE SRT-QUANTITY = 0 - AUD-QUANTITY
               COMPUTE SRT-VALUE = 0 - AUD-QUANTITY * AUD-UNIT-COST
           ELSE
               MOVE AUD-QUANTITY    TO SRT-QUANTITY
               COMPUTE SRT-VALUE = AUD-QUANTITY * AUD-UNIT-COST
           END-IF
           RELEASE SORT-RECORD
           .
       2050-RELEASE-ONE-AUDIT-EXIT.
               MOVE 'Y' TO WS-GROUP-ACTIVE-SW
               MOVE SRT-CHARGE-DEPT TO WS-GROUP-DEPT
               MOVE 0 TO WS-GROUP-ORDERS
               MOVE 0 TO WS-GROUP-RETURNS
               MOVE 0 TO WS-GROUP-QUANTITY
               MOVE 0 TO WS-GROUP-DOLLARS
           END-IF

           IF SRT-RETURN-ENTRY
               ADD 1        TO WS-GROUP-RETURNS
               ADD 1        TO WS-GRAND-RETURNS
           ELSE
               ADD 1        TO WS-GROUP-ORDERS
               ADD 1        TO WS-GRAND-ORDERS
           END-IF
           ADD SRT-QUANTITY TO WS-GROUP-QUANTITY
           ADD SRT-VALUE    TO WS-GROUP-DOLLARS
           ADD SRT-QUANTITY TO WS-GRAND-QUANTITY
           ADD SRT-VALUE    TO WS-GRAND-DOLLARS
           .
           MOVE WS-GROUP-DEPT     TO WS-DL-DEPT-CODE
           MOVE DEP-DEPT-NAME     TO WS-DL-DEPT-NAME
           MOVE WS-GROUP-ORDERS   TO WS-DL-ORDERS
           MOVE WS-GROUP-RETURNS  TO WS-DL-RETURNS
           MOVE WS-GROUP-QUANTITY TO WS-DL-QUANTITY
           MOVE WS-GROUP-DOLLARS  TO WS-DL-DOLLARS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
       9000-TERMINATE.
           MOVE WS-RECORDS-READ   TO WS-TL-RECORDS
           MOVE WS-GRAND-ORDERS   TO WS-TL-ORDERS
           MOVE WS-GRAND-RETURNS  TO WS-TL-RETURNS
           MOVE WS-GRAND-QUANTITY TO WS-TL-QUANTITY
           MOVE WS-GRAND-DOLLARS  TO WS-TL-DOLLARS
           MOVE SPACES TO REPORT-LINE
