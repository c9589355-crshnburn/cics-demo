      *                              the department this period,       *
      *                              reset by the period-end job       *
      *                              DFH0XBUD                          *
      *        DEP-APPROVAL-LIMIT    Order value above which an order  *
      *                              or basket charged to the          *
      *                              department is held for approval   *
      *                              instead of placed - zero means    *
      *                              no approval is needed             *
      *        DEP-APPROVER-USERID   User who approves or rejects the  *
      *                              department's held orders          *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *                                   ORDER-TIME BUDGET CHECKING  *
      *                                   AND THE DFH0XBUD PERIOD-END *
      *                                   JOB                         *
      *   $D2=          261015 CATMGR   : ADD APPROVAL LIMIT AND      *
      *                                   NAMED APPROVER FOR HIGH-    *
      *                                   VALUE ORDER APPROVAL        *
      *                                                               *
      *****************************************************************
       01  DFH0XDP-RECORD.
               88 DEP-DEPT-CLOSED-STAT     VALUE 'C'.
           05 DEP-BUDGET-AMOUNT        PIC S9(9)V99 COMP-3.
           05 DEP-PERIOD-SPEND         PIC S9(9)V99 COMP-3.
           05 DEP-APPROVAL-LIMIT       PIC S9(9)V99 COMP-3.
           05 DEP-APPROVER-USERID      PIC X(8).
