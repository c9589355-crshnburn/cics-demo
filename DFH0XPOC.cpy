      *        POR-EXPECTED-DATE     Expected delivery date - the      *
      *                              date raised plus the supplier's   *
      *                              SUP-LEAD-TIME-DAYS, CCYYMMDD      *
      *        POR-RAISED-BY         Buyer who raised the line - a     *
      *                              receipt against the line is       *
      *                              refused from the same user        *
      *        POR-BILLED-QTY        Quantity billed by the supplier   *
      *                              and released for payment by the   *
      *                              invoice match job DFH0XIVM        *
      *        POR-INVOICE-STATUS    ' ' = open to billing,            *
      *                              'C' = closed to billing - the     *
      *                              line is closed for receipts and   *
      *                              everything received has been      *
      *                              billed, so any further invoice    *
      *                              against it is held                *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   $D0=          260902 CATMGR   : NEW - PURCHASE ORDER LINE   *
      *                                   RECORD FOR RAISPO AND       *
      *                                   PO-MATCHED RECEIVING        *
      *   $D1=          261015 CATMGR   : ADD POR-RAISED-BY FOR THE   *
      *                                   BUYER/RECEIVER SEPARATION   *
      *                                   CHECK ON RCVSTK             *
      *   $D2=          261015 CATMGR   : ADD POR-BILLED-QTY AND      *
      *                                   POR-INVOICE-STATUS FOR THE  *
      *                                   INVOICE THREE-WAY MATCH     *
      *                                                               *
      *****************************************************************
       01  DFH0XPO-RECORD.
               88 POR-OVER-DELIVERED        VALUE 'V'.
           05 POR-DATE-RAISED           PIC X(8).
           05 POR-EXPECTED-DATE         PIC X(8).
           05 POR-RAISED-BY             PIC X(8).
           05 POR-BILLED-QTY            PIC 9(5).
           05 POR-INVOICE-STATUS        PIC X(1).
               88 POR-OPEN-TO-BILLING       VALUE ' '.
               88 POR-CLOSED-TO-BILLING     VALUE 'C'.
