      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XPYC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Payment release record for the example     *
      *                     catalog application                        *
      *                                                               *
      * FUNCTION =                                                    *
      *      One record is written to the payment release dataset     *
      *      (PAYREL) by the invoice match job DFH0XIVM for every      *
      *      supplier invoice line that agrees with its PO line and    *
      *      the receipts booked against it, for accounts payable to   *
      *      pay.  Held lines are never written here.                  *
      *                                                                *
      *        PYR-SUPPLIER-CODE     Supplier to be paid               *
      *        PYR-INVOICE-NO        Supplier's invoice number         *
      *        PYR-LINE-NO           Invoice line number               *
      *        PYR-PO-NUMBER         PO number the line matched        *
      *        PYR-ITEM-REF          Item reference billed             *
      *        PYR-QTY-BILLED        Quantity billed                   *
      *        PYR-UNIT-PRICE        Unit price billed, packed         *
      *                              decimal S9(5)V99                  *
      *        PYR-LINE-VALUE        Quantity times unit price, the    *
      *                              amount released, packed decimal   *
      *                              S9(9)V99                          *
      *        PYR-RELEASE-DATE      Date released, CCYYMMDD           *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - PAYMENT RELEASE       *
      *                                   RECORD FROM THE INVOICE     *
      *                                   MATCH                       *
      *                                                               *
      *****************************************************************
       01  DFH0XPY-RECORD.
           05 PYR-SUPPLIER-CODE         PIC X(8).
           05 PYR-INVOICE-NO            PIC X(12).
           05 PYR-LINE-NO               PIC 9(3).
           05 PYR-PO-NUMBER             PIC 9(6).
           05 PYR-ITEM-REF              PIC 9(4).
           05 PYR-QTY-BILLED            PIC 9(5).
           05 PYR-UNIT-PRICE            PIC S9(5)V99 COMP-3.
           05 PYR-LINE-VALUE            PIC S9(9)V99 COMP-3.
           05 PYR-RELEASE-DATE          PIC X(8).
