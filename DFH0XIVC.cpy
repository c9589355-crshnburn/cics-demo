      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XIVC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Supplier invoice line record for the       *
      *                     example catalog application                *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the         *
      *      supplier invoice file (file DFH0XIV, dataset INVFILE),    *
      *      keyed by supplier code and invoice number, with a line    *
      *      number completing the key so one invoice can bill more    *
      *      than one PO line.  Accounts payable load one record per   *
      *      invoice line as the paper arrives; the nightly match job  *
      *      DFH0XIVM checks each line against its PO line on          *
      *      DFH0XPO and the receipts booked against it, and either    *
      *      releases it for payment or holds it with a reason.        *
      *                                                                *
      *        IVR-KEY               Key - supplier + invoice + line   *
      *        IVR-SUPPLIER-CODE     Supplier who sent the invoice     *
      *        IVR-INVOICE-NO        Supplier's own invoice number     *
      *        IVR-LINE-NO           Line number within the invoice    *
      *        IVR-INVOICE-DATE      Invoice date, CCYYMMDD            *
      *        IVR-PO-NUMBER         PO number billed - with the       *
      *                              supplier code, the PO file key    *
      *        IVR-ITEM-REF          Item reference billed             *
      *        IVR-QTY-BILLED        Quantity billed                   *
      *        IVR-UNIT-PRICE        Unit price billed, packed         *
      *                              decimal S9(5)V99                  *
      *        IVR-MATCH-STATUS      ' ' = not yet matched,            *
      *                              'R' = released for payment,       *
      *                              'H' = on payables hold (matched   *
      *                              again every night until it        *
      *                              clears)                           *
      *        IVR-HOLD-REASON       Why the line is held -            *
      *                              'U' = unknown PO,                 *
      *                              'C' = PO line closed to billing,  *
      *                              'I' = item not the PO line's or   *
      *                                    not on the catalog,         *
      *                              'Q' = billed more than received,  *
      *                              'P' = price differs from CAT-COST *
      *        IVR-MATCH-DATE        Date last matched, CCYYMMDD       *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - SUPPLIER INVOICE LINE *
      *                                   RECORD FOR THE THREE-WAY    *
      *                                   MATCH                       *
      *                                                               *
      *****************************************************************
       01  DFH0XIV-RECORD.
           05 IVR-KEY.
               10 IVR-SUPPLIER-CODE     PIC X(8).
               10 IVR-INVOICE-NO        PIC X(12).
               10 IVR-LINE-NO           PIC 9(3).
           05 IVR-INVOICE-DATE          PIC X(8).
           05 IVR-PO-NUMBER             PIC 9(6).
           05 IVR-ITEM-REF              PIC 9(4).
           05 IVR-QTY-BILLED            PIC 9(5).
           05 IVR-UNIT-PRICE            PIC S9(5)V99 COMP-3.
           05 IVR-MATCH-STATUS          PIC X(1).
               88 IVR-NOT-MATCHED           VALUE ' '.
               88 IVR-RELEASED              VALUE 'R'.
               88 IVR-HELD                  VALUE 'H'.
           05 IVR-HOLD-REASON           PIC X(1).
               88 IVR-HOLD-UNKNOWN-PO       VALUE 'U'.
               88 IVR-HOLD-PO-CLOSED        VALUE 'C'.
               88 IVR-HOLD-WRONG-ITEM       VALUE 'I'.
               88 IVR-HOLD-OVER-RECEIVED    VALUE 'Q'.
               88 IVR-HOLD-PRICE            VALUE 'P'.
           05 IVR-MATCH-DATE            PIC X(8).
