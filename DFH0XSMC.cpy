      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XSMC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Stock movement journal record for the      *
      *                     example catalog application                *
      *                                                               *
      * FUNCTION =                                                    *
      *      One record is spooled to the stock movement queue (queue  *
      *      STKM, mapped in the DCT to a sequential journal dataset)  *
      *      by the catalog manager (DFH0XCMN) every time it changes   *
      *      an item's CAT-IN-STOCK or CAT-ON-ORDER, whichever request *
      *      made the change, so an item's book stock can be walked    *
      *      forward movement by movement.  The stock card report      *
      *      (DFH0XSTK) proves each item's opening balance plus its    *
      *      movements against the closing balance on the catalog      *
      *      master.                                                    *
      *                                                                *
      *        SMJ-ITEM-REF          Item whose balances changed       *
      *        SMJ-MOVEMENT-TYPE     'O' order placed (ORDER/ORDMLT)  *
      *                              'C' order cancelled or reduced   *
      *                              'R' stock received (RCVSTK),      *
      *                                  including any waitlist fill   *
      *                              'A' stock adjustment posted       *
      *                                  (PSTADJ)                      *
      *                              'T' goods returned to stores      *
      *                                  (RTNSTK)                      *
      *                              'X' item retired (DELITM) with    *
      *                                  a balance still on the book   *
      *        SMJ-QUANTITY          Quantity of the transaction -     *
      *                              ordered, taken off the order,     *
      *                              received, adjusted (unsigned      *
      *                              variance) or returned.  The       *
      *                              balances below show how it fell   *
      *                              between stock and on-order        *
      *        SMJ-STOCK-BEFORE      CAT-IN-STOCK before the movement  *
      *        SMJ-STOCK-AFTER       CAT-IN-STOCK after the movement   *
      *        SMJ-ON-ORDER-BEFORE   CAT-ON-ORDER before the movement  *
      *        SMJ-ON-ORDER-AFTER    CAT-ON-ORDER after the movement   *
      *        SMJ-ORDER-NO          Order number, on an order,        *
      *                              cancel/amend or return movement   *
      *        SMJ-PO-SUPPLIER       Supplier and PO number, on a      *
      *        SMJ-PO-NUMBER         receipt matched to a PO line      *
      *        SMJ-ADJ-DATE-PROPOSED Key date of the adjustment        *
      *                              record, on an adjustment          *
      *        SMJ-USERID            User whose request made the       *
      *                              movement                          *
      *        SMJ-DATE-TIME         Date/time of the movement,        *
      *                              CCYYMMDDHHMMSS                    *
      *        SMJ-UNIT-COST         CAT-COST when the movement was    *
      *                              made, packed decimal S9(5)V99 -   *
      *                              the period-end ledger journal     *
      *                              (DFH0XGLJ) values PO receipts at  *
      *                              this captured cost                *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - STOCK MOVEMENT        *
      *                                   JOURNAL RECORD              *
      *   $D1=          261015 CATMGR   : ADD SMJ-UNIT-COST - THE     *
      *                                   ITEM'S COST AT THE          *
      *                                   MOVEMENT, FOR THE LEDGER    *
      *                                   JOURNAL                     *
      *                                                               *
      *****************************************************************
       01  DFH0XSM-RECORD.
           05 SMJ-ITEM-REF              PIC 9(4).
           05 SMJ-MOVEMENT-TYPE         PIC X(1).
               88 SMJ-ORDER-PLACED          VALUE 'O'.
               88 SMJ-ORDER-REDUCED         VALUE 'C'.
               88 SMJ-STOCK-RECEIVED        VALUE 'R'.
               88 SMJ-ADJUSTMENT-POSTED     VALUE 'A'.
               88 SMJ-RETURN-TO-STORES      VALUE 'T'.
               88 SMJ-ITEM-RETIRED          VALUE 'X'.
           05 SMJ-QUANTITY              PIC 9(4).
           05 SMJ-STOCK-BEFORE          PIC 9(4).
           05 SMJ-STOCK-AFTER           PIC 9(4).
           05 SMJ-ON-ORDER-BEFORE       PIC 9(3).
           05 SMJ-ON-ORDER-AFTER        PIC 9(3).
           05 SMJ-ORDER-NO              PIC 9(6).
           05 SMJ-PO-SUPPLIER           PIC X(8).
           05 SMJ-PO-NUMBER             PIC 9(6).
           05 SMJ-ADJ-DATE-PROPOSED     PIC X(8).
           05 SMJ-USERID                PIC X(8).
           05 SMJ-DATE-TIME             PIC X(14).
           05 SMJ-UNIT-COST             PIC S9(5)V99 COMP-3.
