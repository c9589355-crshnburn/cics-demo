      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XPNC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Pending order file record layout for the   *
      *                     example catalog application                *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the pending *
      *      order file (file DFH0XPN, dataset PENDFILE), keyed by    *
      *      order number.  An ORDER or ORDMLT whose value is over    *
      *      the charge department's DEP-APPROVAL-LIMIT is not placed *
      *      - the catalog manager assigns it an order number and     *
      *      holds it here, taking no stock and no spend, until the   *
      *      department's approver decides it with an APPORD request. *
      *      Approval places the held lines through the normal        *
      *      ORDMLT path under the same order number; rejection       *
      *      closes every line to the order history with close        *
      *      reason 'J'.  The record is kept, stamped with the        *
      *      decision, as the approval trail.  The nightly chase list *
      *      (DFH0XPND) lists orders still pending after a set number *
      *      of days.                                                 *
      *                                                                *
      *        PND-ORDER-NO          Order number (key), assigned from *
      *                              the order number control record   *
      *                              when the order is held            *
      *        PND-USERID            User who placed the order         *
      *        PND-CHARGE-DEPT       Department to be charged          *
      *        PND-ORDER-VALUE       Value of the order when held -    *
      *                              quantity times CAT-COST over all  *
      *                              lines, packed decimal S9(9)V99    *
      *        PND-APPROVER-USERID   Department approver the order     *
      *                              was routed to when held           *
      *        PND-HELD-DATE-TIME    Date/time the order was held,     *
      *                              CCYYMMDDHHMMSS                    *
      *        PND-STATUS            'P' = pending, 'A' = approved     *
      *                              and placed, 'J' = rejected        *
      *        PND-DECIDED-BY        User who approved or rejected     *
      *        PND-DECIDED-DATE-TIME Date/time of the decision,        *
      *                              CCYYMMDDHHMMSS                    *
      *        PND-LINE-COUNT        Number of lines held, 1 to 10     *
      *        PND-LINE              One held item/quantity line, with *
      *                              the unit cost it was valued at    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - PENDING ORDER RECORD  *
      *                                   FOR HIGH-VALUE ORDER        *
      *                                   APPROVAL                    *
      *                                                               *
      *****************************************************************
       01  DFH0XPN-RECORD.
           05 PND-ORDER-NO              PIC 9(6).
           05 PND-USERID                PIC X(8).
           05 PND-CHARGE-DEPT           PIC X(8).
           05 PND-ORDER-VALUE           PIC S9(9)V99 COMP-3.
           05 PND-APPROVER-USERID       PIC X(8).
           05 PND-HELD-DATE-TIME        PIC X(14).
           05 PND-STATUS                PIC X(1).
               88 PND-PENDING               VALUE 'P'.
               88 PND-APPROVED              VALUE 'A'.
               88 PND-REJECTED              VALUE 'J'.
           05 PND-DECIDED-BY            PIC X(8).
           05 PND-DECIDED-DATE-TIME     PIC X(14).
           05 PND-LINE-COUNT            PIC 9(2).
           05 PND-LINE                  OCCURS 10 TIMES.
               10 PND-ITEM-REF          PIC 9(4).
               10 PND-QUANTITY          PIC 9(3).
               10 PND-UNIT-COST         PIC S9(5)V99 COMP-3.
