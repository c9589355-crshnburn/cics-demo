      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XRLC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Reorder level change log record for the    *
      *                     example catalog application                *
      *                                                               *
      * FUNCTION =                                                    *
      *      One record is spooled to the reorder level change log     *
      *      queue (queue ROPC, mapped in the DCT to a sequential      *
      *      log dataset) by the catalog manager (DFH0XCMN) every      *
      *      time an UPDITM request alters an item's                   *
      *      CAT-REORDER-POINT or CAT-REORDER-QTY by hand, and every   *
      *      time a PSTROP request applies an approved proposal from   *
      *      the reorder level review (DFH0XROP/DFH0XROA), so the      *
      *      history of an item's replenishment settings - and who     *
      *      signed each change off - can be read back from the files. *
      *                                                                *
      *        RLC-ITEM-REF          Item whose levels were changed    *
      *        RLC-OLD-REORDER-POINT Reorder point before the change   *
      *        RLC-NEW-REORDER-POINT Reorder point after the change    *
      *        RLC-OLD-REORDER-QTY   Reorder quantity before the       *
      *                              change                            *
      *        RLC-NEW-REORDER-QTY   Reorder quantity after the change *
      *        RLC-USERID            User who made the change          *
      *        RLC-DATE-TIME         Date/time of the change,          *
      *                              CCYYMMDDHHMMSS                    *
      *        RLC-REVIEWED-BY       Buyer who approved the proposal,  *
      *                              spaces for a change keyed by hand *
      *        RLC-PROPOSAL-DATE     Review date of the proposal       *
      *                              applied, CCYYMMDD, spaces for a   *
      *                              change keyed by hand              *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - REORDER LEVEL CHANGE  *
      *                                   LOG RECORD FOR UPDITM       *
      *   $D1=          261015 CATMGR   : ADD RLC-REVIEWED-BY AND     *
      *                                   RLC-PROPOSAL-DATE FOR       *
      *                                   CHANGES APPLIED BY PSTROP   *
      *                                                               *
      *****************************************************************
       01  DFH0XRL-RECORD.
           05 RLC-ITEM-REF              PIC 9(4).
           05 RLC-OLD-REORDER-POINT     PIC 9(4).
           05 RLC-NEW-REORDER-POINT     PIC 9(4).
           05 RLC-OLD-REORDER-QTY       PIC 9(4).
           05 RLC-NEW-REORDER-QTY       PIC 9(4).
           05 RLC-USERID                PIC X(8).
           05 RLC-DATE-TIME             PIC X(14).
           05 RLC-REVIEWED-BY           PIC X(8).
           05 RLC-PROPOSAL-DATE         PIC X(8).
