      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XILC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Item location stock record layout for the  *
      *                     example catalog application                *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the item    *
      *      location file (file DFH0XIL, dataset ITMLOC), keyed by    *
      *      item reference plus storeroom location - one record per  *
      *      item per storeroom that has ever held it.  The catalog    *
      *      master's CAT-IN-STOCK stays the item's total stock; it    *
      *      always equals the sum of ILR-IN-STOCK and ILR-IN-TRANSIT  *
      *      over the item's location records, so a transfer between   *
      *      storerooms moves stock between these records without     *
      *      touching the catalog master or the stock journal.         *
      *                                                                *
      *        ILR-KEY               Key - item ref + location         *
      *        ILR-ITEM-REF          Item held                         *
      *        ILR-LOCATION          Storeroom (LOC-CODE on DFH0XLO)   *
      *        ILR-IN-STOCK          Quantity on the shelf in the      *
      *                              storeroom, free to be issued      *
      *        ILR-IN-TRANSIT        Quantity shipped to this          *
      *                              storeroom by a transfer that the  *
      *                              storeroom has not yet confirmed   *
      *                              receipt of                        *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - ITEM STOCK BY         *
      *                                   STOREROOM LOCATION          *
      *                                                               *
      *****************************************************************
       01  DFH0XIL-RECORD.
           05 ILR-KEY.
               10 ILR-ITEM-REF          PIC 9(4).
               10 ILR-LOCATION          PIC X(4).
           05 ILR-IN-STOCK              PIC 9(4).
           05 ILR-IN-TRANSIT            PIC 9(4).
