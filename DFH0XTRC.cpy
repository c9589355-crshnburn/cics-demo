      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XTRC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Stock transfer record layout for the       *
      *                     example catalog application                *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the stock   *
      *      transfer file (file DFH0XTR, dataset TRNFILE), keyed by  *
      *      the transfer number the catalog manager assigns from     *
      *      the 'TRANSFER' control record on DFH0XOC.  A TRNSTK ship *
      *      takes the quantity off the sending storeroom's shelf,    *
      *      books it in transit to the receiving storeroom and       *
      *      writes the record in transit; a TRNSTK confirm from the  *
      *      receiving storeroom puts it on that room's shelf and     *
      *      marks the record received.  Received records stay on     *
      *      the file as the trail of stock moved between rooms.      *
      *                                                                *
      *        TRF-TRANSFER-NO       Transfer number (key)             *
      *        TRF-ITEM-REF          Item moved                        *
      *        TRF-FROM-LOCATION     Sending storeroom                 *
      *        TRF-TO-LOCATION       Receiving storeroom               *
      *        TRF-QUANTITY          Quantity moved                    *
      *        TRF-STATUS            'T' = in transit, 'R' = received  *
      *        TRF-SHIPPED-BY        Storekeeper who shipped it        *
      *        TRF-SHIPPED-DATE-TIME Date/time shipped, CCYYMMDDHHMMSS *
      *        TRF-RECEIVED-BY       Storekeeper who confirmed it      *
      *        TRF-RECEIVED-DATE-TIME                                  *
      *                              Date/time confirmed,              *
      *                              CCYYMMDDHHMMSS                    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - STOCK TRANSFER        *
      *                                   BETWEEN STOREROOMS          *
      *                                                               *
      *****************************************************************
       01  DFH0XTR-RECORD.
           05 TRF-TRANSFER-NO           PIC 9(6).
           05 TRF-ITEM-REF              PIC 9(4).
           05 TRF-FROM-LOCATION         PIC X(4).
           05 TRF-TO-LOCATION           PIC X(4).
           05 TRF-QUANTITY              PIC 9(4).
           05 TRF-STATUS                PIC X(1).
               88 TRF-IN-TRANSIT            VALUE 'T'.
               88 TRF-RECEIVED              VALUE 'R'.
           05 TRF-SHIPPED-BY            PIC X(8).
           05 TRF-SHIPPED-DATE-TIME     PIC X(14).
           05 TRF-RECEIVED-BY           PIC X(8).
           05 TRF-RECEIVED-DATE-TIME    PIC X(14).
