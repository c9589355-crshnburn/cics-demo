      *                              scale S9(5)V99 (dollars.cents)    *
      *        CAT-IN-STOCK          Number of items in stock         *
      *        CAT-ON-ORDER          Number of items on order         *
      *        CAT-BACKORDER-SEQ     Waitlist position of the last    *
      *                              backorder in the item's queue -  *
      *                              a new entry is logged at this    *
      *                              plus one, and it is taken down   *
      *                              by one whenever an entry leaves  *
      *                              the queue, so positions always   *
      *                              run 1 to CAT-BACKORDER-SEQ       *
      *        CAT-SUPPLIER          Supplier the item is replenished  *
      *                              from (key to DFH0XSP), spaces if   *
      *                              none is on record yet              *
      *                                   REORDER POINT/QUANTITY PAIR *
      *                                   FOR THE REPLENISHMENT       *
      *                                   SUGGESTION JOB (DFH0XSUG)   *
      *   $D4=          261015 CATMGR   : CAT-BACKORDER-SEQ IS THE    *
      *                                   LAST POSITION IN THE        *
      *                                   WAITLIST, NOT A COUNT OF    *
      *                                   BACKORDERS EVER LOGGED      *
      *                                                               *
      *****************************************************************
       01  DFH0XCT-RECORD.
