      *                              packed decimal S9(5)V99, so a     *
      *                              later reprice of the item cannot  *
      *                              change what this order is worth   *
      *        OOR-ISSUED-QTY        Quantity already handed over to   *
      *                              the user by ISSORD - carried to   *
      *                              the order history when the order  *
      *                              closes, so a later return can be  *
      *                              checked against what was issued   *
      *        OOR-FILL-LOCATION     Storeroom that filled the line -  *
      *                              the first room stock was taken    *
      *                              from when the order was placed,   *
      *                              or the room a receipt relieved    *
      *                              the backorder into - so a cancel  *
      *                              or amend puts stock back on the   *
      *                              shelf it came off.  Spaces while  *
      *                              the line is wholly backordered    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *                                   STAY INDIVIDUALLY           *
      *                                   ACTIONABLE INSTEAD OF       *
      *                                   MERGING BY USER/ITEM        *
      *   $D4=          261015 CATMGR   : ADD OOR-ISSUED-QTY - TOTAL  *
      *                                   ISSUED AGAINST THE LINE SO  *
      *                                   FAR                         *
      *   $D5=          261015 CATMGR   : ADD OOR-FILL-LOCATION - THE *
      *                                   STOREROOM THAT FILLED THE   *
      *                                   LINE                        *
      *                                                               *
      *****************************************************************
       01  DFH0XOR-RECORD.
           05 OOR-QUANTITY              PIC 9(3).
           05 OOR-BACKORDER-QTY         PIC 9(3).
           05 OOR-UNIT-COST             PIC S9(5)V99 COMP-3.
           05 OOR-ISSUED-QTY            PIC 9(3).
           05 OOR-FILL-LOCATION         PIC X(4).
