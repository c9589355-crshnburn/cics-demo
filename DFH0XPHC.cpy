      * FUNCTION =                                                    *
      *      One record per item counted during a physical stock      *
      *      take, fed to the nightly reconciliation job (DFH0XREC)    *
      *      to be checked against the book stock held for the item   *
      *      in the storeroom counted (ILR-IN-STOCK on DFH0XIL), so    *
      *      each storeroom is counted and reconciled on its own.      *
      *                                                               *
      *        PHY-ITEM-REF          Item reference number counted    *
      *        PHY-COUNTED-QTY       Quantity physically counted      *
      *        PHY-LOCATION          Storeroom the count was taken in *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          260808 CATMGR   : NEW - PHYSICAL COUNT RECORD *
      *   $D1=          261015 CATMGR   : ADD PHY-LOCATION - COUNTS   *
      *                                   ARE TAKEN PER STOREROOM     *
      *                                                               *
      *****************************************************************
       01  DFH0XPH-RECORD.
           05 PHY-ITEM-REF              PIC 9(4).
           05 PHY-COUNTED-QTY           PIC 9(5).
           05 PHY-LOCATION              PIC X(4).
           05 FILLER                    PIC X(67).
