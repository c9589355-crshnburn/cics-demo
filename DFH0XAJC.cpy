      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the stock   *
      *      adjustment file (file DFH0XAJ, dataset ADJFILE), keyed    *
      *      by item reference, the date the adjustment was proposed   *
      *      and the storeroom counted.  The nightly reconciliation    *
      *      job (DFH0XREC) writes one proposed record per item and    *
      *      storeroom whose physical count differed from the room's   *
      *      book stock by more than its tolerance; an APPADJ request  *
      *      approves or rejects the proposal with a reason code; and  *
      *      the posting run (DFH0XADJ driving PSTADJ requests)        *
      *      applies each approved variance to the storeroom's         *
      *      ILR-IN-STOCK and to CAT-IN-STOCK and marks the record     *
      *      posted, so the same variance no longer reappears on       *
      *      every night's reconciliation report.                      *
      *                                                                *
      *        AJR-KEY               Key - item ref + date proposed    *
      *                              + location                        *
      *        AJR-ITEM-REF          Item whose stock is adjusted      *
      *        AJR-DATE-PROPOSED     Date the variance was proposed,   *
      *                              CCYYMMDD                          *
      *        AJR-LOCATION          Storeroom the count was taken in  *
      *        AJR-BOOK-QTY          ILR-IN-STOCK for the storeroom    *
      *                              at count time                     *
      *        AJR-COUNTED-QTY       Quantity physically counted       *
      *        AJR-VARIANCE-QTY      Counted less book - the signed    *
      *                              quantity posting adds to the      *
      *                              storeroom's stock                 *
      *        AJR-STATUS            'P' = proposed, 'A' = approved,   *
      *                              'R' = rejected, 'D' = posted      *
      *        AJR-REASON-CODE       'C' = count error, 'D' = damage,  *
      *   $D0=          260902 CATMGR   : NEW - STOCK ADJUSTMENT      *
      *                                   RECORD FOR RECONCILIATION   *
      *                                   VARIANCE POSTING            *
      *   $D1=          261015 CATMGR   : ADD AJR-LOCATION TO THE KEY *
      *                                   - VARIANCES ARE PROPOSED    *
      *                                   AND POSTED PER STOREROOM    *
      *                                                               *
      *****************************************************************
       01  DFH0XAJ-RECORD.
           05 AJR-KEY.
               10 AJR-ITEM-REF          PIC 9(4).
               10 AJR-DATE-PROPOSED     PIC X(8).
               10 AJR-LOCATION          PIC X(4).
           05 AJR-BOOK-QTY              PIC 9(5).
           05 AJR-COUNTED-QTY           PIC 9(5).
           05 AJR-VARIANCE-QTY          PIC S9(5).
