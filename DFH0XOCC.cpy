      *      every order carries a system-assigned number that is      *
      *      unique across all users and items - the CICS update       *
      *      lock serializes concurrent assignments the same way       *
      *      SUP-PO-SEQ serializes PO numbers.  A second record on     *
      *      the same file, keyed 'TRANSFER', numbers the stock        *
      *      transfers between storerooms (DFH0XTR) the same way.      *
      *                                                                *
      *        OCR-CONTROL-ID        Control record key ('ORDERNO ' or *
      *                              'TRANSFER')                       *
      *        OCR-NEXT-ORDER-NO     Last order number assigned -      *
      *                              incremented before use            *
      *        OCR-LAST-TRANSFER-NO  The same field seen from the      *
      *                              'TRANSFER' record - last transfer *
      *                              number assigned                   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          260902 CATMGR   : NEW - ORDER NUMBER CONTROL  *
      *                                   RECORD                      *
      *   $D1=          261015 CATMGR   : ADD THE 'TRANSFER' RECORD   *
      *                                   FOR STOCK TRANSFER NUMBERS  *
      *                                                               *
      *****************************************************************
       01  DFH0XOC-RECORD.
           05 OCR-CONTROL-ID            PIC X(8).
           05 OCR-NEXT-ORDER-NO         PIC 9(6).
           05 OCR-LAST-TRANSFER-NO REDEFINES OCR-NEXT-ORDER-NO
                                        PIC 9(6).
