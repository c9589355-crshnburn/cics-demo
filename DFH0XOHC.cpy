      *      (ISSORD) or cancelled outright (CANORD) - so "did my      *
      *      order actually ship" questions can be answered from the   *
      *      history instead of from memory, and the open order file   *
      *      no longer grows forever.  A return to stores (RTNSTK)     *
      *      against a closed order adds to OHR-RETURNED-QTY on the    *
      *      closed order's record and writes a record of its own,     *
      *      close reason 'R', so the history shows the goods coming   *
      *      back as well as going out.                                *
      *                                                                *
      *      The key leads with the userid so an INQHST request can    *
      *      browse one user's closed orders directly; the close       *
      *                              was placed under                  *
      *        OHR-CHARGE-DEPT       Department charged for the order  *
      *        OHR-QUANTITY          Quantity issued or cancelled      *
      *        OHR-CLOSE-REASON      'I' = issued, 'C' = cancelled,    *
      *                              'R' = returned to stores,         *
      *                              'J' = rejected by the approver    *
      *        OHR-ISSUED-QTY        Total quantity handed over to     *
      *                              the user before the order closed  *
      *        OHR-RETURNED-QTY      Of OHR-ISSUED-QTY, how much has   *
      *                              since been returned to stores     *
      *        OHR-UNIT-COST         Unit cost the order was placed    *
      *                              at, packed decimal S9(5)V99 - a   *
      *                              return is credited at this cost   *
      *        OHR-RETURN-REASON     On a return record only -         *
      *                              'U' = unused, 'W' = wrong item,   *
      *                              'D' = damaged/scrap               *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *                                   ORDERS TRACE BACK TO THE    *
      *                                   ORDER NUMBER THEY WERE      *
      *                                   PLACED UNDER                *
      *   $D2=          261015 CATMGR   : ADD ISSUED/RETURNED QTY,    *
      *                                   UNIT COST AND RETURN REASON *
      *                                   AND THE 'R' RETURNED CLOSE  *
      *                                   REASON FOR RTNSTK           *
      *   $D3=          261015 CATMGR   : ADD THE 'J' REJECTED CLOSE  *
      *                                   REASON FOR HELD ORDERS THE  *
      *                                   APPROVER TURNS DOWN         *
      *                                                               *
      *****************************************************************
       01  DFH0XOH-RECORD.
           05 OHR-CLOSE-REASON          PIC X(1).
               88 OHR-CLOSED-ISSUED         VALUE 'I'.
               88 OHR-CLOSED-CANCELLED      VALUE 'C'.
               88 OHR-CLOSED-RETURNED       VALUE 'R'.
               88 OHR-CLOSED-REJECTED       VALUE 'J'.
           05 OHR-ISSUED-QTY            PIC 9(3).
           05 OHR-RETURNED-QTY          PIC 9(3).
           05 OHR-UNIT-COST             PIC S9(5)V99 COMP-3.
           05 OHR-RETURN-REASON         PIC X(1).
               88 OHR-RETURN-UNUSED         VALUE 'U'.
               88 OHR-RETURN-WRONG-ITEM     VALUE 'W'.
               88 OHR-RETURN-DAMAGED        VALUE 'D'.
