      *                                   RETURN CODES 70/71;         *
      *                                   CA-HST-ENTRY CARRIES THE    *
      *                                   ORDER NUMBER                *
      *   $E3=          261015 CATMGR   : ROLE-BASED AUTHORITY ON     *
      *                                   BACK-OFFICE REQUESTS -      *
      *                                   CA-RCV-USERID AND CA-PO-    *
      *                                   USERID NAME THE ACTING      *
      *                                   USER ON RCVSTK/RAISPO,      *
      *                                   CA-MST-ROLES CARRIES THE    *
      *                                   ROLES ON ADDUSR/UPDUSR;     *
      *                                   RETURN CODES 37/38          *
      *   $E4=          261015 CATMGR   : ADD RTNSTK REQUEST-ID AND   *
      *                                   CA-RETURN-REQUEST GROUP -   *
      *                                   RETURN ISSUED GOODS TO      *
      *                                   STORES AGAINST A CLOSED     *
      *                                   ORDER; RETURN CODES 48/49   *
      *   $E5=          261015 CATMGR   : ADD APPORD REQUEST-ID AND   *
      *                                   CA-APPROVE-REQUEST GROUP -  *
      *                                   APPROVE OR REJECT AN ORDER  *
      *                                   HELD OVER THE DEPARTMENT'S  *
      *                                   APPROVAL LIMIT; RETURN      *
      *                                   CODE 02 (ORDER HELD) AND    *
      *                                   57/65-67; CA-MASTER-MAINT-  *
      *                                   REQUEST CARRIES THE         *
      *                                   DEPARTMENT APPROVAL LIMIT   *
      *                                   AND APPROVER                *
      *   $E6=          261015 CATMGR   : ADD STDORD REQUEST-ID AND   *
      *                                   CA-STANDING-ORDER-REQUEST   *
      *                                   GROUP - CREATE, SUSPEND,    *
      *                                   RESUME OR END A USER'S OWN  *
      *                                   STANDING ORDER; RETURN      *
      *                                   CODES 68/69/72-74           *
      *   $E7=          261015 CATMGR   : STOCK HELD PER STOREROOM -  *
      *                                   ADD TRNSTK REQUEST-ID AND   *
      *                                   CA-TRANSFER-REQUEST GROUP   *
      *                                   TO SHIP AND CONFIRM STOCK   *
      *                                   TRANSFERS; INQSGL RETURNS   *
      *                                   CA-SNGL-LOCATION ENTRIES    *
      *                                   AND INQCAT THE NEW          *
      *                                   CA-CAT-ITEM-LOCATIONS AREA; *
      *                                   RCVSTK NAMES THE STOREROOM  *
      *                                   BOOKED INTO, APPADJ/PSTADJ  *
      *                                   THE STOREROOM COUNTED AND   *
      *                                   ADDUSR/UPDUSR THE USER'S    *
      *                                   HOME STOREROOM; RETURN      *
      *                                   CODES 75-82                 *
      *   $E8=          261015 CATMGR   : ADD RETURN CODE 83 - ITEM   *
      *                                   HELD IN MORE STOREROOMS     *
      *                                   THAN ONE REQUEST CAN        *
      *                                   COLLECT (INQSGL STILL LISTS *
      *                                   THE FIRST 10; ORDER LINES   *
      *                                   ARE REFUSED)                *
      *   $E9=          261015 CATMGR   : ADD CA-RTN-LOCATION - THE   *
      *                                   STOREROOM RTNSTK BOOKS      *
      *                                   INTO; ADD APPROP/PSTROP     *
      *                                   REQUEST-IDS AND             *
      *                                   CA-REORDER-REQUEST FOR      *
      *                                   REORDER LEVEL PROPOSAL      *
      *                                   REVIEW AND APPLY; RETURN    *
      *                                   CODE 58 AND 84-88           *
      *                                                               *
      *****************************************************************
      *    Catalogue COMMAREA structure
               88 CA-REQ-RAISE-PO          VALUE 'RAISPO'.
               88 CA-REQ-REVIEW-ADJUST     VALUE 'APPADJ'.
               88 CA-REQ-POST-ADJUST       VALUE 'PSTADJ'.
               88 CA-REQ-REVIEW-REORDER    VALUE 'APPROP'.
               88 CA-REQ-APPLY-REORDER     VALUE 'PSTROP'.
               88 CA-REQ-INQUIRE-FILLS     VALUE 'INQFIL'.
               88 CA-REQ-MULTI-ORDER       VALUE 'ORDMLT'.
               88 CA-REQ-ADD-DEPT          VALUE 'ADDDPT'.
               88 CA-REQ-ADD-USER          VALUE 'ADDUSR'.
               88 CA-REQ-UPDATE-USER       VALUE 'UPDUSR'.
               88 CA-REQ-DELETE-USER       VALUE 'DELUSR'.
               88 CA-REQ-RETURN-STOCK      VALUE 'RTNSTK'.
               88 CA-REQ-APPROVE-ORDER     VALUE 'APPORD'.
               88 CA-REQ-STANDING-ORDER    VALUE 'STDORD'.
               88 CA-REQ-TRANSFER-STOCK    VALUE 'TRNSTK'.
               88 CA-REQ-MASTER-MAINT      VALUE 'ADDDPT' 'UPDDPT'
                                                 'DELDPT' 'ADDSUP'
                                                 'UPDSUP' 'DELSUP'
           03 CA-RETURN-CODE           PIC 9(2).
               88 CA-NORMAL                VALUE 00.
               88 CA-EOF                   VALUE 01.
               88 CA-ORDER-PENDING         VALUE 02.
               88 CA-ITEM-NOT-FOUND        VALUE 20.
               88 CA-ORDER-NOT-FOUND       VALUE 21.
               88 CA-NO-BACKORDERS         VALUE 22.
               88 CA-OVER-ORDER-LIMIT      VALUE 34.
               88 CA-OVER-DEPT-BUDGET      VALUE 35.
               88 CA-NOT-ORDER-OWNER       VALUE 36.
               88 CA-NOT-AUTHORIZED        VALUE 37.
               88 CA-DUTIES-NOT-SEPARATED  VALUE 38.
               88 CA-ITEM-EXISTS           VALUE 40.
               88 CA-INVALID-COST          VALUE 41.
               88 CA-ITEM-HAS-ORDERS       VALUE 42.
               88 CA-ISSUE-EXCEEDS-FILLED   VALUE 45.
               88 CA-PO-LINE-NOT-OPEN       VALUE 46.
               88 CA-PO-ITEM-MISMATCH       VALUE 47.
               88 CA-RETURN-EXCEEDS-ISSUED  VALUE 48.
               88 CA-RETURN-BAD-REASON      VALUE 49.
               88 CA-ADJUST-NOT-FOUND       VALUE 60.
               88 CA-ADJUST-NOT-PROPOSED    VALUE 61.
               88 CA-ADJUST-NOT-APPROVED    VALUE 62.
               88 CA-ADJUST-BAD-REASON      VALUE 63.
               88 CA-ADJUST-BAD-ACTION      VALUE 64.
               88 CA-PENDING-NOT-FOUND      VALUE 65.
               88 CA-PENDING-DECIDED        VALUE 66.
               88 CA-APPROVE-BAD-ACTION     VALUE 67.
               88 CA-STANDING-NOT-FOUND     VALUE 68.
               88 CA-STANDING-EXISTS        VALUE 69.
               88 CA-MASTER-EXISTS          VALUE 50.
               88 CA-MASTER-NOT-FOUND       VALUE 51.
               88 CA-DEPT-HAS-ITEMS         VALUE 52.
               88 CA-SUPPLIER-ON-ITEMS      VALUE 54.
               88 CA-USER-HAS-ORDERS        VALUE 55.
               88 CA-MASTER-BAD-STATUS      VALUE 56.
               88 CA-APPROVER-INVALID       VALUE 57.
               88 CA-USER-IS-APPROVER       VALUE 58.
               88 CA-BAD-LINE-COUNT         VALUE 70.
               88 CA-DUPLICATE-LINE-ITEM    VALUE 71.
               88 CA-STANDING-INVALID       VALUE 72.
               88 CA-STANDING-BAD-DATE      VALUE 73.
               88 CA-STANDING-BAD-STATUS    VALUE 74.
               88 CA-LOCATION-NOT-FOUND     VALUE 75.
               88 CA-LOCATION-CLOSED        VALUE 76.
               88 CA-LOCATION-SHORT         VALUE 77.
               88 CA-TRANSFER-NOT-FOUND     VALUE 78.
               88 CA-TRANSFER-NOT-IN-TRANSIT VALUE 79.
               88 CA-NOT-RECEIVING-LOCATION VALUE 80.
               88 CA-ITEM-IN-TRANSIT        VALUE 81.
               88 CA-TRANSFER-BAD-ACTION    VALUE 82.
               88 CA-LOCATION-TABLE-FULL    VALUE 83.
               88 CA-PROPOSAL-NOT-FOUND     VALUE 84.
               88 CA-PROPOSAL-NOT-PROPOSED  VALUE 85.
               88 CA-PROPOSAL-NOT-APPROVED  VALUE 86.
               88 CA-PROPOSAL-BAD-ACTION    VALUE 87.
               88 CA-PROPOSAL-OVERTAKEN     VALUE 88.
               88 CA-INVALID-REQUEST       VALUE 90.
           03 CA-RESPONSE-MESSAGE      PIC X(79).
           03 CA-REQUEST-SPECIFIC      PIC X(911).
                   07 CA-SNGL-COST         PIC S9(5)V99 COMP-3.
                   07 IN-SNGL-STOCK        PIC 9(4).
                   07 ON-SNGL-ORDER        PIC 9(3).
      *        The item's stock in each storeroom holding it, up to
      *        ten rooms - IN-SNGL-STOCK is the total of both columns
               05 CA-SNGL-LOC-COUNT        PIC 9(2).
               05 CA-SNGL-LOCATION         OCCURS 10 TIMES.
                   07 CA-SNGL-LOC-CODE     PIC X(4).
                   07 CA-SNGL-LOC-IN-STOCK PIC 9(4).
                   07 CA-SNGL-LOC-IN-TRANSIT
                                           PIC 9(4).
               05 FILLER                   PIC X(720).
      *    Fields used in Place Order, Cancel Order, Amend Order and
      *    Issue Order.  CA-ORDER-NO is returned by an accepted ORDER
      *    and names the order a CANORD or ISSORD acts on, so two
      *    order before anything is left as free stock.  A non-blank
      *    supplier names the open purchase order line on DFH0XPO the
      *    receipt is matched against - the line is closed or
      *    part-filled and over/under-deliveries are flagged.
      *    CA-RCV-USERID is the storekeeper booking the receipt in and
      *    CA-RCV-LOCATION the storeroom the free stock is put into
           03 CA-RECEIVE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-RCV-ITEM-REF          PIC 9(4).
               05 CA-RCV-QUANTITY          PIC 9(4).
               05 CA-RCV-SUPPLIER          PIC X(8).
               05 CA-RCV-PO-NUMBER         PIC 9(6).
               05 CA-RCV-USERID            PIC X(8).
               05 CA-RCV-LOCATION          PIC X(4).
               05 FILLER                   PIC X(877).
      *    Fields used in catalog item maintenance - add a new item to
      *    the catalog master, update an existing one, or retire one
      *    that has no open orders or waitlist entries left
      *    Fields used in Raise Purchase Order - turn a DFH0XSUG
      *    suggestion line into an open PO line on DFH0XPO.  The PO
      *    number and the expected delivery date (raised date plus
      *    the supplier's lead time) are returned to the caller.
      *    CA-PO-USERID is the buyer raising the line
           03 CA-RAISE-PO-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-PO-SUPPLIER           PIC X(8).
               05 CA-PO-ITEM-REF           PIC 9(4).
               05 CA-PO-QUANTITY           PIC 9(5).
               05 CA-PO-NUMBER             PIC 9(6).
               05 CA-PO-EXPECTED-DATE      PIC X(8).
               05 CA-PO-USERID             PIC X(8).
               05 FILLER                   PIC X(872).
      *    Fields used in department, supplier and user master
      *    maintenance - one shared group, the way CA-ORDER-REQUEST
      *    serves ORDER, CANORD and ISSORD.  CA-MST-KEY is the
      *    department code, supplier code or userid being maintained;
      *    only the fields that belong to the master being changed
      *    are looked at.  CA-MST-ROLES maps USR-ROLES on the user
      *    master, one 'Y'/'N' flag per role.  CA-MST-APPROVAL-LIMIT
      *    and CA-MST-APPROVER are the department's high-value order
      *    approval limit (zero = no approval needed) and approver.
      *    CA-MST-HOME-LOCATION is the user's home storeroom
           03 CA-MASTER-MAINT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-MST-USERID            PIC X(8).
               05 CA-MST-KEY               PIC X(8).
               05 CA-MST-LEAD-TIME-DAYS    PIC 9(3).
               05 CA-MST-HOME-DEPT         PIC X(8).
               05 CA-MST-ORDER-LIMIT       PIC 9(3).
               05 CA-MST-ROLES.
                   07 CA-MST-ORDERER-ROLE      PIC X(1).
                   07 CA-MST-STOREKEEPER-ROLE  PIC X(1).
                   07 CA-MST-BUYER-ROLE        PIC X(1).
                   07 CA-MST-CAT-ADMIN-ROLE    PIC X(1).
                   07 CA-MST-STOCK-CTL-ROLE    PIC X(1).
               05 CA-MST-APPROVAL-LIMIT    PIC S9(9)V99 COMP-3.
               05 CA-MST-APPROVER          PIC X(8).
               05 CA-MST-HOME-LOCATION     PIC X(4).
               05 FILLER                   PIC X(821).
      *    Fields used in Inquire Fills - a user's recent backorder
      *    fill notifications, so "has my backordered item arrived"
      *    can be answered without re-running an INQBKO and guessing
      *    Fields used in stock adjustment review and posting -
      *    APPADJ approves or rejects a proposed reconciliation
      *    variance with a reason code, and PSTADJ posts one
      *    approved adjustment to the catalog master's book stock.
      *    CA-ADJ-LOCATION is the storeroom the count was taken in
           03 CA-ADJUST-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-ADJ-ITEM-REF          PIC 9(4).
               05 CA-ADJ-DATE-PROPOSED     PIC X(8).
                   88 CA-ADJ-ACT-REJECT        VALUE 'R'.
               05 CA-ADJ-REASON-CODE       PIC X(1).
               05 CA-ADJ-USERID            PIC X(8).
               05 CA-ADJ-LOCATION          PIC X(4).
               05 FILLER                   PIC X(885).
      *    Fields used in reorder level proposal review and apply -
      *    APPROP approves or rejects a reorder point/quantity
      *    recommended by the monthly review, and PSTROP applies one
      *    approved proposal to the catalog master.  The proposal is
      *    named by its item and the date of the review
           03 CA-REORDER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-ROP-ITEM-REF          PIC 9(4).
               05 CA-ROP-RUN-DATE          PIC X(8).
               05 CA-ROP-ACTION-CD         PIC X(1).
                   88 CA-ROP-ACT-APPROVE       VALUE 'A'.
                   88 CA-ROP-ACT-REJECT        VALUE 'R'.
               05 CA-ROP-USERID            PIC X(8).
               05 FILLER                   PIC X(890).
      *    Fields used in Return to Stores - goods issued against a
      *    closed order coming back to the storeroom, named by the
      *    ordering user, order number and item, with the storekeeper
      *    booking the return in CA-RTN-USERID.  CA-RTN-LOCATION is
      *    the storeroom the goods are put back into (not needed for
      *    damaged/scrap goods, which are not restocked)
           03 CA-RETURN-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-RTN-ORDER-USERID      PIC X(8).
               05 CA-RTN-ORDER-NO          PIC 9(6).
               05 CA-RTN-ITEM-REF          PIC 9(4).
               05 CA-RTN-QUANTITY          PIC 9(3).
               05 CA-RTN-REASON-CODE       PIC X(1).
                   88 CA-RTN-UNUSED            VALUE 'U'.
                   88 CA-RTN-WRONG-ITEM        VALUE 'W'.
                   88 CA-RTN-DAMAGED           VALUE 'D'.
                   88 CA-RTN-VALID-REASON      VALUE 'U' 'W' 'D'.
               05 CA-RTN-USERID            PIC X(8).
               05 CA-RTN-LOCATION          PIC X(4).
               05 FILLER                   PIC X(877).
      *    Fields used in Approve Order - the charge department's
      *    approver (CA-APR-USERID) approves or rejects an order held
      *    pending because its value was over the department's
      *    approval limit.  Approval places the held order under its
      *    original order number; rejection closes it to history
           03 CA-APPROVE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-APR-USERID            PIC X(8).
               05 CA-APR-ORDER-NO          PIC 9(6).
               05 CA-APR-ACTION-CD         PIC X(1).
                   88 CA-APR-ACT-APPROVE       VALUE 'A'.
                   88 CA-APR-ACT-REJECT        VALUE 'R'.
               05 FILLER                   PIC X(896).
      *    Fields used in Standing Order maintenance - a user
      *    creates, suspends, resumes or ends one of their own
      *    standing orders, named by CA-STO-SO-ID.  The frequency,
      *    dates, charge department and lines are only looked at on a
      *    create.  The first two fields line up with CA-USERID/
      *    CA-CHARGE-DEPT in CA-ORDER-REQUEST, as CA-MLT-USERID and
      *    CA-MLT-CHARGE-DEPT do, so the shared user and department
      *    validation paragraphs apply unchanged
           03 CA-STANDING-ORDER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-STO-USERID            PIC X(8).
               05 CA-STO-CHARGE-DEPT       PIC X(8).
               05 CA-STO-SO-ID             PIC 9(4).
               05 CA-STO-ACTION-CD         PIC X(1).
                   88 CA-STO-ACT-CREATE        VALUE 'C'.
                   88 CA-STO-ACT-SUSPEND       VALUE 'S'.
                   88 CA-STO-ACT-RESUME        VALUE 'R'.
                   88 CA-STO-ACT-END           VALUE 'E'.
               05 CA-STO-FREQUENCY         PIC X(1).
               05 CA-STO-FIRST-DUE-DATE    PIC X(8).
               05 CA-STO-END-DATE          PIC X(8).
               05 CA-STO-LINE-COUNT        PIC 9(2).
               05 CA-STO-LINE              OCCURS 10 TIMES.
                   07 CA-STO-ITEM-REF      PIC 9(4).
                   07 CA-STO-QUANTITY      PIC 9(3).
               05 FILLER                   PIC X(801).
      *    Fields used in Inquire History - a user's closed orders,
      *    most useful for answering "did my order actually ship"
           03 CA-INQUIRE-HISTORY REDEFINES CA-REQUEST-SPECIFIC.
                   07 CA-HST-CLOSE-DATE    PIC X(14).
                   07 CA-HST-REASON        PIC X(1).
               05 FILLER                   PIC X(620).
      *    Fields used in Transfer Stock - move a quantity of an item
      *    from one storeroom to another.  A ship ('S') takes the
      *    quantity off the sending room's shelf, books it in transit
      *    to the receiving room and returns the transfer number; a
      *    confirm ('C') names that transfer number and is made by a
      *    storekeeper of the receiving room once the goods arrive.
      *    CA-TRF-USERID is the storekeeper shipping or confirming
           03 CA-TRANSFER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-TRF-ACTION-CD         PIC X(1).
                   88 CA-TRF-ACT-SHIP          VALUE 'S'.
                   88 CA-TRF-ACT-CONFIRM       VALUE 'C'.
               05 CA-TRF-TRANSFER-NO       PIC 9(6).
               05 CA-TRF-ITEM-REF          PIC 9(4).
               05 CA-TRF-FROM-LOCATION     PIC X(4).
               05 CA-TRF-TO-LOCATION       PIC X(4).
               05 CA-TRF-QUANTITY          PIC 9(4).
               05 CA-TRF-USERID            PIC X(8).
               05 FILLER                   PIC X(880).
      *    Stock by storeroom for each item an INQCAT returns -
      *    entry n belongs to CA-CAT-ITEM(n) and lists up to five of
      *    the item's storerooms.  CA-REQUEST-SPECIFIC has no room
      *    left behind a full page of 15 items, so this area follows
      *    it; every caller passes LENGTH OF the whole commarea
           03 CA-CAT-ITEM-LOCATIONS    OCCURS 15 TIMES.
               05 CA-CAT-LOC-COUNT         PIC 9(2).
               05 CA-CAT-LOCATION          OCCURS 5 TIMES.
                   07 CA-CAT-LOC-CODE      PIC X(4).
                   07 CA-CAT-LOC-IN-STOCK  PIC 9(4).
                   07 CA-CAT-LOC-IN-TRANSIT
                                           PIC 9(4).
