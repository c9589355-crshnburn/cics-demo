      *        ADDUSR/UPDUSR/DELUSR                                    *
      *                Online maintenance of the department,           *
      *                supplier and user masters.  A department with   *
      *                catalog items, or open, held or standing orders *
      *                charged to it, a supplier still named on any    *
      *                catalog item, and a user with open, held or     *
      *                standing orders or who approves for a           *
      *                department cannot be deleted.                   *
      *                Every change spools a DFH0XMAC audit record     *
      *                to the MNTA queue                               *
      *        INQFIL  Return the 10 most recent backorder fill       *
      *        PSTADJ  Post one approved stock adjustment to the       *
      *                catalog master's book stock, with an audit      *
      *                record spooled to the ADJA queue                *
      *        APPROP  Approve or reject a reorder point/quantity      *
      *                proposal written to DFH0XRP by DFH0XROP         *
      *        PSTROP  Apply one approved reorder proposal to the      *
      *                catalog master - refused (88) if the item's     *
      *                reorder point or quantity has been changed      *
      *                since the proposal was made - with the change   *
      *                logged to the ROPC queue                        *
      *        RTNSTK  Return goods issued against a closed order to   *
      *                stores - checked against the quantity issued,   *
      *                restocked unless damaged/scrap, credited to     *
      *                the charge department at the order's unit       *
      *                cost and recorded on the order history and     *
      *                the ORDA audit queue                            *
      *        APPORD  The charge department's approver approves or    *
      *                rejects an order held on DFH0XPN because it     *
      *                went over the department's approval limit -     *
      *                never their own order.  Approval places the     *
      *                held lines under the original order number at   *
      *                today's prices; rejection closes it to the      *
      *                order history                                   *
      *        STDORD  Create, suspend, resume or end one of the       *
      *                user's own standing orders on DFH0XSO - raised  *
      *                weekly or monthly as an ORDMLT by DFH0XSTO      *
      *        TRNSTK  Ship stock from one storeroom to another - the  *
      *                quantity leaves the sending room's shelf and    *
      *                is held in transit on DFH0XTR until a           *
      *                storekeeper of the receiving room confirms it   *
      *                                                                *
      *      Stock is held per item per storeroom on the item         *
      *      location file (DFH0XIL); CAT-IN-STOCK stays the item's   *
      *      total over every room.  An order is filled from the      *
      *      orderer's home storeroom (USR-HOME-LOCATION) first and   *
      *      then from the other rooms, and only what no room can     *
      *      supply is backordered.  RCVSTK books into the storeroom  *
      *      named on the receipt, PSTADJ posts to the storeroom that *
      *      was counted, RTNSTK books into the storeroom named on    *
      *      the return and a cancelled quantity goes back to the     *
      *      room that filled the line.                               *
      *      INQSGL and INQCAT return the stock held in each room.    *
      *                                                                *
      *      Every accepted ORDER request also spools a DFH0XAUC       *
      *      audit record to the audit queue (ORDA) with the user,     *
      *      are rejected up front, and a CANORD is refused (36)       *
      *      unless it comes from the order's own userid.              *
      *                                                                *
      *      Back-office requests are refused (37) unless the acting   *
      *      user named in the request holds the role on the user      *
      *      master that the request needs - catalog admin for item    *
      *      and master maintenance, buyer for RAISPO, storekeeper     *
      *      for RCVSTK and RTNSTK, stock controller for APPADJ/       *
      *      PSTADJ, buyer for APPROP and catalog admin for PSTROP.    *
      *      Duties are kept apart (38): an adjustment cannot be       *
      *      posted by the user who approved it, a reorder proposal    *
      *      cannot be applied by the user who reviewed it, and a      *
      *      receipt cannot be booked against a PO line by the buyer   *
      *      who raised it.                                            *
      *                                                                *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                   NEW FILLS ONCE A USER HAD   *
      *                                   MORE THAN TEN ON FILE       *
      *                                   (9000-9080)                 *
      *   $EB=          261015 CATMGR   : ROLE-BASED AUTHORITY ON     *
      *                                   BACK-OFFICE REQUESTS (1000) *
      *                                   AGAINST THE NEW USR-ROLES   *
      *                                   ON THE USER MASTER, RETURN  *
      *                                   CODE 37; SEPARATION OF      *
      *                                   DUTIES, RETURN CODE 38 -    *
      *                                   8400 REFUSES A POSTING BY   *
      *                                   THE APPROVING USER AND 8050 *
      *                                   A RECEIPT BY THE BUYER WHO  *
      *                                   RAISED THE PO LINE (STAMPED *
      *                                   BY 8200 IN POR-RAISED-BY);  *
      *                                   ADDUSR/UPDUSR MAINTAIN THE  *
      *                                   ROLES                       *
      *   $EC=          261015 CATMGR   : ADD RTNSTK RETURN TO STORES *
      *                                   (8950 SERIES) - A RETURN    *
      *                                   AGAINST A CLOSED ORDER IS   *
      *                                   CHECKED AGAINST THE ISSUED  *
      *                                   QUANTITY NOW CARRIED ON THE *
      *                                   OPEN ORDER (8800) AND THE   *
      *                                   HISTORY (8850), RESTOCKED   *
      *                                   UNLESS DAMAGED, CREDITED TO *
      *                                   THE DEPARTMENT'S PERIOD     *
      *                                   SPEND AND SPOOLED TO ORDA   *
      *                                   AS A TYPE 'R' AUDIT ENTRY   *
      *   $ED=          261015 CATMGR   : 8200 STARTS A NEW PO LINE   *
      *                                   WITH NOTHING BILLED AND     *
      *                                   OPEN TO BILLING FOR THE     *
      *                                   INVOICE MATCH JOB DFH0XIVM  *
      *   $EE=          261015 CATMGR   : EVERY CHANGE TO CAT-IN-STOCK*
      *                                   OR CAT-ON-ORDER (ORDER AND  *
      *                                   ORDMLT 4010, CANCEL/AMEND   *
      *                                   5100, RCVSTK 8000/8100,     *
      *                                   PSTADJ 8400, DELITM 8700,   *
      *                                   RTNSTK 8960) SPOOLS A STOCK *
      *                                   MOVEMENT RECORD TO THE NEW  *
      *                                   STKM QUEUE (9600/9610) WITH *
      *                                   BEFORE AND AFTER BALANCES,  *
      *                                   FOR THE STOCK CARD REPORT   *
      *                                   DFH0XSTK.  NEEDS STKM       *
      *                                   DEFINED RECOVERABLE         *
      *   $EF=          261015 CATMGR   : HIGH-VALUE ORDER APPROVAL - *
      *                                   AN ORDER OR ORDMLT WORTH    *
      *                                   MORE THAN THE CHARGE        *
      *                                   DEPARTMENT'S APPROVAL LIMIT *
      *                                   IS HELD ON THE NEW PENDING  *
      *                                   ORDER FILE DFH0XPN (4400)   *
      *                                   WITH RETURN CODE 02 AND NO  *
      *                                   STOCK OR SPEND TAKEN; NEW   *
      *                                   APPORD REQUEST (4600) LETS  *
      *                                   THE DEPARTMENT'S APPROVER   *
      *                                   PLACE IT THROUGH 4500 OR    *
      *                                   CLOSE IT TO HISTORY AS 'J'  *
      *                                   REJECTED; ADDDPT/UPDDPT     *
      *                                   MAINTAIN THE LIMIT AND      *
      *                                   APPROVER (9150)             *
      *   $F0=          261015 CATMGR   : ADD STDORD (4700) - CREATE, *
      *                                   SUSPEND, RESUME AND END A   *
      *                                   USER'S OWN STANDING ORDERS  *
      *                                   ON THE NEW STANDING ORDER   *
      *                                   FILE DFH0XSO, RAISED EACH   *
      *                                   NIGHT AS AN ORDMLT BY THE   *
      *                                   DRIVER DFH0XSTO             *
      *   $F1=          261015 CATMGR   : CAPTURE CAT-COST ON EVERY   *
      *                                   STOCK MOVEMENT (9600) AND   *
      *                                   ADJA AUDIT RECORD (8400)    *
      *                                   SO THE PERIOD-END LEDGER    *
      *                                   JOURNAL DFH0XGLJ VALUES     *
      *                                   THEM AT THE COST THEN       *
      *   $F2=          261015 CATMGR   : CAT-BACKORDER-SEQ NOW TRACKS *
      *                                   THE TAIL OF THE WAITLIST -  *
      *                                   TAKEN DOWN BY ONE WHENEVER  *
      *                                   AN ENTRY IS REMOVED AND THE *
      *                                   QUEUE CLOSED UP (5250,      *
      *                                   8100), SO A NEW ENTRY JOINS *
      *                                   DIRECTLY BEHIND THE LAST    *
      *                                   ONE WITHOUT LEAVING A GAP   *
      *   $F3=          261015 CATMGR   : STOCK HELD PER STOREROOM ON *
      *                                   THE NEW ITEM LOCATION FILE  *
      *                                   DFH0XIL (9640-9710) - 4010  *
      *                                   FILLS FROM THE ORDERER'S    *
      *                                   HOME ROOM FIRST (4030) AND  *
      *                                   BACKORDERS ONLY WHAT NO     *
      *                                   ROOM CAN SUPPLY; RCVSTK,    *
      *                                   PSTADJ, CANORD AND RTNSTK   *
      *                                   BOOK INTO A NAMED ROOM;     *
      *                                   NEW TRNSTK TRANSFER (9400)  *
      *                                   SHIPS STOCK IN TRANSIT ON   *
      *                                   THE NEW TRANSFER FILE       *
      *                                   DFH0XTR UNTIL THE RECEIVING *
      *                                   ROOM CONFIRMS IT; INQSGL    *
      *                                   AND INQCAT SHOW STOCK BY    *
      *                                   ROOM; ADDUSR/UPDUSR         *
      *                                   MAINTAIN THE USER'S HOME    *
      *                                   ROOM, VALIDATED AGAINST THE *
      *                                   NEW LOCATION MASTER DFH0XLO *
      *   $F4=          261015 CATMGR   : LOG EVERY UPDITM CHANGE TO  *
      *                                   AN ITEM'S REORDER POINT OR  *
      *                                   REORDER QUANTITY TO THE NEW *
      *                                   REORDER LEVEL CHANGE QUEUE  *
      *                                   (ROPC) WITH OLD AND NEW     *
      *                                   VALUES, WHO AND WHEN (8660) *
      *   $F5=          261015 CATMGR   : HOME STOREROOM MAY BE LEFT  *
      *                                   BLANK ON ADDUSR/UPDUSR;     *
      *                                   9700 FLAGS AN ITEM IN MORE  *
      *                                   ROOMS THAN ITS TABLE HOLDS  *
      *                                   (RC 83 ON INQSGL AND ORDER  *
      *                                   LINES) AND TOTALS TRANSIT   *
      *                                   OVER EVERY ROOM; APPORD     *
      *                                   HANDS BACK THE APPROVAL     *
      *                                   REQUEST ON FAILURE TOO      *
      *                                   (4605)                      *
      *   $F6=          261015 CATMGR   : ORDER LINES RECORD THE ROOM *
      *                                   THAT FILLED THEM            *
      *                                   (OOR-FILL-LOCATION) AND     *
      *                                   CANORD/AMEND RESTORE STOCK  *
      *                                   THERE; RTNSTK BOOKS INTO    *
      *                                   CA-RTN-LOCATION; TRNSTK     *
      *                                   SHIPPED ONLY BY THE SENDING *
      *                                   ROOM (RC 80); DELDPT AND    *
      *                                   DELUSR ALSO REFUSED FOR     *
      *                                   HELD AND STANDING ORDERS    *
      *                                   AND FOR A DEPARTMENT'S      *
      *                                   APPROVER (RC 58); ADD       *
      *                                   APPROP/PSTROP REORDER       *
      *                                   PROPOSAL REVIEW AND APPLY   *
      *                                   (8450/8460) WITH THE        *
      *                                   REVIEWER ON THE ROPC LOG    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
           05 WS-HISTORY-FILE          PIC X(8) VALUE 'DFH0XOH '.
           05 WS-PO-FILE               PIC X(8) VALUE 'DFH0XPO '.
           05 WS-ADJUST-FILE           PIC X(8) VALUE 'DFH0XAJ '.
           05 WS-PROPOSAL-FILE         PIC X(8) VALUE 'DFH0XRP '.
           05 WS-PERIOD-FILE           PIC X(8) VALUE 'DFH0XPD '.
           05 WS-FILL-FILE             PIC X(8) VALUE 'DFH0XFN '.
           05 WS-PENDING-FILE          PIC X(8) VALUE 'DFH0XPN '.
           05 WS-STANDING-FILE         PIC X(8) VALUE 'DFH0XSO '.
           05 WS-ORDER-CTL-FILE        PIC X(8) VALUE 'DFH0XOC '.
           05 WS-ORDER-CTL-KEY         PIC X(8) VALUE 'ORDERNO '.
           05 WS-TRANSFER-CTL-KEY      PIC X(8) VALUE 'TRANSFER'.
           05 WS-LOCATION-FILE         PIC X(8) VALUE 'DFH0XLO '.
           05 WS-ITEM-LOC-FILE         PIC X(8) VALUE 'DFH0XIL '.
           05 WS-TRANSFER-FILE         PIC X(8) VALUE 'DFH0XTR '.
           05 WS-PERIOD-CURRENT-KEY    PIC X(8) VALUE 'CURRENT '.
           05 WS-AUDIT-QUEUE           PIC X(4) VALUE 'ORDA'.
           05 WS-ADJ-AUDIT-QUEUE       PIC X(4) VALUE 'ADJA'.
           05 WS-PRICE-LOG-QUEUE       PIC X(4) VALUE 'PRCL'.
           05 WS-REORDER-LOG-QUEUE     PIC X(4) VALUE 'ROPC'.
           05 WS-MAINT-AUDIT-QUEUE     PIC X(4) VALUE 'MNTA'.
           05 WS-STOCK-JOURNAL-QUEUE   PIC X(4) VALUE 'STKM'.
           05 WS-BACKOUT-ABEND-CODE    PIC X(4) VALUE 'XCMB'.

       01  WS-RESP-CODES               COMP.
           05 WS-MIN-QUEUE-POS         PIC 9(3).
           05 WS-QUEUE-HEAD-USERID     PIC X(8).
           05 WS-ISSUABLE-QTY          PIC 9(3).
           05 WS-RETURNABLE-QTY        PIC 9(3).
           05 WS-RTN-FOUND-KEY         PIC X(26).
           05 WS-HIST-REASON           PIC X(1).
           05 WS-ORDER-VALUE           PIC S9(9)V99 COMP-3.
           05 WS-OLD-COST              PIC S9(5)V99 COMP-3.
           05 WS-OLD-REORDER-POINT     PIC 9(4).
           05 WS-OLD-REORDER-QTY       PIC 9(4).
           05 WS-ADJ-NEW-STOCK         PIC S9(5) COMP-3.
           05 WS-BKO-SUB               PIC 9(3) COMP.
           05 WS-HST-SUB               PIC 9(3) COMP.
           05 WS-AUD-DATE               PIC X(8).
           05 WS-AUD-TIME               PIC X(6).
           05 WS-PO-MESSAGE            PIC X(79).
           05 WS-ACTING-USERID         PIC X(8).
           05 WS-ROLE-CHECK            PIC X(5).
           05 WS-ROLE-REQUIRED         PIC X(1).
               88 WS-NEED-CAT-ADMIN        VALUE 'C'.
               88 WS-NEED-BUYER            VALUE 'B'.
               88 WS-NEED-STOREKEEPER      VALUE 'K'.
               88 WS-NEED-STOCK-CTL        VALUE 'S'.
           05 WS-ROLE-HELD-SW          PIC X(1) VALUE 'N'.
               88 WS-ROLE-HELD             VALUE 'Y'.
           05 WS-END-OF-BROWSE-SW      PIC X(1) VALUE 'N'.
               88 WS-END-OF-BROWSE         VALUE 'Y'.
           05 WS-QUEUE-HEAD-SW         PIC X(1) VALUE 'N'.
               88 WS-MLT-BACKORDERED       VALUE 'Y'.
           05 WS-RELIEF-FOUND-SW       PIC X(1) VALUE 'N'.
               88 WS-RELIEF-LINE-FOUND     VALUE 'Y'.
           05 WS-RTN-FOUND-SW          PIC X(1) VALUE 'N'.
               88 WS-RTN-ORDER-FOUND       VALUE 'Y'.
           05 WS-APPROVING-SW          PIC X(1) VALUE 'N'.
               88 WS-APPROVING             VALUE 'Y'.
           05 WS-APR-USERID            PIC X(8).
           05 WS-APR-ORDER-NO          PIC 9(6).
           05 WS-APR-ACTION-CD         PIC X(1).
           05 WS-STO-TODAY             PIC X(8).
           05 WS-STO-CHECK-DATE        PIC X(8).
           05 WS-STO-CHECK-PARTS REDEFINES WS-STO-CHECK-DATE.
               10 WS-STO-CHECK-CCYY    PIC 9(4).
               10 WS-STO-CHECK-MM      PIC 9(2).
               10 WS-STO-CHECK-DD      PIC 9(2).
           05 WS-STO-MONTH-DAYS        PIC 9(2).
           05 WS-STO-LEAP-QUOT         PIC 9(4) COMP.
           05 WS-STO-LEAP-REM          PIC 9(3) COMP.
           05 WS-STO-DATE-SW           PIC X(1) VALUE 'N'.
               88 WS-STO-DATE-VALID        VALUE 'Y'.
           05 WS-ACTING-LOCATION       PIC X(4).
           05 WS-ORDERER-LOCATION      PIC X(4).
           05 WS-LOC-ITEM-REF          PIC 9(4).
           05 WS-LOC-CODE              PIC X(4).
           05 WS-LOC-FILL-LOCATION     PIC X(4).
           05 WS-LOC-PUT-QTY           PIC 9(4).
           05 WS-LOC-NEEDED            PIC 9(4).
           05 WS-LOC-TAKE-QTY          PIC 9(4).
           05 WS-LOC-ALLOCATED         PIC 9(4).
           05 WS-LOC-TRANSIT-TOTAL     PIC 9(5).
           05 WS-LOC-OLD-STOCK         PIC 9(4).
           05 WS-LOC-DELTA             PIC S9(5) COMP-3.
           05 WS-LOC-SUB               PIC 9(2) COMP.
           05 WS-LOC-COUNT             PIC 9(2) COMP.
           05 WS-NEW-TRANSFER-NO       PIC 9(6).
           05 WS-LOC-PASS-SW           PIC X(1) VALUE 'H'.
               88 WS-LOC-HOME-PASS         VALUE 'H'.
               88 WS-LOC-OTHER-PASS        VALUE 'O'.
           05 WS-LOC-ELSEWHERE-SW      PIC X(1) VALUE 'N'.
               88 WS-LOC-FROM-ELSEWHERE    VALUE 'Y'.
           05 WS-ILR-NEW-SW            PIC X(1) VALUE 'N'.
               88 WS-ILR-NEW               VALUE 'Y'.
           05 WS-END-OF-LOC-BROWSE-SW  PIC X(1) VALUE 'N'.
               88 WS-END-OF-LOC-BROWSE     VALUE 'Y'.
           05 WS-LOC-OVERFLOW-SW       PIC X(1) VALUE 'N'.
               88 WS-LOC-TABLE-OVERFLOW    VALUE 'Y'.
           05 WS-CAT-LOCS-SW           PIC X(1) VALUE 'N'.
               88 WS-RETURN-CAT-LOCS       VALUE 'Y'.

      *    Basket lines copied out of the commarea before processing -
      *    the per-line moves into CA-ITEM-REF-NUMBER/CA-QUANTITY-REQ
      *    overlay the CA-MLT fields, which share the same storage.
      *    WS-MLT-UNIT-COST is the price 4530 valued the line at, kept
      *    for the pending order record if the basket is held
       01  WS-MLT-LINE-TABLE.
           05 WS-MLT-LINE              OCCURS 10 TIMES.
               10 WS-MLT-ITEM-REF      PIC 9(4).
               10 WS-MLT-QUANTITY      PIC 9(3).
               10 WS-MLT-UNIT-COST     PIC S9(5)V99 COMP-3.

       01  WS-BKO-SORT-SWAP.
           05 WS-BKO-SORT-USERID       PIC X(8).
           05 WS-FIL-SORT-WAITED-QTY   PIC 9(3).
           05 WS-FIL-SORT-DATE-TIME    PIC X(14).

      *    An item's storeroom records, collected by 9700 for an
      *    inquiry, an order's allocation or an item's deletion
       01  WS-LOC-TABLE.
           05 WS-LT-ENTRY              OCCURS 10 TIMES.
               10 WS-LT-LOCATION       PIC X(4).
               10 WS-LT-IN-STOCK       PIC 9(4).
               10 WS-LT-IN-TRANSIT     PIC 9(4).

      *    Catalog master record, read via the catalog file.
           COPY DFH0XCRC.

      *    whenever UPDITM alters an item's cost.
           COPY DFH0XPLC.

      *    Reorder level change log record, spooled via the reorder
      *    log queue whenever UPDITM alters an item's reorder point
      *    or reorder quantity or PSTROP applies a proposal.
           COPY DFH0XRLC.

      *    Reorder level proposal record, reviewed by APPROP and
      *    applied to the catalog master by PSTROP.
           COPY DFH0XRPC.

      *    Stock adjustment record, reviewed by APPADJ and posted to
      *    the catalog master's book stock by PSTADJ.
           COPY DFH0XAJC.
      *    system-assigned order numbers.
           COPY DFH0XOCC.

      *    Stock movement journal record, spooled via the stock
      *    journal queue for every change to CAT-IN-STOCK or
      *    CAT-ON-ORDER.
           COPY DFH0XSMC.

      *    Pending order record - an order over the charge
      *    department's approval limit, held for its approver.
           COPY DFH0XPNC.

      *    Standing order record - a basket raised every week or
      *    month by the standing order driver.
           COPY DFH0XSOC.

      *    Storeroom location master record, read via the location
      *    file to validate a storeroom code.
           COPY DFH0XLOC.

      *    Item location record - an item's stock in one storeroom,
      *    read/written via the item location file.
           COPY DFH0XILC.

      *    Stock transfer record, written by a TRNSTK ship and
      *    updated by the receiving storeroom's confirm.
           COPY DFH0XTRC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DFH0XCP1.
           MOVE 00 TO CA-RETURN-CODE
           MOVE SPACES TO CA-RESPONSE-MESSAGE

           PERFORM 1000-CHECK-AUTHORITY
               THRU 1000-CHECK-AUTHORITY-EXIT

           EVALUATE TRUE
               WHEN NOT CA-NORMAL
                   CONTINUE
               WHEN CA-REQ-INQUIRE-CAT
                   PERFORM 2000-INQUIRE-CATALOG
                       THRU 2000-INQUIRE-CATALOG-EXIT
               WHEN CA-REQ-MULTI-ORDER
                   PERFORM 4500-PLACE-MULTI-ORDER
                       THRU 4500-PLACE-MULTI-ORDER-EXIT
               WHEN CA-REQ-APPROVE-ORDER
                   PERFORM 4600-DECIDE-PENDING-ORDER
                       THRU 4600-DECIDE-PENDING-ORDER-EXIT
               WHEN CA-REQ-STANDING-ORDER
                   PERFORM 4700-MAINTAIN-STANDING-ORDER
                       THRU 4700-MAINTAIN-STANDING-ORDER-EXIT
               WHEN CA-REQ-CANCEL-ORDER
                   PERFORM 5000-CANCEL-AMEND-ORDER
                       THRU 5000-CANCEL-AMEND-ORDER-EXIT
               WHEN CA-REQ-INQUIRE-HISTORY
                   PERFORM 8900-INQUIRE-HISTORY
                       THRU 8900-INQUIRE-HISTORY-EXIT
               WHEN CA-REQ-RETURN-STOCK
                   PERFORM 8950-RETURN-TO-STORES
                       THRU 8950-RETURN-TO-STORES-EXIT
               WHEN CA-REQ-RAISE-PO
                   PERFORM 8200-RAISE-PURCHASE-ORDER
                       THRU 8200-RAISE-PURCHASE-ORDER-EXIT
               WHEN CA-REQ-POST-ADJUST
                   PERFORM 8400-POST-ADJUSTMENT
                       THRU 8400-POST-ADJUSTMENT-EXIT
               WHEN CA-REQ-REVIEW-REORDER
                   PERFORM 8450-REVIEW-REORDER-PROPOSAL
                       THRU 8450-REVIEW-REORDER-PROPOSAL-EXIT
               WHEN CA-REQ-APPLY-REORDER
                   PERFORM 8460-APPLY-REORDER-PROPOSAL
                       THRU 8460-APPLY-REORDER-PROPOSAL-EXIT
               WHEN CA-REQ-ADD-DEPT
                   PERFORM 9100-ADD-DEPARTMENT
                       THRU 9100-ADD-DEPARTMENT-EXIT
               WHEN CA-REQ-DELETE-USER
                   PERFORM 9320-DELETE-USER
                       THRU 9320-DELETE-USER-EXIT
               WHEN CA-REQ-TRANSFER-STOCK
                   PERFORM 9400-TRANSFER-STOCK
                       THRU 9400-TRANSFER-STOCK-EXIT
               WHEN OTHER
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'UNKNOWN CA-REQUEST-ID' TO CA-RESPONSE-MESSAGE

      *    An update request that failed part-way may have changed
      *    some files and not others - back the whole unit of work
      *    out so a non-zero return code always means nothing changed.
      *    An order held for approval is not a failure - the order
      *    number and the pending order record must stand.  Nor is a
      *    reorder proposal found overtaken - it stays marked so
           IF NOT CA-NORMAL AND NOT CA-ORDER-PENDING
              AND NOT CA-PROPOSAL-OVERTAKEN
              AND (CA-REQ-PLACE-ORDER OR CA-REQ-MULTI-ORDER
                   OR CA-REQ-APPROVE-ORDER OR CA-REQ-STANDING-ORDER
                   OR CA-REQ-CANCEL-ORDER
                   OR CA-REQ-RECEIVE-STOCK OR CA-REQ-ADD-ITEM
                   OR CA-REQ-UPDATE-ITEM OR CA-REQ-DELETE-ITEM
                   OR CA-REQ-ISSUE-ORDER OR CA-REQ-RAISE-PO
                   OR CA-REQ-RETURN-STOCK OR CA-REQ-TRANSFER-STOCK
                   OR CA-REQ-REVIEW-ADJUST OR CA-REQ-POST-ADJUST
                   OR CA-REQ-REVIEW-REORDER OR CA-REQ-APPLY-REORDER
                   OR CA-REQ-MASTER-MAINT)
               PERFORM 9800-BACKOUT-UPDATES
                   THRU 9800-BACKOUT-UPDATES-EXIT
           GOBACK
           .
      *****************************************************************
      *    1000-CHECK-AUTHORITY - A BACK-OFFICE REQUEST MUST COME      *
      *    FROM AN ACTIVE USER ON THE USER MASTER WHO HOLDS THE ROLE   *
      *    THE REQUEST NEEDS.  THE ACTING USER IS TAKEN FROM THE       *
      *    USERID FIELD OF THE REQUEST'S OWN COMMAREA GROUP.  ORDER,   *
      *    INQUIRY AND OTHER STOREFRONT REQUESTS PASS STRAIGHT         *
      *    THROUGH - 4060 VALIDATES THEIR USERID ITSELF                *
      *****************************************************************
       1000-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN CA-REQ-ADD-ITEM OR CA-REQ-UPDATE-ITEM
                                    OR CA-REQ-DELETE-ITEM
                   MOVE CA-MNT-USERID TO WS-ACTING-USERID
                   SET WS-NEED-CAT-ADMIN TO TRUE
               WHEN CA-REQ-MASTER-MAINT
                   MOVE CA-MST-USERID TO WS-ACTING-USERID
                   SET WS-NEED-CAT-ADMIN TO TRUE
               WHEN CA-REQ-RAISE-PO
                   MOVE CA-PO-USERID TO WS-ACTING-USERID
                   SET WS-NEED-BUYER TO TRUE
               WHEN CA-REQ-RECEIVE-STOCK
                   MOVE CA-RCV-USERID TO WS-ACTING-USERID
                   SET WS-NEED-STOREKEEPER TO TRUE
               WHEN CA-REQ-RETURN-STOCK
                   MOVE CA-RTN-USERID TO WS-ACTING-USERID
                   SET WS-NEED-STOREKEEPER TO TRUE
               WHEN CA-REQ-TRANSFER-STOCK
                   MOVE CA-TRF-USERID TO WS-ACTING-USERID
                   SET WS-NEED-STOREKEEPER TO TRUE
               WHEN CA-REQ-REVIEW-ADJUST OR CA-REQ-POST-ADJUST
                   MOVE CA-ADJ-USERID TO WS-ACTING-USERID
                   SET WS-NEED-STOCK-CTL TO TRUE
               WHEN CA-REQ-REVIEW-REORDER
                   MOVE CA-ROP-USERID TO WS-ACTING-USERID
                   SET WS-NEED-BUYER TO TRUE
               WHEN CA-REQ-APPLY-REORDER
                   MOVE CA-ROP-USERID TO WS-ACTING-USERID
                   SET WS-NEED-CAT-ADMIN TO TRUE
               WHEN OTHER
                   GO TO 1000-CHECK-AUTHORITY-EXIT
           END-EVALUATE

           MOVE WS-ACTING-USERID TO USR-USERID

           EXEC CICS READ
                     FILE(WS-USER-FILE)
                     INTO(DFH0XUS-RECORD)
                     RIDFLD(USR-USERID)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 32 TO CA-RETURN-CODE
               MOVE 'USERID NOT ON USER MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 1000-CHECK-AUTHORITY-EXIT
           END-IF

           IF USR-SUSPENDED
               MOVE 33 TO CA-RETURN-CODE
               MOVE 'USERID IS SUSPENDED' TO CA-RESPONSE-MESSAGE
               GO TO 1000-CHECK-AUTHORITY-EXIT
           END-IF

           MOVE USR-HOME-LOCATION TO WS-ACTING-LOCATION

           MOVE 'N' TO WS-ROLE-HELD-SW
           EVALUATE TRUE
               WHEN WS-NEED-CAT-ADMIN AND USR-IS-CAT-ADMIN
                   SET WS-ROLE-HELD TO TRUE
               WHEN WS-NEED-BUYER AND USR-IS-BUYER
                   SET WS-ROLE-HELD TO TRUE
               WHEN WS-NEED-STOREKEEPER AND USR-IS-STOREKEEPER
                   SET WS-ROLE-HELD TO TRUE
               WHEN WS-NEED-STOCK-CTL AND USR-IS-STOCK-CTL
                   SET WS-ROLE-HELD TO TRUE
           END-EVALUATE

           IF NOT WS-ROLE-HELD
               MOVE 37 TO CA-RETURN-CODE
               MOVE 'USER DOES NOT HOLD THE ROLE FOR THIS REQUEST'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       1000-CHECK-AUTHORITY-EXIT.
           EXIT.

      *****************************************************************
      *    2000-INQUIRE-CATALOG - BROWSE UP TO 15 ITEMS STARTING       *
      *    AT CA-LIST-START-REF, CONTINUING FROM CA-LAST-ITEM-REF      *
      *****************************************************************
       2000-INQUIRE-CATALOG.
           MOVE 'N' TO WS-END-OF-BROWSE-SW
      *    Stock by storeroom goes in the area behind the request-
      *    specific fields, so only fill it when the caller passed a
      *    commarea long enough to hold it
           MOVE 'N' TO WS-CAT-LOCS-SW
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               SET WS-RETURN-CAT-LOCS TO TRUE
           END-IF
           MOVE 0 TO WS-ITEM-COUNT
           MOVE CA-LIST-START-REF TO WS-BROWSE-KEY


      *****************************************************************
      *    2100-BROWSE-NEXT-ITEM - READ ONE ITEM AND FILE IT INTO      *
      *    THE NEXT AVAILABLE CA-CAT-ITEM ENTRY, WITH UP TO FIVE OF    *
      *    ITS STOREROOMS IN THE MATCHING CA-CAT-ITEM-LOCATIONS ENTRY  *
      *****************************************************************
       2100-BROWSE-NEXT-ITEM.
           EXEC CICS READNEXT
           MOVE CAT-IN-STOCK    TO IN-STOCK(WS-ITEM-COUNT)
           MOVE CAT-ON-ORDER    TO ON-ORDER(WS-ITEM-COUNT)
           MOVE CAT-ITEM-REF    TO CA-LAST-ITEM-REF

           IF NOT WS-RETURN-CAT-LOCS
               GO TO 2100-BROWSE-NEXT-ITEM-EXIT
           END-IF

           MOVE CAT-ITEM-REF TO WS-LOC-ITEM-REF
           PERFORM 9700-COLLECT-ITEM-LOCATIONS
               THRU 9700-COLLECT-ITEM-LOCATIONS-EXIT
           MOVE 0 TO CA-CAT-LOC-COUNT(WS-ITEM-COUNT)
           PERFORM 2110-FILE-ITEM-LOCATION
               THRU 2110-FILE-ITEM-LOCATION-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
                  OR WS-LOC-SUB > 5
           .
       2100-BROWSE-NEXT-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    2110-FILE-ITEM-LOCATION - COPY ONE COLLECTED STOREROOM      *
      *    INTO THE CURRENT ITEM'S CA-CAT-ITEM-LOCATIONS ENTRY         *
      *****************************************************************
       2110-FILE-ITEM-LOCATION.
           ADD 1 TO CA-CAT-LOC-COUNT(WS-ITEM-COUNT)
           MOVE WS-LT-LOCATION(WS-LOC-SUB)
               TO CA-CAT-LOC-CODE(WS-ITEM-COUNT, WS-LOC-SUB)
           MOVE WS-LT-IN-STOCK(WS-LOC-SUB)
               TO CA-CAT-LOC-IN-STOCK(WS-ITEM-COUNT, WS-LOC-SUB)
           MOVE WS-LT-IN-TRANSIT(WS-LOC-SUB)
               TO CA-CAT-LOC-IN-TRANSIT(WS-ITEM-COUNT, WS-LOC-SUB)
           .
       2110-FILE-ITEM-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    3000-INQUIRE-SINGLE - RETRIEVE ONE CATALOG ITEM AND THE     *
      *    STOCK HELD IN EACH OF ITS STOREROOMS                        *
      *****************************************************************
       3000-INQUIRE-SINGLE.
           MOVE CA-ITEM-REF-REQ TO WS-BROWSE-KEY
           MOVE CAT-COST        TO CA-SNGL-COST
           MOVE CAT-IN-STOCK    TO IN-SNGL-STOCK
           MOVE CAT-ON-ORDER    TO ON-SNGL-ORDER

           MOVE CAT-ITEM-REF TO WS-LOC-ITEM-REF
           PERFORM 9700-COLLECT-ITEM-LOCATIONS
               THRU 9700-COLLECT-ITEM-LOCATIONS-EXIT
           MOVE 0 TO CA-SNGL-LOC-COUNT
           PERFORM 3010-FILE-SINGLE-LOCATION
               THRU 3010-FILE-SINGLE-LOCATION-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT

           IF WS-LOC-TABLE-OVERFLOW
               MOVE 83 TO CA-RETURN-CODE
               MOVE 'ITEM IN OVER 10 STOREROOMS - FIRST 10 LISTED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       3000-INQUIRE-SINGLE-EXIT.
           EXIT.

      *****************************************************************
      *    3010-FILE-SINGLE-LOCATION - COPY ONE COLLECTED STOREROOM    *
      *    INTO THE NEXT CA-SNGL-LOCATION ENTRY                        *
      *****************************************************************
       3010-FILE-SINGLE-LOCATION.
           ADD 1 TO CA-SNGL-LOC-COUNT
           MOVE WS-LT-LOCATION(WS-LOC-SUB)
               TO CA-SNGL-LOC-CODE(WS-LOC-SUB)
           MOVE WS-LT-IN-STOCK(WS-LOC-SUB)
               TO CA-SNGL-LOC-IN-STOCK(WS-LOC-SUB)
           MOVE WS-LT-IN-TRANSIT(WS-LOC-SUB)
               TO CA-SNGL-LOC-IN-TRANSIT(WS-LOC-SUB)
           .
       3010-FILE-SINGLE-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    4000-PLACE-ORDER - PLACE A SINGLE-LINE ORDER AGAINST A      *
      *    CATALOG ITEM.  A NEW ORDER NUMBER IS ASSIGNED AND RETURNED  *
      *    IN CA-ORDER-NO, AND THE LINE ITSELF IS PROCESSED BY THE     *
      *    SAME 4010 CORE THAT 4500-PLACE-MULTI-ORDER DRIVES ONCE PER  *
      *    BASKET LINE.  AN ORDER WORTH MORE THAN THE CHARGE           *
      *    DEPARTMENT'S APPROVAL LIMIT IS HELD FOR APPROVAL BY 4400    *
      *    INSTEAD, UNDER ITS OWN ORDER NUMBER                         *
      *****************************************************************
       4000-PLACE-ORDER.
           PERFORM 4060-VALIDATE-USERID
               GO TO 4000-PLACE-ORDER-EXIT
           END-IF

      *    Over the department's approval limit - hold the order as a
      *    one-line pending order instead of placing it.  The
      *    department record is still in working storage from 4050
           IF DEP-APPROVAL-LIMIT > 0
              AND WS-ORDER-VALUE > DEP-APPROVAL-LIMIT
               MOVE 1                  TO WS-MLT-COUNT
               MOVE CA-ITEM-REF-NUMBER TO WS-MLT-ITEM-REF(1)
               MOVE CA-QUANTITY-REQ    TO WS-MLT-QUANTITY(1)
               MOVE CAT-COST           TO WS-MLT-UNIT-COST(1)
               PERFORM 4400-HOLD-FOR-APPROVAL
                   THRU 4400-HOLD-FOR-APPROVAL-EXIT
               IF CA-ORDER-PENDING
                   MOVE WS-NEW-ORDER-NO TO CA-ORDER-NO
               END-IF
               GO TO 4000-PLACE-ORDER-EXIT
           END-IF

           PERFORM 4020-ASSIGN-ORDER-NUMBER
               THRU 4020-ASSIGN-ORDER-NUMBER-EXIT

      *    4010-PROCESS-ORDER-LINE - THE CORE OF ORDER PLACEMENT FOR   *
      *    ONE ITEM/QUANTITY LINE (CA-ITEM-REF-NUMBER/CA-QUANTITY-     *
      *    REQ) UNDER THE ORDER NUMBER IN WS-NEW-ORDER-NO: ALLOCATE    *
      *    STOCK FROM THE STOREROOMS (4030), LOG WHATEVER NO ROOM      *
      *    COULD SUPPLY TO THE WAITLIST, WRITE THE OPEN                *
      *    ORDER LINE AND SPOOL THE AUDIT RECORD.  DRIVEN ONCE BY      *
      *    4000 AND ONCE PER BASKET LINE BY 4500                       *
      *****************************************************************
               GO TO 4010-PROCESS-ORDER-LINE-EXIT
           END-IF

           PERFORM 9600-OPEN-STOCK-MOVEMENT
               THRU 9600-OPEN-STOCK-MOVEMENT-EXIT
           SET SMJ-ORDER-PLACED TO TRUE
           MOVE CA-QUANTITY-REQ    TO SMJ-QUANTITY
           MOVE WS-NEW-ORDER-NO    TO SMJ-ORDER-NO
           MOVE CA-USERID          TO SMJ-USERID

           MOVE 'ORDER ACCEPTED' TO CA-RESPONSE-MESSAGE
           MOVE CA-QUANTITY-REQ TO WS-LOC-NEEDED
           PERFORM 4030-ALLOCATE-FROM-LOCATIONS
               THRU 4030-ALLOCATE-FROM-LOCATIONS-EXIT
           IF NOT CA-NORMAL
               GO TO 4010-PROCESS-ORDER-LINE-EXIT
           END-IF

      *    CAT-IN-STOCK is the total over every storeroom, so it comes
      *    down by what the storerooms gave up between them
           IF WS-LOC-ALLOCATED > CAT-IN-STOCK
               MOVE 0 TO CAT-IN-STOCK
           ELSE
               SUBTRACT WS-LOC-ALLOCATED FROM CAT-IN-STOCK
           END-IF
           IF WS-LOC-FROM-ELSEWHERE
               MOVE 'ORDER ACCEPTED - FILLED FROM ANOTHER STOREROOM'
                   TO CA-RESPONSE-MESSAGE
           END-IF

           IF WS-LOC-NEEDED = 0
               MOVE 0 TO WS-DELTA-QTY
           ELSE
               MOVE WS-LOC-NEEDED TO WS-DELTA-QTY
               ADD WS-DELTA-QTY TO CAT-ON-ORDER
               PERFORM 4200-LOG-BACKORDER
                   THRU 4200-LOG-BACKORDER-EXIT

           PERFORM 4300-LOG-AUDIT-ENTRY
               THRU 4300-LOG-AUDIT-ENTRY-EXIT

           IF NOT CA-NORMAL
               GO TO 4010-PROCESS-ORDER-LINE-EXIT
           END-IF

           PERFORM 9610-LOG-STOCK-MOVEMENT
               THRU 9610-LOG-STOCK-MOVEMENT-EXIT
           .
       4010-PROCESS-ORDER-LINE-EXIT.
           EXIT.
       4020-ASSIGN-ORDER-NUMBER-EXIT.
           EXIT.

      *****************************************************************
      *    4030-ALLOCATE-FROM-LOCATIONS - TAKE UP TO WS-LOC-NEEDED OF  *
      *    THE ITEM OFF THE STOREROOM SHELVES - THE ORDERER'S HOME     *
      *    ROOM FIRST, THEN THE OTHER ROOMS IN LOCATION ORDER.  ON     *
      *    RETURN WS-LOC-ALLOCATED IS WHAT WAS TAKEN AND WS-LOC-NEEDED *
      *    WHAT NO ROOM COULD SUPPLY, AND WS-LOC-FILL-LOCATION THE     *
      *    FIRST ROOM ANYTHING WAS TAKEN FROM (SPACES IF NONE).        *
      *    CALLED UNDER THE CATALOG RECORD'S UPDATE LOCK, SO THE       *
      *    ROOMS' STOCK CANNOT MOVE UNDER IT                           *
      *****************************************************************
       4030-ALLOCATE-FROM-LOCATIONS.
           MOVE 0 TO WS-LOC-ALLOCATED
           MOVE SPACES TO WS-LOC-FILL-LOCATION
           MOVE 'N' TO WS-LOC-ELSEWHERE-SW
           MOVE CA-ITEM-REF-NUMBER TO WS-LOC-ITEM-REF
           PERFORM 9700-COLLECT-ITEM-LOCATIONS
               THRU 9700-COLLECT-ITEM-LOCATIONS-EXIT

      *    Rooms past the table's ten were not collected, so their
      *    stock cannot be allocated - refuse rather than backorder
      *    what is sitting on a shelf
           IF WS-LOC-TABLE-OVERFLOW
               MOVE 83 TO CA-RETURN-CODE
               MOVE 'ITEM IN OVER 10 STOREROOMS - CANNOT ALLOCATE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4030-ALLOCATE-FROM-LOCATIONS-EXIT
           END-IF

           SET WS-LOC-HOME-PASS TO TRUE
           PERFORM 4035-TAKE-FROM-LOCATION
               THRU 4035-TAKE-FROM-LOCATION-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
                  OR WS-LOC-NEEDED = 0
                  OR NOT CA-NORMAL

           SET WS-LOC-OTHER-PASS TO TRUE
           PERFORM 4035-TAKE-FROM-LOCATION
               THRU 4035-TAKE-FROM-LOCATION-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
                  OR WS-LOC-NEEDED = 0
                  OR NOT CA-NORMAL
           .
       4030-ALLOCATE-FROM-LOCATIONS-EXIT.
           EXIT.

      *****************************************************************
      *    4035-TAKE-FROM-LOCATION - TAKE WHAT IS STILL NEEDED, OR     *
      *    ALL IT HAS, FROM ONE COLLECTED STOREROOM.  THE HOME PASS    *
      *    ONLY LOOKS AT THE ORDERER'S ROOM AND THE OTHER PASS SKIPS   *
      *    IT                                                          *
      *****************************************************************
       4035-TAKE-FROM-LOCATION.
           IF WS-LOC-HOME-PASS
              AND WS-LT-LOCATION(WS-LOC-SUB) NOT = WS-ORDERER-LOCATION
               GO TO 4035-TAKE-FROM-LOCATION-EXIT
           END-IF

           IF WS-LOC-OTHER-PASS
              AND WS-LT-LOCATION(WS-LOC-SUB) = WS-ORDERER-LOCATION
               GO TO 4035-TAKE-FROM-LOCATION-EXIT
           END-IF

           IF WS-LT-IN-STOCK(WS-LOC-SUB) = 0
               GO TO 4035-TAKE-FROM-LOCATION-EXIT
           END-IF

           MOVE WS-LOC-ITEM-REF            TO ILR-ITEM-REF
           MOVE WS-LT-LOCATION(WS-LOC-SUB) TO ILR-LOCATION

           EXEC CICS READ
                     FILE(WS-ITEM-LOC-FILE)
                     INTO(DFH0XIL-RECORD)
                     RIDFLD(ILR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'STOREROOM STOCK UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4035-TAKE-FROM-LOCATION-EXIT
           END-IF

           IF WS-LOC-NEEDED > ILR-IN-STOCK
               MOVE ILR-IN-STOCK TO WS-LOC-TAKE-QTY
           ELSE
               MOVE WS-LOC-NEEDED TO WS-LOC-TAKE-QTY
           END-IF

           IF WS-LOC-TAKE-QTY = 0
               EXEC CICS UNLOCK
                         FILE(WS-ITEM-LOC-FILE)
               END-EXEC
               GO TO 4035-TAKE-FROM-LOCATION-EXIT
           END-IF

           SUBTRACT WS-LOC-TAKE-QTY FROM ILR-IN-STOCK
           SUBTRACT WS-LOC-TAKE-QTY FROM WS-LOC-NEEDED
           ADD WS-LOC-TAKE-QTY TO WS-LOC-ALLOCATED
           IF WS-LOC-OTHER-PASS
               MOVE 'Y' TO WS-LOC-ELSEWHERE-SW
           END-IF
           IF WS-LOC-FILL-LOCATION = SPACES
               MOVE WS-LT-LOCATION(WS-LOC-SUB) TO WS-LOC-FILL-LOCATION
           END-IF

           EXEC CICS REWRITE
                     FILE(WS-ITEM-LOC-FILE)
                     FROM(DFH0XIL-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'STOREROOM STOCK UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       4035-TAKE-FROM-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    4050-VALIDATE-CHARGE-DEPT - REJECT THE ORDER UP FRONT IF   *
      *    CA-CHARGE-DEPT IS UNKNOWN OR CLOSED ON THE DEPARTMENT       *
               GO TO 4060-VALIDATE-USERID-EXIT
           END-IF

           MOVE USR-HOME-LOCATION TO WS-ORDERER-LOCATION

           IF USR-SUSPENDED
               MOVE 33 TO CA-RETURN-CODE
               MOVE 'USERID IS SUSPENDED' TO CA-RESPONSE-MESSAGE
      *    TO BACKORDER (ZERO IF IT WAS FILLED ENTIRELY FROM STOCK)    *
      *    AND IS KEPT IN OOR-BACKORDER-QTY SO A LATER CANCEL OR       *
      *    AMEND CAN TELL HOW MUCH OF THE LINE TO PUT BACK INTO        *
      *    STOCK VERSUS BACK OUT OF CAT-ON-ORDER, AND THE ROOM THAT    *
      *    FILLED IT IN OOR-FILL-LOCATION SO THAT STOCK GOES BACK ON   *
      *    THE SAME SHELF                                              *
      *****************************************************************
       4100-RECORD-OPEN-ORDER.
           MOVE WS-NEW-ORDER-NO    TO OOR-ORDER-NO
           MOVE CA-QUANTITY-REQ    TO OOR-QUANTITY
           MOVE WS-DELTA-QTY       TO OOR-BACKORDER-QTY
           MOVE CAT-COST           TO OOR-UNIT-COST
           MOVE 0                  TO OOR-ISSUED-QTY
           MOVE WS-LOC-FILL-LOCATION TO OOR-FILL-LOCATION

           EXEC CICS WRITE
                     FILE(WS-ORDER-FILE)
           MOVE CA-ITEM-REF-NUMBER TO AUD-ITEM-REF
           MOVE CA-QUANTITY-REQ    TO AUD-QUANTITY
           MOVE CAT-COST           TO AUD-UNIT-COST
           MOVE 'O'                TO AUD-ENTRY-TYPE
           MOVE SPACE              TO AUD-RETURN-REASON

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
       4300-LOG-AUDIT-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *    4400-HOLD-FOR-APPROVAL - THE ORDER IS WORTH MORE THAN THE   *
      *    CHARGE DEPARTMENT'S APPROVAL LIMIT (THE DEPARTMENT RECORD   *
      *    IS IN WORKING STORAGE FROM 4050).  ASSIGN IT AN ORDER       *
      *    NUMBER AND WRITE THE LINES IN WS-MLT-LINE-TABLE TO THE      *
      *    PENDING ORDER FILE FOR THE DEPARTMENT'S APPROVER, TAKING    *
      *    NO STOCK AND NO SPEND.  RETURN CODE 02 TELLS THE CALLER     *
      *    THE ORDER IS HELD, NOT PLACED; WS-ORDER-VALUE CARRIES THE   *
      *    VALUE OF THE WHOLE ORDER                                    *
      *****************************************************************
       4400-HOLD-FOR-APPROVAL.
           PERFORM 4020-ASSIGN-ORDER-NUMBER
               THRU 4020-ASSIGN-ORDER-NUMBER-EXIT

           IF NOT CA-NORMAL
               GO TO 4400-HOLD-FOR-APPROVAL-EXIT
           END-IF

           MOVE WS-NEW-ORDER-NO      TO PND-ORDER-NO
           MOVE CA-USERID            TO PND-USERID
           MOVE CA-CHARGE-DEPT       TO PND-CHARGE-DEPT
           MOVE WS-ORDER-VALUE       TO PND-ORDER-VALUE
           MOVE DEP-APPROVER-USERID  TO PND-APPROVER-USERID
           SET PND-PENDING           TO TRUE
           MOVE SPACES               TO PND-DECIDED-BY
           MOVE SPACES               TO PND-DECIDED-DATE-TIME
           MOVE WS-MLT-COUNT         TO PND-LINE-COUNT

           PERFORM 4410-HOLD-ONE-LINE
               THRU 4410-HOLD-ONE-LINE-EXIT
               VARYING WS-MLT-SUB FROM 1 BY 1
               UNTIL WS-MLT-SUB > 10

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO PND-HELD-DATE-TIME
           END-STRING

           EXEC CICS WRITE
                     FILE(WS-PENDING-FILE)
                     FROM(DFH0XPN-RECORD)
                     RIDFLD(PND-ORDER-NO)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'PENDING ORDER WRITE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 4400-HOLD-FOR-APPROVAL-EXIT
           END-IF

           MOVE 02 TO CA-RETURN-CODE
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           STRING 'ORDER HELD FOR APPROVAL BY ' DELIMITED BY SIZE
                  DEP-APPROVER-USERID DELIMITED BY SPACE
                  INTO CA-RESPONSE-MESSAGE
           END-STRING
           .
       4400-HOLD-FOR-APPROVAL-EXIT.
           EXIT.

      *****************************************************************
      *    4410-HOLD-ONE-LINE - FILE ONE ORDER LINE, WITH THE UNIT     *
      *    COST IT WAS VALUED AT, INTO THE PENDING ORDER RECORD.       *
      *    SLOTS PAST THE LINE COUNT ARE CLEARED                       *
      *****************************************************************
       4410-HOLD-ONE-LINE.
           IF WS-MLT-SUB > WS-MLT-COUNT
               MOVE 0 TO PND-ITEM-REF(WS-MLT-SUB)
               MOVE 0 TO PND-QUANTITY(WS-MLT-SUB)
               MOVE 0 TO PND-UNIT-COST(WS-MLT-SUB)
           ELSE
               MOVE WS-MLT-ITEM-REF(WS-MLT-SUB)
                   TO PND-ITEM-REF(WS-MLT-SUB)
               MOVE WS-MLT-QUANTITY(WS-MLT-SUB)
                   TO PND-QUANTITY(WS-MLT-SUB)
               MOVE WS-MLT-UNIT-COST(WS-MLT-SUB)
                   TO PND-UNIT-COST(WS-MLT-SUB)
           END-IF
           .
       4410-HOLD-ONE-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4500-PLACE-MULTI-ORDER - PLACE ONE BASKET OF UP TO TEN      *
      *    ITEM/QUANTITY LINES UNDER A SINGLE NEW ORDER NUMBER.  THE   *
      *    A BASKET CAN NO LONGER HALF-SUCCEED WHEN THE BUDGET RUNS    *
      *    OUT AT LINE FOUR.  CA-MLT-USERID AND CA-MLT-CHARGE-DEPT     *
      *    OCCUPY THE SAME STORAGE AS CA-USERID/CA-CHARGE-DEPT, SO     *
      *    THE SHARED VALIDATION PARAGRAPHS APPLY UNCHANGED.  A        *
      *    BASKET WORTH MORE THAN THE DEPARTMENT'S APPROVAL LIMIT IS   *
      *    HELD BY 4400; WHEN 4600 PLACES AN APPROVED ORDER THROUGH    *
      *    HERE (WS-APPROVING) THE HOLD TEST IS SKIPPED AND THE ORDER  *
      *    KEEPS THE NUMBER IT WAS HELD UNDER                          *
      *****************************************************************
       4500-PLACE-MULTI-ORDER.
           PERFORM 4060-VALIDATE-USERID
               GO TO 4500-PLACE-MULTI-ORDER-EXIT
           END-IF

           IF NOT WS-APPROVING
              AND DEP-APPROVAL-LIMIT > 0
              AND WS-MLT-TOTAL-VALUE > DEP-APPROVAL-LIMIT
               MOVE WS-MLT-TOTAL-VALUE TO WS-ORDER-VALUE
               PERFORM 4400-HOLD-FOR-APPROVAL
                   THRU 4400-HOLD-FOR-APPROVAL-EXIT
               IF CA-ORDER-PENDING
                   MOVE WS-NEW-ORDER-NO TO CA-MLT-ORDER-NO
               END-IF
               GO TO 4500-PLACE-MULTI-ORDER-EXIT
           END-IF

           IF WS-APPROVING
               MOVE WS-APR-ORDER-NO TO WS-NEW-ORDER-NO
           ELSE
               PERFORM 4020-ASSIGN-ORDER-NUMBER
                   THRU 4020-ASSIGN-ORDER-NUMBER-EXIT
           END-IF

           IF NOT CA-NORMAL
               GO TO 4500-PLACE-MULTI-ORDER-EXIT
               GO TO 4530-PRICE-ONE-LINE-EXIT
           END-IF

           MOVE CAT-COST TO WS-MLT-UNIT-COST(WS-MLT-SUB)
           COMPUTE WS-MLT-TOTAL-VALUE = WS-MLT-TOTAL-VALUE
               + (WS-MLT-QUANTITY(WS-MLT-SUB) * CAT-COST)
           .
           EXIT.

      *****************************************************************
      *    4600-DECIDE-PENDING-ORDER - THE CHARGE DEPARTMENT'S         *
      *    APPROVER APPROVES OR REJECTS AN ORDER HELD BY 4400.  ONLY   *
      *    THE APPROVER NAMED ON THE DEPARTMENT MASTER MAY DECIDE IT,  *
      *    AND NEVER ON THEIR OWN ORDER.  THE DECISION IS STAMPED ON   *
      *    THE PENDING RECORD, WHICH IS KEPT AS THE APPROVAL TRAIL.    *
      *    APPROVAL PLACES THE HELD LINES THROUGH 4500 AT TODAY'S      *
      *    PRICES, RE-CHECKING THE USER AND THE BUDGET, SO A FAILED    *
      *    PLACEMENT BACKS THE DECISION OUT AND LEAVES THE ORDER       *
      *    PENDING; REJECTION CLOSES EVERY LINE TO THE ORDER HISTORY.  *
      *    THE DECISION ITSELF IS MADE IN 4605 SO THE APPROVAL REQUEST *
      *    IS HANDED BACK AS SENT WHETHER OR NOT IT SUCCEEDS           *
      *****************************************************************
       4600-DECIDE-PENDING-ORDER.
           IF NOT (CA-APR-ACT-APPROVE OR CA-APR-ACT-REJECT)
               MOVE 67 TO CA-RETURN-CODE
               MOVE 'INVALID APPROVAL ACTION CODE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4600-DECIDE-PENDING-ORDER-EXIT
           END-IF

      *    Placing an approved order reuses the request area for the
      *    ORDMLT fields, so the approval request is kept aside
           MOVE CA-APR-USERID    TO WS-APR-USERID
           MOVE CA-APR-ORDER-NO  TO WS-APR-ORDER-NO
           MOVE CA-APR-ACTION-CD TO WS-APR-ACTION-CD

           PERFORM 4605-RECORD-DECISION
               THRU 4605-RECORD-DECISION-EXIT

      *    Give the caller back the approval request as it was sent,
      *    on failure as much as on success
           MOVE SPACES           TO CA-REQUEST-SPECIFIC
           MOVE WS-APR-USERID    TO CA-APR-USERID
           MOVE WS-APR-ORDER-NO  TO CA-APR-ORDER-NO
           MOVE WS-APR-ACTION-CD TO CA-APR-ACTION-CD

           IF NOT CA-NORMAL
               GO TO 4600-DECIDE-PENDING-ORDER-EXIT
           END-IF

           IF PND-APPROVED
               MOVE 'ORDER APPROVED AND PLACED' TO CA-RESPONSE-MESSAGE
           ELSE
               MOVE 'ORDER REJECTED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       4600-DECIDE-PENDING-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    4605-RECORD-DECISION - CHECK THE APPROVER, STAMP THE        *
      *    DECISION ON THE PENDING RECORD AND PLACE OR REJECT THE      *
      *    HELD LINES.  WORKS FROM THE SAVED WS-APR- FIELDS, AS THE    *
      *    REQUEST AREA IS REUSED TO PLACE AN APPROVED ORDER           *
      *****************************************************************
       4605-RECORD-DECISION.
           MOVE WS-APR-USERID TO USR-USERID

           EXEC CICS READ
                     FILE(WS-USER-FILE)
                     INTO(DFH0XUS-RECORD)
                     RIDFLD(USR-USERID)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 32 TO CA-RETURN-CODE
               MOVE 'USERID NOT ON USER MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 4605-RECORD-DECISION-EXIT
           END-IF

           IF USR-SUSPENDED
               MOVE 33 TO CA-RETURN-CODE
               MOVE 'USERID IS SUSPENDED' TO CA-RESPONSE-MESSAGE
               GO TO 4605-RECORD-DECISION-EXIT
           END-IF

           MOVE WS-APR-ORDER-NO TO PND-ORDER-NO

           EXEC CICS READ
                     FILE(WS-PENDING-FILE)
                     INTO(DFH0XPN-RECORD)
                     RIDFLD(PND-ORDER-NO)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 65 TO CA-RETURN-CODE
               MOVE 'PENDING ORDER NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 4605-RECORD-DECISION-EXIT
           END-IF

           IF NOT PND-PENDING
               MOVE 66 TO CA-RETURN-CODE
               MOVE 'ORDER HAS ALREADY BEEN DECIDED'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PENDING-FILE)
               END-EXEC
               GO TO 4605-RECORD-DECISION-EXIT
           END-IF

      *    The department's approver is taken from the master as it
      *    stands now, so a change of approver re-routes orders
      *    already waiting
           MOVE PND-CHARGE-DEPT TO DEP-DEPT-CODE

           EXEC CICS READ
                     FILE(WS-DEPT-FILE)
                     INTO(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 30 TO CA-RETURN-CODE
               MOVE 'CHARGE DEPARTMENT NOT FOUND' TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PENDING-FILE)
               END-EXEC
               GO TO 4605-RECORD-DECISION-EXIT
           END-IF

           IF WS-APR-USERID NOT = DEP-APPROVER-USERID
               MOVE 37 TO CA-RETURN-CODE
               MOVE 'USER IS NOT THE APPROVER FOR THIS DEPARTMENT'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PENDING-FILE)
               END-EXEC
               GO TO 4605-RECORD-DECISION-EXIT
           END-IF

           IF WS-APR-USERID = PND-USERID
               MOVE 38 TO CA-RETURN-CODE
               MOVE 'APPROVER CANNOT DECIDE THEIR OWN ORDER'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PENDING-FILE)
               END-EXEC
               GO TO 4605-RECORD-DECISION-EXIT
           END-IF

           IF WS-APR-ACTION-CD = 'A'
               SET PND-APPROVED TO TRUE
           ELSE
               SET PND-REJECTED TO TRUE
           END-IF
           MOVE WS-APR-USERID TO PND-DECIDED-BY

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO PND-DECIDED-DATE-TIME
           END-STRING

           EXEC CICS REWRITE
                     FILE(WS-PENDING-FILE)
                     FROM(DFH0XPN-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'PENDING ORDER UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4605-RECORD-DECISION-EXIT
           END-IF

           IF PND-APPROVED
               PERFORM 4610-PLACE-APPROVED-ORDER
                   THRU 4610-PLACE-APPROVED-ORDER-EXIT
           ELSE
               PERFORM 4620-REJECT-HELD-ORDER
                   THRU 4620-REJECT-HELD-ORDER-EXIT
                   VARYING WS-MLT-SUB FROM 1 BY 1
                   UNTIL WS-MLT-SUB > PND-LINE-COUNT
                      OR NOT CA-NORMAL
           END-IF
           .
       4605-RECORD-DECISION-EXIT.
           EXIT.

      *****************************************************************
      *    4610-PLACE-APPROVED-ORDER - BUILD AN ORDMLT BASKET FROM     *
      *    THE HELD LINES, FOR THE ORIGINAL USER AND CHARGE            *
      *    DEPARTMENT, AND PLACE IT THROUGH 4500 UNDER THE ORDER       *
      *    NUMBER IT WAS HELD UNDER                                    *
      *****************************************************************
       4610-PLACE-APPROVED-ORDER.
           MOVE SPACES          TO CA-REQUEST-SPECIFIC
           MOVE PND-USERID      TO CA-MLT-USERID
           MOVE PND-CHARGE-DEPT TO CA-MLT-CHARGE-DEPT
           MOVE 0               TO CA-MLT-ORDER-NO
           MOVE PND-LINE-COUNT  TO CA-MLT-LINE-COUNT

           PERFORM 4615-LOAD-ONE-HELD-LINE
               THRU 4615-LOAD-ONE-HELD-LINE-EXIT
               VARYING WS-MLT-SUB FROM 1 BY 1
               UNTIL WS-MLT-SUB > 10

           SET WS-APPROVING TO TRUE
           PERFORM 4500-PLACE-MULTI-ORDER
               THRU 4500-PLACE-MULTI-ORDER-EXIT
           MOVE 'N' TO WS-APPROVING-SW
           .
       4610-PLACE-APPROVED-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    4615-LOAD-ONE-HELD-LINE - COPY ONE HELD LINE INTO THE       *
      *    BASKET                                                      *
      *****************************************************************
       4615-LOAD-ONE-HELD-LINE.
           MOVE PND-ITEM-REF(WS-MLT-SUB) TO CA-MLT-ITEM-REF(WS-MLT-SUB)
           MOVE PND-QUANTITY(WS-MLT-SUB) TO CA-MLT-QUANTITY(WS-MLT-SUB)
           .
       4615-LOAD-ONE-HELD-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4620-REJECT-HELD-ORDER - CLOSE ONE HELD LINE TO THE ORDER   *
      *    HISTORY WITH REASON 'J', THROUGH THE SAME 8850 THAT         *
      *    CLOSES ISSUED AND CANCELLED ORDERS.  NOTHING WAS ISSUED     *
      *    AND NO STOCK OR SPEND WAS EVER TAKEN                        *
      *****************************************************************
       4620-REJECT-HELD-ORDER.
           MOVE PND-ORDER-NO              TO OOR-ORDER-NO
           MOVE PND-ITEM-REF(WS-MLT-SUB)  TO OOR-ITEM-REF
           MOVE PND-USERID                TO OOR-USERID
           MOVE PND-CHARGE-DEPT           TO OOR-CHARGE-DEPT
           MOVE PND-QUANTITY(WS-MLT-SUB)  TO OOR-QUANTITY
           MOVE 0                         TO OOR-BACKORDER-QTY
           MOVE PND-UNIT-COST(WS-MLT-SUB) TO OOR-UNIT-COST
           MOVE 0                         TO OOR-ISSUED-QTY
           MOVE 'J'                       TO WS-HIST-REASON

           PERFORM 8850-WRITE-ORDER-HISTORY
               THRU 8850-WRITE-ORDER-HISTORY-EXIT
           .
       4620-REJECT-HELD-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    4700-MAINTAIN-STANDING-ORDER - CREATE, SUSPEND, RESUME OR   *
      *    END ONE OF THE USER'S OWN STANDING ORDERS.  THE STANDING    *
      *    ORDER FILE IS KEYED BY USERID, SO A USER CAN ONLY EVER      *
      *    REACH THEIR OWN.  THE NIGHTLY DRIVER DFH0XSTO RAISES EVERY  *
      *    ACTIVE STANDING ORDER THAT HAS FALLEN DUE AS AN ORDMLT      *
      *****************************************************************
       4700-MAINTAIN-STANDING-ORDER.
           IF NOT (CA-STO-ACT-CREATE OR CA-STO-ACT-SUSPEND
                   OR CA-STO-ACT-RESUME OR CA-STO-ACT-END)
               MOVE 72 TO CA-RETURN-CODE
               MOVE 'INVALID STANDING ORDER ACTION CODE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4700-MAINTAIN-STANDING-ORDER-EXIT
           END-IF

           IF CA-STO-SO-ID NOT NUMERIC OR CA-STO-SO-ID = 0
               MOVE 72 TO CA-RETURN-CODE
               MOVE 'STANDING ORDER ID MUST BE 0001 TO 9999'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4700-MAINTAIN-STANDING-ORDER-EXIT
           END-IF

      *    CA-STO-USERID overlays CA-USERID
           PERFORM 4060-VALIDATE-USERID
               THRU 4060-VALIDATE-USERID-EXIT
           IF NOT CA-NORMAL
               GO TO 4700-MAINTAIN-STANDING-ORDER-EXIT
           END-IF

           IF CA-STO-ACT-CREATE
               PERFORM 4710-CREATE-STANDING-ORDER
                   THRU 4710-CREATE-STANDING-ORDER-EXIT
           ELSE
               PERFORM 4750-CHANGE-STANDING-STATUS
                   THRU 4750-CHANGE-STANDING-STATUS-EXIT
           END-IF
           .
       4700-MAINTAIN-STANDING-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    4710-CREATE-STANDING-ORDER - VALIDATE THE NEW STANDING      *
      *    ORDER THE WAY AN ORDMLT IS VALIDATED (CHARGE DEPARTMENT,    *
      *    LINE COUNT, QUANTITIES, USER LIMIT, DUPLICATES, ITEMS ON    *
      *    THE CATALOG) PLUS ITS FREQUENCY AND DATES, AND WRITE IT     *
      *    ACTIVE.  THE BUDGET IS NOT CHECKED HERE - IT IS CHECKED     *
      *    EACH TIME THE DRIVER RAISES AN ORDER                        *
      *****************************************************************
       4710-CREATE-STANDING-ORDER.
      *    CA-STO-CHARGE-DEPT overlays CA-CHARGE-DEPT
           PERFORM 4050-VALIDATE-CHARGE-DEPT
               THRU 4050-VALIDATE-CHARGE-DEPT-EXIT
           IF NOT CA-NORMAL
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           MOVE CA-STO-FREQUENCY TO SOR-FREQUENCY
           IF NOT SOR-FREQUENCY-VALID
               MOVE 72 TO CA-RETURN-CODE
               MOVE 'STANDING ORDER FREQUENCY MUST BE W OR M'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-STO-TODAY)
           END-EXEC

           MOVE CA-STO-FIRST-DUE-DATE TO WS-STO-CHECK-DATE
           PERFORM 4730-VALIDATE-STANDING-DATE
               THRU 4730-VALIDATE-STANDING-DATE-EXIT
           IF NOT WS-STO-DATE-VALID
               MOVE 73 TO CA-RETURN-CODE
               MOVE 'FIRST DUE DATE IS NOT A VALID CCYYMMDD DATE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           IF CA-STO-FIRST-DUE-DATE < WS-STO-TODAY
               MOVE 73 TO CA-RETURN-CODE
               MOVE 'FIRST DUE DATE IS IN THE PAST'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           MOVE CA-STO-END-DATE TO WS-STO-CHECK-DATE
           PERFORM 4730-VALIDATE-STANDING-DATE
               THRU 4730-VALIDATE-STANDING-DATE-EXIT
           IF NOT WS-STO-DATE-VALID
               MOVE 73 TO CA-RETURN-CODE
               MOVE 'END DATE IS NOT A VALID CCYYMMDD DATE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           IF CA-STO-END-DATE < CA-STO-FIRST-DUE-DATE
               MOVE 73 TO CA-RETURN-CODE
               MOVE 'END DATE IS BEFORE THE FIRST DUE DATE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           IF CA-STO-LINE-COUNT NOT NUMERIC
              OR CA-STO-LINE-COUNT < 1 OR CA-STO-LINE-COUNT > 10
               MOVE 70 TO CA-RETURN-CODE
               MOVE 'LINE COUNT MUST BE 1 TO 10'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           MOVE CA-STO-LINE-COUNT TO WS-MLT-COUNT
           PERFORM 4720-VALIDATE-STANDING-LINE
               THRU 4720-VALIDATE-STANDING-LINE-EXIT
               VARYING WS-MLT-SUB FROM 1 BY 1
               UNTIL WS-MLT-SUB > WS-MLT-COUNT
                  OR NOT CA-NORMAL
           IF NOT CA-NORMAL
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           MOVE CA-STO-USERID         TO SOR-USERID
           MOVE CA-STO-SO-ID          TO SOR-SO-ID
           MOVE CA-STO-CHARGE-DEPT    TO SOR-CHARGE-DEPT
           MOVE CA-STO-FIRST-DUE-DATE TO WS-STO-CHECK-DATE
           MOVE WS-STO-CHECK-DD       TO SOR-DUE-DAY
           MOVE CA-STO-FIRST-DUE-DATE TO SOR-NEXT-DUE-DATE
           MOVE CA-STO-END-DATE       TO SOR-END-DATE
           SET SOR-ACTIVE             TO TRUE
           MOVE SPACES                TO SOR-LAST-RUN-DATE
           MOVE 0                     TO SOR-LAST-ORDER-NO
           MOVE 0                     TO SOR-LAST-RETURN-CODE
           MOVE WS-MLT-COUNT          TO SOR-LINE-COUNT

           PERFORM 4725-FILE-STANDING-LINE
               THRU 4725-FILE-STANDING-LINE-EXIT
               VARYING WS-MLT-SUB FROM 1 BY 1
               UNTIL WS-MLT-SUB > 10

           EXEC CICS WRITE
                     FILE(WS-STANDING-FILE)
                     FROM(DFH0XSO-RECORD)
                     RIDFLD(SOR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPREC)
               MOVE 69 TO CA-RETURN-CODE
               MOVE 'STANDING ORDER ID ALREADY IN USE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'STANDING ORDER WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4710-CREATE-STANDING-ORDER-EXIT
           END-IF

           MOVE 'STANDING ORDER CREATED' TO CA-RESPONSE-MESSAGE
           .
       4710-CREATE-STANDING-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    4720-VALIDATE-STANDING-LINE - VALIDATE ONE STANDING ORDER   *
      *    LINE AS 4510 VALIDATES A BASKET LINE, AND CHECK THE ITEM    *
      *    IS ON THE CATALOG                                           *
      *****************************************************************
       4720-VALIDATE-STANDING-LINE.
           IF CA-STO-QUANTITY(WS-MLT-SUB) NOT NUMERIC
              OR CA-STO-QUANTITY(WS-MLT-SUB) = 0
               MOVE 70 TO CA-RETURN-CODE
               MOVE 'ORDER LINE QUANTITY MUST BE NON-ZERO'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4720-VALIDATE-STANDING-LINE-EXIT
           END-IF

           IF USR-ORDER-LIMIT > 0
              AND CA-STO-QUANTITY(WS-MLT-SUB) > USR-ORDER-LIMIT
               MOVE 34 TO CA-RETURN-CODE
               MOVE 'QUANTITY EXCEEDS USER ORDER LIMIT'
                   TO CA-RESPONSE-MESSAGE
               GO TO 4720-VALIDATE-STANDING-LINE-EXIT
           END-IF

           MOVE CA-STO-ITEM-REF(WS-MLT-SUB)
               TO WS-MLT-ITEM-REF(WS-MLT-SUB)
           MOVE CA-STO-QUANTITY(WS-MLT-SUB)
               TO WS-MLT-QUANTITY(WS-MLT-SUB)

           PERFORM 4515-CHECK-DUPLICATE-LINE
               THRU 4515-CHECK-DUPLICATE-LINE-EXIT
               VARYING WS-MLT-CHECK-SUB FROM 1 BY 1
               UNTIL WS-MLT-CHECK-SUB NOT LESS THAN WS-MLT-SUB
                  OR NOT CA-NORMAL
           IF NOT CA-NORMAL
               GO TO 4720-VALIDATE-STANDING-LINE-EXIT
           END-IF

           MOVE WS-MLT-ITEM-REF(WS-MLT-SUB) TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND ON ORDER LINE'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       4720-VALIDATE-STANDING-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4725-FILE-STANDING-LINE - COPY ONE VALIDATED LINE INTO THE  *
      *    STANDING ORDER RECORD, ZEROING THE UNUSED LINES             *
      *****************************************************************
       4725-FILE-STANDING-LINE.
           IF WS-MLT-SUB > WS-MLT-COUNT
               MOVE 0 TO SOR-ITEM-REF(WS-MLT-SUB)
               MOVE 0 TO SOR-QUANTITY(WS-MLT-SUB)
           ELSE
               MOVE WS-MLT-ITEM-REF(WS-MLT-SUB)
                   TO SOR-ITEM-REF(WS-MLT-SUB)
               MOVE WS-MLT-QUANTITY(WS-MLT-SUB)
                   TO SOR-QUANTITY(WS-MLT-SUB)
           END-IF
           .
       4725-FILE-STANDING-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4730-VALIDATE-STANDING-DATE - CHECK WS-STO-CHECK-DATE IS A  *
      *    REAL CCYYMMDD CALENDAR DATE, ALLOWING 29 FEBRUARY IN A      *
      *    LEAP YEAR ONLY                                              *
      *****************************************************************
       4730-VALIDATE-STANDING-DATE.
           MOVE 'N' TO WS-STO-DATE-SW

           IF WS-STO-CHECK-DATE NOT NUMERIC
              OR WS-STO-CHECK-CCYY < 1900
              OR WS-STO-CHECK-MM < 1 OR WS-STO-CHECK-MM > 12
              OR WS-STO-CHECK-DD < 1
               GO TO 4730-VALIDATE-STANDING-DATE-EXIT
           END-IF

           EVALUATE WS-STO-CHECK-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-STO-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-STO-MONTH-DAYS
                   DIVIDE WS-STO-CHECK-CCYY BY 4
                       GIVING WS-STO-LEAP-QUOT
                       REMAINDER WS-STO-LEAP-REM
                   IF WS-STO-LEAP-REM = 0
                       MOVE 29 TO WS-STO-MONTH-DAYS
                       DIVIDE WS-STO-CHECK-CCYY BY 100
                           GIVING WS-STO-LEAP-QUOT
                           REMAINDER WS-STO-LEAP-REM
                       IF WS-STO-LEAP-REM = 0
                           MOVE 28 TO WS-STO-MONTH-DAYS
                           DIVIDE WS-STO-CHECK-CCYY BY 400
                               GIVING WS-STO-LEAP-QUOT
                               REMAINDER WS-STO-LEAP-REM
                           IF WS-STO-LEAP-REM = 0
                               MOVE 29 TO WS-STO-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-STO-MONTH-DAYS
           END-EVALUATE

           IF WS-STO-CHECK-DD NOT > WS-STO-MONTH-DAYS
               SET WS-STO-DATE-VALID TO TRUE
           END-IF
           .
       4730-VALIDATE-STANDING-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    4750-CHANGE-STANDING-STATUS - SUSPEND AN ACTIVE STANDING    *
      *    ORDER, RESUME A SUSPENDED ONE, OR END ONE FOR GOOD.  AN     *
      *    ENDED STANDING ORDER IS KEPT ON FILE BUT NEVER RAISED       *
      *    AGAIN, AND ITS ID CANNOT BE REUSED                          *
      *****************************************************************
       4750-CHANGE-STANDING-STATUS.
           MOVE CA-STO-USERID TO SOR-USERID
           MOVE CA-STO-SO-ID  TO SOR-SO-ID

           EXEC CICS READ
                     FILE(WS-STANDING-FILE)
                     INTO(DFH0XSO-RECORD)
                     RIDFLD(SOR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 68 TO CA-RETURN-CODE
               MOVE 'STANDING ORDER NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 4750-CHANGE-STANDING-STATUS-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CA-STO-ACT-SUSPEND AND SOR-ACTIVE
                   SET SOR-SUSPENDED TO TRUE
                   MOVE 'STANDING ORDER SUSPENDED'
                       TO CA-RESPONSE-MESSAGE
               WHEN CA-STO-ACT-RESUME AND SOR-SUSPENDED
                   SET SOR-ACTIVE TO TRUE
                   MOVE 'STANDING ORDER RESUMED'
                       TO CA-RESPONSE-MESSAGE
               WHEN CA-STO-ACT-END AND NOT SOR-ENDED
                   SET SOR-ENDED TO TRUE
                   MOVE 'STANDING ORDER ENDED'
                       TO CA-RESPONSE-MESSAGE
               WHEN OTHER
                   MOVE 74 TO CA-RETURN-CODE
                   MOVE 'STANDING ORDER STATUS DOES NOT ALLOW THIS'
                       TO CA-RESPONSE-MESSAGE
                   EXEC CICS UNLOCK
                             FILE(WS-STANDING-FILE)
                   END-EXEC
                   GO TO 4750-CHANGE-STANDING-STATUS-EXIT
           END-EVALUATE

           EXEC CICS REWRITE
                     FILE(WS-STANDING-FILE)
                     FROM(DFH0XSO-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'STANDING ORDER UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       4750-CHANGE-STANDING-STATUS-EXIT.
           EXIT.

      *****************************************************************
      *    5000-CANCEL-AMEND-ORDER - CANCEL AN OPEN ORDER LINE         *
      *    OUTRIGHT, OR REDUCE ITS QUANTITY, FOR A GIVEN ORDER         *
      *    NUMBER AND ITEM - ONLY FOR THE ORDER'S OWN USER             *
      *****************************************************************
       5000-CANCEL-AMEND-ORDER.
           IF NOT (CA-ORDER-ACT-CANCEL OR CA-ORDER-ACT-AMEND)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'INVALID ORDER ACTION CODE' TO CA-RESPONSE-MESSAGE
               GO TO 5000-CANCEL-AMEND-ORDER-EXIT
           END-IF

           PERFORM 4060-VALIDATE-USERID
               THRU 4060-VALIDATE-USERID-EXIT

           IF NOT CA-NORMAL
               GO TO 5000-CANCEL-AMEND-ORDER-EXIT
           END-IF

           MOVE CA-ORDER-NO        TO OOR-ORDER-NO
           MOVE CA-ITEM-REF-NUMBER TO OOR-ITEM-REF

           EXEC CICS READ
                     FILE(WS-ORDER-FILE)
                     INTO(DFH0XOR-RECORD)
                     RIDFLD(OOR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 21 TO CA-RETURN-CODE
               MOVE 'NO OPEN ORDER FOUND FOR ORDER NO/ITEM'
                   TO CA-RESPONSE-MESSAGE
               GO TO 5000-CANCEL-AMEND-ORDER-EXIT
           END-IF

      *    The order file key no longer carries the userid, so this
      *    check is what keeps one user from cancelling another's
      *    order by quoting its number
           IF OOR-USERID NOT = CA-USERID
               MOVE 36 TO CA-RETURN-CODE
               MOVE 'ORDER IS NOT OWNED BY REQUESTING USER'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-ORDER-FILE)
               END-EXEC
               GO TO 5000-CANCEL-AMEND-ORDER-EXIT
           END-IF

           IF CA-ORDER-ACT-AMEND
              AND CA-QUANTITY-REQ NOT LESS THAN OOR-QUANTITY
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'AMEND QUANTITY MUST BE LESS THAN OPEN QUANTITY'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-ORDER-FILE)
               END-EXEC
               GO TO 5000-CANCEL-AMEND-ORDER-EXIT
           END-IF

           PERFORM 5100-ADJUST-CATALOG-ON-ORDER
               THRU 5100-ADJUST-CATALOG-ON-ORDER-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-ORDER-FILE)
               END-EXEC
               GO TO 5000-CANCEL-AMEND-ORDER-EXIT
           END-IF

           IF WS-BACKORDER-RELEASE-QTY > 0
               PERFORM 5200-RELEASE-BACKORDER
                   THRU 5200-RELEASE-BACKORDER-EXIT
               IF NOT CA-NORMAL
                   EXEC CICS UNLOCK
                             FILE(WS-ORDER-FILE)
                   END-EXEC
                   GO TO 5000-CANCEL-AMEND-ORDER-EXIT
               END-IF
           END-IF

           IF CA-ORDER-ACT-CANCEL OR CA-QUANTITY-REQ = 0
               EXEC CICS DELETE
                         FILE(WS-ORDER-FILE)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'C' TO WS-HIST-REASON
                   PERFORM 8850-WRITE-ORDER-HISTORY
                       THRU 8850-WRITE-ORDER-HISTORY-EXIT
                   IF CA-NORMAL
                       MOVE 'ORDER CANCELLED' TO CA-RESPONSE-MESSAGE
                   END-IF
               ELSE
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'ORDER CANCEL FAILED' TO CA-RESPONSE-MESSAGE
               END-IF
           ELSE
               SUBTRACT WS-BACKORDER-RELEASE-QTY FROM OOR-BACKORDER-QTY
               MOVE CA-QUANTITY-REQ TO OOR-QUANTITY
               EXEC CICS REWRITE
                         FILE(WS-ORDER-FILE)
                         FROM(DFH0XOR-RECORD)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'ORDER QUANTITY REDUCED' TO CA-RESPONSE-MESSAGE
               ELSE
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'ORDER AMEND FAILED' TO CA-RESPONSE-MESSAGE
               END-IF
           END-IF
           .
       5000-CANCEL-AMEND-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    5100-ADJUST-CATALOG-ON-ORDER - OF THE QUANTITY BEING TAKEN  *
      *    OFF THIS OPEN ORDER, PUT THE PORTION THAT WAS ALREADY       *
      *    FILLED FROM STOCK BACK INTO CAT-IN-STOCK, AND BACK ONLY THE *
      *    STILL-BACKORDERED PORTION OUT OF CAT-ON-ORDER.  STOCK PUT   *
      *    BACK GOES ON THE SHELF OF THE STOREROOM THAT FILLED THE     *
      *    LINE (OOR-FILL-LOCATION), OR OF THE ORDERER'S HOME ROOM FOR *
      *    A LINE RECORDED WITHOUT ONE.  SETS                          *
      *    WS-BACKORDER-RELEASE-QTY FOR 5200-RELEASE-BACKORDER TO      *
      *    REDUCE OR REMOVE THE MATCHING WAITLIST ENTRY, IF ANY        *
      *****************************************************************
       5100-ADJUST-CATALOG-ON-ORDER.
           MOVE 0 TO WS-BACKORDER-RELEASE-QTY
           MOVE OOR-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG ITEM NOT FOUND FOR CANCEL/AMEND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 5100-ADJUST-CATALOG-ON-ORDER-EXIT
           END-IF

           PERFORM 9600-OPEN-STOCK-MOVEMENT
               THRU 9600-OPEN-STOCK-MOVEMENT-EXIT
           SET SMJ-ORDER-REDUCED TO TRUE
           MOVE OOR-ORDER-NO       TO SMJ-ORDER-NO
           MOVE CA-USERID          TO SMJ-USERID

           IF CA-ORDER-ACT-CANCEL
               MOVE OOR-QUANTITY TO WS-REDUCE-QTY
           ELSE
               SUBTRACT CA-QUANTITY-REQ FROM OOR-QUANTITY
                   GIVING WS-REDUCE-QTY
           END-IF

           IF WS-REDUCE-QTY NOT GREATER THAN OOR-BACKORDER-QTY
               MOVE WS-REDUCE-QTY TO WS-BACKORDER-RELEASE-QTY
               MOVE 0 TO WS-STOCK-RESTORE-QTY
           ELSE
               MOVE OOR-BACKORDER-QTY TO WS-BACKORDER-RELEASE-QTY
               SUBTRACT OOR-BACKORDER-QTY FROM WS-REDUCE-QTY
                   GIVING WS-STOCK-RESTORE-QTY
           END-IF

           SUBTRACT WS-BACKORDER-RELEASE-QTY FROM CAT-ON-ORDER
           ADD WS-STOCK-RESTORE-QTY TO CAT-IN-STOCK
           MOVE WS-REDUCE-QTY TO SMJ-QUANTITY

           IF WS-STOCK-RESTORE-QTY > 0
               MOVE OOR-ITEM-REF         TO WS-LOC-ITEM-REF
               IF OOR-FILL-LOCATION = SPACES
                   MOVE WS-ORDERER-LOCATION TO WS-LOC-CODE
               ELSE
                   MOVE OOR-FILL-LOCATION   TO WS-LOC-CODE
               END-IF
               MOVE WS-STOCK-RESTORE-QTY TO WS-LOC-PUT-QTY
               PERFORM 9650-PUT-STOCK-TO-LOCATION
                   THRU 9650-PUT-STOCK-TO-LOCATION-EXIT
               IF NOT CA-NORMAL
                   GO TO 5100-ADJUST-CATALOG-ON-ORDER-EXIT
               END-IF
           END-IF

           EXEC CICS REWRITE
                     FILE(WS-CATALOG-FILE)
                     FROM(DFH0XCT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG UPDATE FAILED ON CANCEL/AMEND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 5100-ADJUST-CATALOG-ON-ORDER-EXIT
           END-IF

           PERFORM 9610-LOG-STOCK-MOVEMENT
               THRU 9610-LOG-STOCK-MOVEMENT-EXIT
           .
       5100-ADJUST-CATALOG-ON-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    5200-RELEASE-BACKORDER - REDUCE, OR REMOVE OUTRIGHT, THE    *
      *    WAITLIST ENTRY FOR THIS USER/ITEM BY WS-BACKORDER-RELEASE-  *
      *    QTY SO A CANCELLED OR AMENDED ORDER DOES NOT LEAVE AN       *
      *    ORPHANED ENTRY THAT INQBKO KEEPS REPORTING FOREVER          *
      *****************************************************************
       5200-RELEASE-BACKORDER.
           MOVE OOR-ITEM-REF TO BKO-ITEM-REF
           MOVE OOR-USERID   TO BKO-USERID

           EXEC CICS READ
                     FILE(WS-BACKORDER-FILE)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 5200-RELEASE-BACKORDER-EXIT
           END-IF

           MOVE BKO-QUEUE-POS TO WS-RELEASED-QUEUE-POS

           IF WS-BACKORDER-RELEASE-QTY NOT LESS THAN BKO-QUANTITY
               EXEC CICS DELETE
                         FILE(WS-BACKORDER-FILE)
                         RESP(WS-RESP)
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 5300-RENUMBER-BACKORDER-QUEUE
                       THRU 5300-RENUMBER-BACKORDER-QUEUE-EXIT
                   IF CA-NORMAL
                       PERFORM 5250-SHORTEN-QUEUE
                           THRU 5250-SHORTEN-QUEUE-EXIT
                   END-IF
               ELSE
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'BACKORDER DELETE FAILED' TO CA-RESPONSE-MESSAGE
               END-IF
           ELSE
               SUBTRACT WS-BACKORDER-RELEASE-QTY FROM BKO-QUANTITY
               EXEC CICS REWRITE
                         FILE(WS-BACKORDER-FILE)
                         FROM(DFH0XBK-RECORD)
               END-IF
           END-IF
           .
       5200-RELEASE-BACKORDER-EXIT.
           EXIT.

      *****************************************************************
      *    5250-SHORTEN-QUEUE - A WAITLIST ENTRY HAS BEEN REMOVED AND  *
      *    THE QUEUE CLOSED UP BEHIND IT; TAKE ONE OFF THE ITEM'S      *
      *    CAT-BACKORDER-SEQ SO THE NEXT ENTRY LOGGED JOINS DIRECTLY   *
      *    BEHIND THE LAST ONE STILL WAITING                           *
      *****************************************************************
       5250-SHORTEN-QUEUE.
           MOVE OOR-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG ITEM NOT FOUND FOR WAITLIST UPDATE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 5250-SHORTEN-QUEUE-EXIT
           END-IF

           IF CAT-BACKORDER-SEQ > 0
               SUBTRACT 1 FROM CAT-BACKORDER-SEQ
           END-IF

           EXEC CICS REWRITE
                     FILE(WS-CATALOG-FILE)
                     FROM(DFH0XCT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG UPDATE FAILED ON WAITLIST UPDATE'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       5250-SHORTEN-QUEUE-EXIT.
           EXIT.

      *****************************************************************
      *    5300-RENUMBER-BACKORDER-QUEUE - A WAITLIST ENTRY WAS        *
      *    REMOVED AT WS-RELEASED-QUEUE-POS; MOVE EVERYONE BEHIND IT   *
      *    FOR THIS ITEM UP ONE PLACE                                 *
      *****************************************************************
       5300-RENUMBER-BACKORDER-QUEUE.
           MOVE OOR-ITEM-REF TO BKO-ITEM-REF
           MOVE LOW-VALUES   TO BKO-USERID

           EXEC CICS STARTBR
                     FILE(WS-BACKORDER-FILE)
                     RESP(WS-RESP)
           END-EXEC

           MOVE 'N' TO WS-END-OF-BROWSE-SW
           PERFORM 5310-RENUMBER-NEXT-ENTRY
               THRU 5310-RENUMBER-NEXT-ENTRY-EXIT
               UNTIL WS-END-OF-BROWSE

           EXEC CICS ENDBR
                     RESP(WS-RESP)
           END-EXEC
           .
       5300-RENUMBER-BACKORDER-QUEUE-EXIT.
           EXIT.

      *****************************************************************
      *    5310-RENUMBER-NEXT-ENTRY - BROWSE ONE MORE WAITLIST ENTRY   *
      *    FOR THE ITEM AND, IF IT WAS BEHIND THE ONE JUST REMOVED,    *
      *    RE-READ IT FOR UPDATE AND DECREMENT ITS QUEUE POSITION      *
      *****************************************************************
       5310-RENUMBER-NEXT-ENTRY.
           EXEC CICS READNEXT
                     FILE(WS-BACKORDER-FILE)
                     INTO(DFH0XBK-RECORD)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR BKO-ITEM-REF NOT = OOR-ITEM-REF
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 5310-RENUMBER-NEXT-ENTRY-EXIT
           END-IF

           IF BKO-QUEUE-POS > WS-RELEASED-QUEUE-POS
               EXEC CICS READ
                         FILE(WS-BACKORDER-FILE)
                         INTO(DFH0XBK-RECORD)
                         RIDFLD(BKO-KEY)
                         UPDATE
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SUBTRACT 1 FROM BKO-QUEUE-POS
                   EXEC CICS REWRITE
                             FILE(WS-BACKORDER-FILE)
                             FROM(DFH0XBK-RECORD)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 90 TO CA-RETURN-CODE
                       MOVE 'BACKORDER QUEUE RENUMBER FAILED'
                           TO CA-RESPONSE-MESSAGE
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       5310-RENUMBER-NEXT-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *    6000-INQUIRE-BACKORDER - RETURN UP TO 10 BACKORDER          *
      *    WAITLIST ENTRIES FOR A GIVEN ITEM, IN QUEUE POSITION ORDER  *
      *****************************************************************
       6000-INQUIRE-BACKORDER.
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE 0 TO CA-BKO-COUNT
           MOVE CA-BKO-ITEM-REF-REQ TO BKO-ITEM-REF
           MOVE LOW-VALUES          TO BKO-USERID

           EXEC CICS STARTBR
                     FILE(WS-BACKORDER-FILE)
                     RIDFLD(BKO-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'NO BACKORDERS FOUND FOR ITEM'
                   TO CA-RESPONSE-MESSAGE
               GO TO 6000-INQUIRE-BACKORDER-EXIT
           END-IF

           PERFORM 6100-BROWSE-NEXT-BACKORDER
               THRU 6100-BROWSE-NEXT-BACKORDER-EXIT
               UNTIL CA-BKO-COUNT = 10
                  OR WS-END-OF-BROWSE
                  OR BKO-ITEM-REF NOT = CA-BKO-ITEM-REF-REQ

           EXEC CICS ENDBR
                     FILE(WS-BACKORDER-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF CA-BKO-COUNT = 0
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'NO BACKORDERS FOUND FOR ITEM'
                   TO CA-RESPONSE-MESSAGE
           ELSE
               IF CA-BKO-COUNT > 1
                   PERFORM 6200-SORT-BACKORDER-ENTRIES
                       THRU 6200-SORT-BACKORDER-ENTRIES-EXIT
               END-IF
           END-IF
           .
       6000-INQUIRE-BACKORDER-EXIT.
           EXIT.

      *****************************************************************
      *    6100-BROWSE-NEXT-BACKORDER - READ ONE WAITLIST ENTRY AND    *
      *    FILE IT INTO THE NEXT AVAILABLE CA-BKO-ENTRY                *
      *****************************************************************
       6100-BROWSE-NEXT-BACKORDER.
           EXEC CICS READNEXT
                     FILE(WS-BACKORDER-FILE)
                     INTO(DFH0XBK-RECORD)
                     RIDFLD(BKO-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-END-OF-BROWSE-SW
               GO TO 6100-BROWSE-NEXT-BACKORDER-EXIT
           END-IF

           IF BKO-ITEM-REF = CA-BKO-ITEM-REF-REQ
               ADD 1 TO CA-BKO-COUNT
               MOVE CA-BKO-COUNT  TO WS-BKO-SUB
               MOVE BKO-USERID      TO CA-BKO-USERID(WS-BKO-SUB)
               MOVE BKO-CHARGE-DEPT TO CA-BKO-CHARGE-DEPT(WS-BKO-SUB)
               MOVE BKO-QUANTITY    TO CA-BKO-QUANTITY(WS-BKO-SUB)
               MOVE BKO-QUEUE-POS   TO CA-BKO-QUEUE-POS(WS-BKO-SUB)
           END-IF
           .
       6100-BROWSE-NEXT-BACKORDER-EXIT.
           EXIT.

      *****************************************************************
      *    6200-SORT-BACKORDER-ENTRIES - BKO-KEY IS ITEM-REF + USERID, *
      *    SO 6100-BROWSE-NEXT-BACKORDER FILLS CA-BKO-ENTRY IN USERID  *
      *    ORDER, NOT WAITLIST ORDER.  RE-SORT THE (AT MOST 10)        *
      *    ENTRIES JUST COLLECTED INTO ASCENDING CA-BKO-QUEUE-POS      *
      *    ORDER WITH A SIMPLE SELECTION SORT SO CALLERS SEE WHO IS    *
      *    AHEAD OF WHOM ON THE WAITLIST                               *
      *****************************************************************
       6200-SORT-BACKORDER-ENTRIES.
           MOVE 1 TO WS-SORT-I
           PERFORM 6210-SORT-ONE-PASS
               THRU 6210-SORT-ONE-PASS-EXIT
               UNTIL WS-SORT-I NOT LESS THAN CA-BKO-COUNT
           .
       6200-SORT-BACKORDER-ENTRIES-EXIT.
           EXIT.

      *****************************************************************
      *    6210-SORT-ONE-PASS - FIND THE ENTRY WITH THE LOWEST QUEUE   *
      *    POSITION AT OR AFTER WS-SORT-I AND SWAP IT INTO PLACE       *
      *****************************************************************
       6210-SORT-ONE-PASS.
           MOVE WS-SORT-I TO WS-SORT-MIN-SUB
           COMPUTE WS-SORT-J = WS-SORT-I + 1

           PERFORM 6220-SORT-FIND-MIN
               THRU 6220-SORT-FIND-MIN-EXIT
               UNTIL WS-SORT-J > CA-BKO-COUNT

           IF WS-SORT-MIN-SUB NOT = WS-SORT-I
               PERFORM 6230-SORT-SWAP-ENTRIES
                   THRU 6230-SORT-SWAP-ENTRIES-EXIT
           END-IF

           ADD 1 TO WS-SORT-I
           .
       6210-SORT-ONE-PASS-EXIT.
           EXIT.

      *****************************************************************
      *    6220-SORT-FIND-MIN - COMPARE ONE MORE ENTRY'S QUEUE         *
      *    POSITION AGAINST THE LOWEST FOUND SO FAR THIS PASS          *
      *****************************************************************
       6220-SORT-FIND-MIN.
           IF CA-BKO-QUEUE-POS(WS-SORT-J) <
              CA-BKO-QUEUE-POS(WS-SORT-MIN-SUB)
               MOVE WS-SORT-J TO WS-SORT-MIN-SUB
           END-IF
           ADD 1 TO WS-SORT-J
           .
       6220-SORT-FIND-MIN-EXIT.
           EXIT.

      *****************************************************************
      *    6230-SORT-SWAP-ENTRIES - EXCHANGE CA-BKO-ENTRY(WS-SORT-I)   *
      *    AND CA-BKO-ENTRY(WS-SORT-MIN-SUB) VIA WS-BKO-SORT-SWAP      *
      *****************************************************************
       6230-SORT-SWAP-ENTRIES.
           MOVE CA-BKO-USERID(WS-SORT-I)
               TO WS-BKO-SORT-USERID
           MOVE CA-BKO-CHARGE-DEPT(WS-SORT-I)
               TO WS-BKO-SORT-CHARGE-DEPT
           MOVE CA-BKO-QUANTITY(WS-SORT-I)
               TO WS-BKO-SORT-QUANTITY
           MOVE CA-BKO-QUEUE-POS(WS-SORT-I)
               TO WS-BKO-SORT-QUEUE-POS

           MOVE CA-BKO-USERID(WS-SORT-MIN-SUB)
               TO CA-BKO-USERID(WS-SORT-I)
           MOVE CA-BKO-CHARGE-DEPT(WS-SORT-MIN-SUB)
               TO CA-BKO-CHARGE-DEPT(WS-SORT-I)
           MOVE CA-BKO-QUANTITY(WS-SORT-MIN-SUB)
               TO CA-BKO-QUANTITY(WS-SORT-I)
           MOVE CA-BKO-QUEUE-POS(WS-SORT-MIN-SUB)
               TO CA-BKO-QUEUE-POS(WS-SORT-I)

           MOVE WS-BKO-SORT-USERID
               TO CA-BKO-USERID(WS-SORT-MIN-SUB)
           MOVE WS-BKO-SORT-CHARGE-DEPT
               TO CA-BKO-CHARGE-DEPT(WS-SORT-MIN-SUB)
           MOVE WS-BKO-SORT-QUANTITY
               TO CA-BKO-QUANTITY(WS-SORT-MIN-SUB)
           MOVE WS-BKO-SORT-QUEUE-POS
               TO CA-BKO-QUEUE-POS(WS-SORT-MIN-SUB)
           .
       6230-SORT-SWAP-ENTRIES-EXIT.
           EXIT.

      *****************************************************************
      *    7000-INQUIRE-DEPARTMENT - BROWSE UP TO 15 ITEMS FOR A       *
      *    DEPARTMENT VIA THE AIX PATH DFH0XCD OVER CAT-DEPARTMENT,    *
      *    CONTINUING PAST CA-DEPT-LAST-ITEM-REF                       *
      *****************************************************************
       7000-INQUIRE-DEPARTMENT.
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE 0 TO WS-ITEM-COUNT
           MOVE CA-DEPT-START-REF TO WS-DEPT-KEY

           EXEC CICS STARTBR
                     FILE(WS-DEPT-PATH-FILE)
                     RIDFLD(WS-DEPT-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 01 TO CA-RETURN-CODE
               MOVE 0 TO CA-DEPT-ITEM-COUNT
               MOVE 'NO ITEMS FOUND FOR DEPARTMENT'
                   TO CA-RESPONSE-MESSAGE
               GO TO 7000-INQUIRE-DEPARTMENT-EXIT
           END-IF

           PERFORM 7100-BROWSE-NEXT-DEPT-ITEM
               THRU 7100-BROWSE-NEXT-DEPT-ITEM-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-ITEM-COUNT = 15

           EXEC CICS ENDBR
                     FILE(WS-DEPT-PATH-FILE)
                     RESP(WS-RESP)
           END-EXEC

           MOVE WS-ITEM-COUNT TO CA-DEPT-ITEM-COUNT
           IF WS-END-OF-BROWSE
               MOVE 01 TO CA-RETURN-CODE
               MOVE 'END OF DEPARTMENT REACHED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       7000-INQUIRE-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      *    7100-BROWSE-NEXT-DEPT-ITEM - READ ONE ITEM VIA THE AIX      *
      *    PATH, SKIPPING ANY ALREADY RETURNED ON A PRIOR PAGE, AND    *
      *    STOPPING WHEN THE NEXT ALTERNATE KEY IS A NEW DEPARTMENT    *
      *****************************************************************
       7100-BROWSE-NEXT-DEPT-ITEM.
           EXEC CICS READNEXT
                     FILE(WS-DEPT-PATH-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-DEPT-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-END-OF-BROWSE-SW
               GO TO 7100-BROWSE-NEXT-DEPT-ITEM-EXIT
           END-IF

           IF CAT-DEPARTMENT NOT = CA-DEPT-START-REF
               MOVE 'Y' TO WS-END-OF-BROWSE-SW
               GO TO 7100-BROWSE-NEXT-DEPT-ITEM-EXIT
           END-IF

           IF CAT-ITEM-REF NOT > CA-DEPT-LAST-ITEM-REF
               GO TO 7100-BROWSE-NEXT-DEPT-ITEM-EXIT
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           MOVE CAT-ITEM-REF    TO CA-DEPT-ITEM-REF(WS-ITEM-COUNT)
           MOVE CAT-DESCRIPTION TO CA-DEPT-DESCRIPTION(WS-ITEM-COUNT)
           MOVE CAT-DEPARTMENT  TO CA-DEPT-DEPARTMENT(WS-ITEM-COUNT)
           MOVE CAT-COST        TO CA-DEPT-COST(WS-ITEM-COUNT)
           MOVE CAT-IN-STOCK    TO CA-DEPT-IN-STOCK(WS-ITEM-COUNT)
           MOVE CAT-ON-ORDER    TO CA-DEPT-ON-ORDER(WS-ITEM-COUNT)
           MOVE CAT-ITEM-REF    TO CA-DEPT-LAST-ITEM-REF
           .
       7100-BROWSE-NEXT-DEPT-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    8000-RECEIVE-STOCK - BOOK A DELIVERED QUANTITY IN AGAINST   *
      *    AN ITEM.  THE ITEM'S BACKORDER WAITLIST IS FILLED IN        *
      *    ASCENDING BKO-QUEUE-POS ORDER FIRST - EACH ALLOCATION       *
      *    REDUCES BKO-QUANTITY, THE MATCHING OOR-BACKORDER-QTY AND    *
      *    CAT-ON-ORDER, AND A FULLY SATISFIED ENTRY IS DELETED AND    *
      *    THE QUEUE RENUMBERED THE WAY 5200/5300 DO IT.  ONLY WHAT    *
      *    IS LEFT AFTER THE WAITLIST IS CLEARED GOES TO CAT-IN-STOCK, *
      *    ON THE SHELF OF THE STOREROOM NAMED IN CA-RCV-LOCATION      *
      *****************************************************************
       8000-RECEIVE-STOCK.
           IF CA-RCV-QUANTITY = 0
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'RECEIVED QUANTITY MUST BE NON-ZERO'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8000-RECEIVE-STOCK-EXIT
           END-IF

           MOVE CA-RCV-LOCATION TO WS-LOC-CODE
           PERFORM 9660-VALIDATE-LOCATION
               THRU 9660-VALIDATE-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 8000-RECEIVE-STOCK-EXIT
           END-IF

           MOVE CA-RCV-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 8000-RECEIVE-STOCK-EXIT
           END-IF

      *    One movement covers the whole receipt - the waitlist fills
      *    made by 8100 show as the drop in CAT-ON-ORDER, the rest as
      *    the rise in CAT-IN-STOCK
           PERFORM 9600-OPEN-STOCK-MOVEMENT
               THRU 9600-OPEN-STOCK-MOVEMENT-EXIT
           SET SMJ-STOCK-RECEIVED TO TRUE
           MOVE CA-RCV-QUANTITY    TO SMJ-QUANTITY
           MOVE CA-RCV-USERID      TO SMJ-USERID
           IF CA-RCV-SUPPLIER NOT = SPACES
               MOVE CA-RCV-SUPPLIER  TO SMJ-PO-SUPPLIER
               MOVE CA-RCV-PO-NUMBER TO SMJ-PO-NUMBER
           END-IF

      *    A receipt naming a supplier is matched against its open
      *    purchase order line before any stock is booked in, so a
      *    receipt that cannot be matched changes nothing
           MOVE 'N' TO WS-PO-MATCHED-SW
           IF CA-RCV-SUPPLIER NOT = SPACES
               PERFORM 8050-MATCH-PURCHASE-ORDER
                   THRU 8050-MATCH-PURCHASE-ORDER-EXIT
               IF NOT CA-NORMAL
                   EXEC CICS UNLOCK
                             FILE(WS-CATALOG-FILE)
                   END-EXEC
                   GO TO 8000-RECEIVE-STOCK-EXIT
               END-IF
           END-IF

           MOVE CA-RCV-QUANTITY TO WS-RECEIPT-REMAINING
           MOVE 'Y' TO WS-QUEUE-HEAD-SW

           PERFORM 8100-FILL-ONE-WAITLISTED
               THRU 8100-FILL-ONE-WAITLISTED-EXIT
               UNTIL WS-RECEIPT-REMAINING = 0
                  OR NOT WS-QUEUE-HEAD-FOUND
                  OR NOT CA-NORMAL

           IF NOT CA-NORMAL
               GO TO 8000-RECEIVE-STOCK-EXIT
           END-IF

           ADD WS-RECEIPT-REMAINING TO CAT-IN-STOCK

           IF WS-RECEIPT-REMAINING > 0
               MOVE CA-RCV-ITEM-REF      TO WS-LOC-ITEM-REF
               MOVE CA-RCV-LOCATION      TO WS-LOC-CODE
               MOVE WS-RECEIPT-REMAINING TO WS-LOC-PUT-QTY
               PERFORM 9650-PUT-STOCK-TO-LOCATION
                   THRU 9650-PUT-STOCK-TO-LOCATION-EXIT
               IF NOT CA-NORMAL
                   GO TO 8000-RECEIVE-STOCK-EXIT
               END-IF
           END-IF

           EXEC CICS REWRITE
                     FILE(WS-CATALOG-FILE)
                     FROM(DFH0XCT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG UPDATE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 8000-RECEIVE-STOCK-EXIT
           END-IF

           PERFORM 9610-LOG-STOCK-MOVEMENT
               THRU 9610-LOG-STOCK-MOVEMENT-EXIT

           IF NOT CA-NORMAL
               GO TO 8000-RECEIVE-STOCK-EXIT
           END-IF

           IF WS-PO-MATCHED
               MOVE WS-PO-MESSAGE TO CA-RESPONSE-MESSAGE
           ELSE
               MOVE 'STOCK RECEIPT PROCESSED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8000-RECEIVE-STOCK-EXIT.
           EXIT.

      *****************************************************************
      *    8050-MATCH-PURCHASE-ORDER - MATCH THE RECEIPT AGAINST THE   *
      *    OPEN PO LINE NAMED BY CA-RCV-SUPPLIER/CA-RCV-PO-NUMBER.     *
      *    THE RECEIVED QUANTITY IS ADDED TO THE LINE; A LINE FILLED   *
      *    EXACTLY IS CLOSED, AN OVER-DELIVERY IS CLOSED AND FLAGGED,  *
      *    AND AN UNDER-DELIVERY LEAVES THE LINE OPEN, PART-FILLED     *
      *    AND FLAGGED, SO THE OPEN/OVERDUE PO REPORT (DFH0XPOR)       *
      *    SHOWS WHAT IS STILL OUTSTANDING                             *
      *****************************************************************
       8050-MATCH-PURCHASE-ORDER.
           MOVE CA-RCV-SUPPLIER  TO POR-SUPPLIER-CODE
           MOVE CA-RCV-PO-NUMBER TO POR-PO-NUMBER

           EXEC CICS READ
                     FILE(WS-PO-FILE)
                     INTO(DFH0XPO-RECORD)
                     RIDFLD(POR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 46 TO CA-RETURN-CODE
               MOVE 'PURCHASE ORDER LINE NOT FOUND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8050-MATCH-PURCHASE-ORDER-EXIT
           END-IF

           IF NOT POR-OPEN
               MOVE 46 TO CA-RETURN-CODE
               MOVE 'PURCHASE ORDER LINE IS ALREADY CLOSED'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PO-FILE)
               END-EXEC
               GO TO 8050-MATCH-PURCHASE-ORDER-EXIT
           END-IF

           IF POR-ITEM-REF NOT = CA-RCV-ITEM-REF
               MOVE 47 TO CA-RETURN-CODE
               MOVE 'PURCHASE ORDER LINE IS FOR A DIFFERENT ITEM'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PO-FILE)
               END-EXEC
               GO TO 8050-MATCH-PURCHASE-ORDER-EXIT
           END-IF

      *    The buyer who raised the line may not also be the one who
      *    says the goods arrived
           IF POR-RAISED-BY = CA-RCV-USERID
               MOVE 38 TO CA-RETURN-CODE
               MOVE 'RECEIPT CANNOT BE BOOKED BY THE BUYER OF THE PO'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PO-FILE)
               END-EXEC
               GO TO 8050-MATCH-PURCHASE-ORDER-EXIT
           END-IF

           ADD CA-RCV-QUANTITY TO POR-RECEIVED-QTY

           EVALUATE TRUE
               WHEN POR-RECEIVED-QTY = POR-ORDERED-QTY
                   SET POR-CLOSED TO TRUE
                   SET POR-DELIVERED-AS-ORDERED TO TRUE
                   MOVE 'STOCK RECEIPT PROCESSED - PO LINE CLOSED'
                       TO WS-PO-MESSAGE
               WHEN POR-RECEIVED-QTY GREATER THAN POR-ORDERED-QTY
                   SET POR-CLOSED TO TRUE
                   SET POR-OVER-DELIVERED TO TRUE
                   MOVE 'STOCK RECEIPT PROCESSED - PO OVER-DELIVERED'
                       TO WS-PO-MESSAGE
               WHEN OTHER
                   SET POR-UNDER-DELIVERED TO TRUE
                   MOVE 'STOCK RECEIPT PROCESSED - PO PART-FILLED'
                       TO WS-PO-MESSAGE
           END-EVALUATE

           EXEC CICS REWRITE
                     FILE(WS-PO-FILE)
                     FROM(DFH0XPO-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'PURCHASE ORDER UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8050-MATCH-PURCHASE-ORDER-EXIT
           END-IF

           MOVE 'Y' TO WS-PO-MATCHED-SW
           .
       8050-MATCH-PURCHASE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    8100-FILL-ONE-WAITLISTED - ALLOCATE RECEIVED STOCK TO THE   *
      *    WAITLIST ENTRY AT THE HEAD OF THE ITEM'S QUEUE.  THE ENTRY  *
      *    IS REDUCED (OR DELETED AND THE QUEUE RENUMBERED), THE       *
      *    MATCHING OPEN ORDER'S BACKORDERED PORTION IS RELIEVED, AND  *
      *    THE ALLOCATION IS BACKED OUT OF CAT-ON-ORDER                *
      *****************************************************************
       8100-FILL-ONE-WAITLISTED.
           PERFORM 8110-FIND-QUEUE-HEAD
               THRU 8110-FIND-QUEUE-HEAD-EXIT

           IF NOT WS-QUEUE-HEAD-FOUND
               GO TO 8100-FILL-ONE-WAITLISTED-EXIT
           END-IF

           MOVE CA-RCV-ITEM-REF     TO BKO-ITEM-REF
           MOVE WS-QUEUE-HEAD-USERID TO BKO-USERID

           EXEC CICS READ
                     FILE(WS-BACKORDER-FILE)
                     INTO(DFH0XBK-RECORD)
                     RIDFLD(BKO-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'BACKORDER RECORD READ FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8100-FILL-ONE-WAITLISTED-EXIT
           END-IF

           MOVE BKO-QUANTITY TO WS-WAITED-QTY

           IF WS-RECEIPT-REMAINING LESS THAN BKO-QUANTITY
               MOVE WS-RECEIPT-REMAINING TO WS-ALLOCATE-QTY
           ELSE
               MOVE BKO-QUANTITY TO WS-ALLOCATE-QTY
           END-IF

           PERFORM 8120-RELIEVE-OPEN-ORDER
               THRU 8120-RELIEVE-OPEN-ORDER-EXIT

           IF NOT CA-NORMAL
               GO TO 8100-FILL-ONE-WAITLISTED-EXIT
           END-IF

           SUBTRACT WS-ALLOCATE-QTY FROM CAT-ON-ORDER
           SUBTRACT WS-ALLOCATE-QTY FROM WS-RECEIPT-REMAINING

      *    The notice is written before the waitlist entry is reduced
      *    or deleted - 5300's renumber browse would overwrite the
      *    entry in working storage - and a failure further down
      *    still backs the notice out with everything else via 9800
           PERFORM 8150-WRITE-FILL-NOTICE
               THRU 8150-WRITE-FILL-NOTICE-EXIT

           IF NOT CA-NORMAL
               GO TO 8100-FILL-ONE-WAITLISTED-EXIT
           END-IF

           IF WS-ALLOCATE-QTY NOT LESS THAN BKO-QUANTITY
               MOVE BKO-QUEUE-POS TO WS-RELEASED-QUEUE-POS
               EXEC CICS DELETE
                         FILE(WS-BACKORDER-FILE)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 5300-RENUMBER-BACKORDER-QUEUE
                       THRU 5300-RENUMBER-BACKORDER-QUEUE-EXIT
      *            The catalog record is still held for update by 8000
      *            and rewritten once the receipt is fully allocated
                   IF CAT-BACKORDER-SEQ > 0
                       SUBTRACT 1 FROM CAT-BACKORDER-SEQ
                   END-IF
               ELSE
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'BACKORDER DELETE FAILED' TO CA-RESPONSE-MESSAGE
               END-IF
           ELSE
               SUBTRACT WS-ALLOCATE-QTY FROM BKO-QUANTITY
               EXEC CICS REWRITE
                         FILE(WS-BACKORDER-FILE)
                         FROM(DFH0XBK-RECORD)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'BACKORDER UPDATE FAILED' TO CA-RESPONSE-MESSAGE
               END-IF
           END-IF
           .
       8100-FILL-ONE-WAITLISTED-EXIT.
           EXIT.

      *****************************************************************
      *    8150-WRITE-FILL-NOTICE - THE ALLOCATION JUST MADE IS THE    *
      *    NEWS THE WAITING USER HAS BEEN PHONING THE STORES ABOUT;    *
      *    RECORD IT ON THE FILL NOTIFICATION FILE SO INQFIL AND THE   *
      *    STOREFRONT CAN SHOW "YOUR ITEM HAS ARRIVED, N OF M          *
      *    ALLOCATED".  THE WAITLIST ENTRY JUST PROCESSED IS STILL IN  *
      *    WORKING STORAGE, AND WS-WAITED-QTY HOLDS ITS QUANTITY       *
      *    BEFORE THE ALLOCATION                                       *
      *****************************************************************
       8150-WRITE-FILL-NOTICE.
           MOVE BKO-USERID        TO FNR-USERID
           MOVE BKO-ITEM-REF      TO FNR-ITEM-REF
           MOVE BKO-CHARGE-DEPT   TO FNR-CHARGE-DEPT
           MOVE WS-ALLOCATE-QTY   TO FNR-ALLOCATED-QTY
           MOVE WS-WAITED-QTY     TO FNR-WAITED-QTY

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO FNR-DATE-TIME
           END-STRING

           EXEC CICS WRITE
                     FILE(WS-FILL-FILE)
                     FROM(DFH0XFN-RECORD)
                     RIDFLD(FNR-KEY)
                     RESP(WS-RESP)
           END-EXEC

      *    Two receipts for the same user and item inside the same
      *    second would collide on the key - the first notice already
      *    says the item arrived, so the duplicate is simply dropped
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(DUPREC)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'FILL NOTIFICATION WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8150-WRITE-FILL-NOTICE-EXIT.
           EXIT.

      *****************************************************************
      *    8110-FIND-QUEUE-HEAD - BROWSE THE ITEM'S WAITLIST AND NOTE  *
      *    THE USERID OF THE ENTRY WITH THE LOWEST BKO-QUEUE-POS.      *
      *    BKO-KEY RETURNS ENTRIES IN USERID ORDER, SO THE WHOLE       *
      *    WAITLIST IS SCANNED, THE SAME WAY 6000-INQUIRE-BACKORDER    *
      *    HAS TO RE-SORT WHAT IT COLLECTS                             *
      *****************************************************************
       8110-FIND-QUEUE-HEAD.
           MOVE 'N' TO WS-QUEUE-HEAD-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE 999 TO WS-MIN-QUEUE-POS
           MOVE CA-RCV-ITEM-REF TO BKO-ITEM-REF
           MOVE LOW-VALUES      TO BKO-USERID

           EXEC CICS STARTBR
                     FILE(WS-BACKORDER-FILE)
                     RIDFLD(BKO-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 8110-FIND-QUEUE-HEAD-EXIT
           END-IF

           PERFORM 8111-SCAN-NEXT-WAIT-ENTRY
               THRU 8111-SCAN-NEXT-WAIT-ENTRY-EXIT
               UNTIL WS-END-OF-BROWSE

           EXEC CICS ENDBR
                     FILE(WS-BACKORDER-FILE)
                     RESP(WS-RESP)
           END-EXEC
           .
       8110-FIND-QUEUE-HEAD-EXIT.
           EXIT.

      *****************************************************************
      *    8111-SCAN-NEXT-WAIT-ENTRY - BROWSE ONE MORE WAITLIST ENTRY  *
      *    FOR THE ITEM AND KEEP THE LOWEST QUEUE POSITION SEEN SO FAR *
      *****************************************************************
       8111-SCAN-NEXT-WAIT-ENTRY.
           EXEC CICS READNEXT
                     FILE(WS-BACKORDER-FILE)
                     INTO(DFH0XBK-RECORD)
                     RIDFLD(BKO-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR BKO-ITEM-REF NOT = CA-RCV-ITEM-REF
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 8111-SCAN-NEXT-WAIT-ENTRY-EXIT
           END-IF

           IF NOT WS-QUEUE-HEAD-FOUND
              OR BKO-QUEUE-POS LESS THAN WS-MIN-QUEUE-POS
               MOVE 'Y' TO WS-QUEUE-HEAD-SW
               MOVE BKO-QUEUE-POS TO WS-MIN-QUEUE-POS
               MOVE BKO-USERID    TO WS-QUEUE-HEAD-USERID
           END-IF
           .
       8111-SCAN-NEXT-WAIT-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *    8120-RELIEVE-OPEN-ORDER - THE ALLOCATION JUST MADE TO A     *
      *    WAITLIST ENTRY IS NO LONGER ON BACKORDER FOR THAT USER'S    *
      *    OPEN ORDER LINES.  THE WAITLIST IS KEYED ITEM/USERID BUT    *
      *    THE ORDER FILE IS KEYED BY ORDER NUMBER, AND THE USER MAY   *
      *    HAVE THE ITEM BACKORDERED ON SEVERAL ORDERS, SO THE FILE    *
      *    IS SCANNED AND THE RELIEF SPREAD ACROSS THE USER'S          *
      *    BACKORDERED LINES FOR THE ITEM UNTIL IT IS USED UP.  THE    *
      *    BROWSE IS CLOSED BEFORE EACH LINE IS RE-READ FOR UPDATE.    *
      *    RUNNING OUT OF LINES IS TOLERATED THE SAME WAY 5200         *
      *    TOLERATES A MISSING WAITLIST ENTRY.  THE WAITLIST RECORD    *
      *    IN WORKING STORAGE IS PRESERVED AROUND THE SCAN             *
      *****************************************************************
       8120-RELIEVE-OPEN-ORDER.
           MOVE WS-ALLOCATE-QTY TO WS-RELIEF-REMAINING
           MOVE LOW-VALUES      TO WS-RELIEF-LAST-KEY

           PERFORM 8123-RELIEVE-NEXT-LINE
               THRU 8123-RELIEVE-NEXT-LINE-EXIT
               UNTIL WS-RELIEF-REMAINING = 0
                  OR NOT WS-RELIEF-LINE-FOUND
                  OR NOT CA-NORMAL
           .
       8120-RELIEVE-OPEN-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    8123-RELIEVE-NEXT-LINE - FIND THE NEXT OPEN ORDER LINE      *
      *    PAST THE LAST ONE RELIEVED THAT BELONGS TO THE WAITING      *
      *    USER, IS FOR THE ITEM AND STILL HAS A BACKORDERED PORTION,  *
      *    THEN REDUCE IT UNDER ITS UPDATE LOCK.  A LINE NO ROOM COULD *
      *    FILL WHEN IT WAS PLACED TAKES THE RECEIVING ROOM AS THE     *
      *    ROOM THAT FILLED IT                                         *
      *****************************************************************
       8123-RELIEVE-NEXT-LINE.
           PERFORM 8125-FIND-BACKORDERED-LINE
               THRU 8125-FIND-BACKORDERED-LINE-EXIT

           IF NOT WS-RELIEF-LINE-FOUND
               GO TO 8123-RELIEVE-NEXT-LINE-EXIT
           END-IF

           MOVE WS-RELIEF-FOUND-KEY TO OOR-KEY

           EXEC CICS READ
                     FILE(WS-ORDER-FILE)
                     INTO(DFH0XOR-RECORD)
                     RIDFLD(OOR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'OPEN ORDER RECORD READ FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8123-RELIEVE-NEXT-LINE-EXIT
           END-IF

           IF WS-RELIEF-REMAINING LESS THAN OOR-BACKORDER-QTY
               MOVE WS-RELIEF-REMAINING TO WS-LINE-RELIEF-QTY
           ELSE
               MOVE OOR-BACKORDER-QTY TO WS-LINE-RELIEF-QTY
           END-IF

           SUBTRACT WS-LINE-RELIEF-QTY FROM OOR-BACKORDER-QTY
           SUBTRACT WS-LINE-RELIEF-QTY FROM WS-RELIEF-REMAINING
           IF OOR-FILL-LOCATION = SPACES
               MOVE CA-RCV-LOCATION TO OOR-FILL-LOCATION
           END-IF

           EXEC CICS REWRITE
                     FILE(WS-ORDER-FILE)
                     FROM(DFH0XOR-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'OPEN ORDER RECORD UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8123-RELIEVE-NEXT-LINE-EXIT
           END-IF

           MOVE WS-RELIEF-FOUND-KEY TO WS-RELIEF-LAST-KEY
           .
       8123-RELIEVE-NEXT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    8125-FIND-BACKORDERED-LINE - BROWSE THE ORDER FILE FROM     *
      *    JUST PAST THE LAST LINE RELIEVED FOR THE NEXT LINE          *
      *    MATCHING THE WAITING USER AND ITEM WITH A BACKORDERED       *
      *    PORTION, AND CLOSE THE BROWSE BEFORE RETURNING SO THE       *
      *    CALLER CAN RE-READ IT FOR UPDATE.  THE SCAN USES ITS OWN    *
      *    KEY FIELD SO THE WAITLIST RECORD STAYS INTACT               *
      *****************************************************************
       8125-FIND-BACKORDERED-LINE.
           MOVE 'N' TO WS-RELIEF-FOUND-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE WS-RELIEF-LAST-KEY TO OOR-KEY

           EXEC CICS STARTBR
                     FILE(WS-ORDER-FILE)
                     RIDFLD(OOR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 8125-FIND-BACKORDERED-LINE-EXIT
           END-IF

           PERFORM 8126-SCAN-NEXT-ORDER-LINE
               THRU 8126-SCAN-NEXT-ORDER-LINE-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-RELIEF-LINE-FOUND

           EXEC CICS ENDBR
                     FILE(WS-ORDER-FILE)
                     RESP(WS-RESP)
           END-EXEC
           .
       8125-FIND-BACKORDERED-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    8126-SCAN-NEXT-ORDER-LINE - BROWSE ONE MORE OPEN ORDER      *
      *    LINE AND NOTE IT IF IT IS THE WAITING USER'S BACKORDERED    *
      *    LINE FOR THE ITEM, PAST THE LAST ONE RELIEVED               *
      *****************************************************************
       8126-SCAN-NEXT-ORDER-LINE.
           EXEC CICS READNEXT
                     FILE(WS-ORDER-FILE)
                     INTO(DFH0XOR-RECORD)
                     RIDFLD(OOR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 8126-SCAN-NEXT-ORDER-LINE-EXIT
           END-IF

           IF OOR-KEY GREATER THAN WS-RELIEF-LAST-KEY
              AND OOR-ITEM-REF = BKO-ITEM-REF
              AND OOR-USERID = BKO-USERID
              AND OOR-BACKORDER-QTY > 0
               MOVE OOR-KEY TO WS-RELIEF-FOUND-KEY
               MOVE 'Y' TO WS-RELIEF-FOUND-SW
           END-IF
           .
       8126-SCAN-NEXT-ORDER-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    8200-RAISE-PURCHASE-ORDER - TURN A REPLENISHMENT            *
      *    SUGGESTION LINE INTO AN OPEN PO LINE ON THE PURCHASE ORDER  *
      *    FILE.  THE PO NUMBER IS ASSIGNED FROM THE SUPPLIER'S        *
      *    SUP-PO-SEQ UNDER ITS UPDATE LOCK, THE SAME WAY 4200         *
      *    ASSIGNS BKO-QUEUE-POS FROM CAT-BACKORDER-SEQ, AND THE       *
      *    EXPECTED DELIVERY DATE IS THE RAISED DATE PLUS THE          *
      *    SUPPLIER'S QUOTED LEAD TIME                                 *
      *****************************************************************
       8200-RAISE-PURCHASE-ORDER.
           IF CA-PO-QUANTITY = 0
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'PO QUANTITY MUST BE NON-ZERO'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8200-RAISE-PURCHASE-ORDER-EXIT
           END-IF

           MOVE CA-PO-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 8200-RAISE-PURCHASE-ORDER-EXIT
           END-IF

           MOVE CA-PO-SUPPLIER TO SUP-SUPPLIER-CODE

           EXEC CICS READ
                     FILE(WS-SUPPLIER-FILE)
                     INTO(DFH0XSP-RECORD)
                     RIDFLD(SUP-SUPPLIER-CODE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 44 TO CA-RETURN-CODE
               MOVE 'SUPPLIER NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 8200-RAISE-PURCHASE-ORDER-EXIT
           END-IF

           ADD 1 TO SUP-PO-SEQ

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(POR-DATE-RAISED)
           END-EXEC

      *    ABSTIME is in milliseconds, so the expected date is the
      *    raised time moved on by the lead time in whole days
           COMPUTE WS-EXPECTED-ABS-TIME =
               WS-ABS-TIME + (SUP-LEAD-TIME-DAYS * 86400000)

           EXEC CICS FORMATTIME
                     ABSTIME(WS-EXPECTED-ABS-TIME)
                     YYYYMMDD(POR-EXPECTED-DATE)
           END-EXEC

           MOVE CA-PO-SUPPLIER TO POR-SUPPLIER-CODE
           MOVE SUP-PO-SEQ     TO POR-PO-NUMBER
           MOVE CA-PO-ITEM-REF TO POR-ITEM-REF
           MOVE CA-PO-QUANTITY TO POR-ORDERED-QTY
           MOVE 0              TO POR-RECEIVED-QTY
           SET POR-OPEN        TO TRUE
           SET POR-DELIVERED-AS-ORDERED TO TRUE
           MOVE CA-PO-USERID   TO POR-RAISED-BY
           MOVE 0              TO POR-BILLED-QTY
           SET POR-OPEN-TO-BILLING TO TRUE

           EXEC CICS REWRITE
                     FILE(WS-SUPPLIER-FILE)
                     FROM(DFH0XSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'SUPPLIER PO SEQUENCE UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8200-RAISE-PURCHASE-ORDER-EXIT
           END-IF

           EXEC CICS WRITE
                     FILE(WS-PO-FILE)
                     FROM(DFH0XPO-RECORD)
                     RIDFLD(POR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'PURCHASE ORDER WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8200-RAISE-PURCHASE-ORDER-EXIT
           END-IF

           MOVE POR-PO-NUMBER     TO CA-PO-NUMBER
           MOVE POR-EXPECTED-DATE TO CA-PO-EXPECTED-DATE
           MOVE 'PURCHASE ORDER LINE RAISED' TO CA-RESPONSE-MESSAGE
           .
       8200-RAISE-PURCHASE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    8300-REVIEW-ADJUSTMENT - APPROVE OR REJECT A PROPOSED       *
      *    STOCK ADJUSTMENT FROM THE RECONCILIATION RUN.  AN APPROVAL  *
      *    MUST CARRY A VALID REASON CODE (COUNT ERROR, DAMAGE,        *
      *    SHRINKAGE OR WRITE-OFF); THE REVIEWER AND REVIEW TIME ARE   *
      *    STAMPED ON THE RECORD EITHER WAY                            *
      *****************************************************************
       8300-REVIEW-ADJUSTMENT.
           IF NOT (CA-ADJ-ACT-APPROVE OR CA-ADJ-ACT-REJECT)
               MOVE 64 TO CA-RETURN-CODE
               MOVE 'INVALID ADJUSTMENT ACTION CODE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8300-REVIEW-ADJUSTMENT-EXIT
           END-IF

           MOVE CA-ADJ-REASON-CODE TO AJR-REASON-CODE
           IF CA-ADJ-ACT-APPROVE AND NOT AJR-REASON-VALID
               MOVE 63 TO CA-RETURN-CODE
               MOVE 'INVALID ADJUSTMENT REASON CODE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8300-REVIEW-ADJUSTMENT-EXIT
           END-IF

           MOVE CA-ADJ-ITEM-REF      TO AJR-ITEM-REF
           MOVE CA-ADJ-DATE-PROPOSED TO AJR-DATE-PROPOSED
           MOVE CA-ADJ-LOCATION      TO AJR-LOCATION

           EXEC CICS READ
                     FILE(WS-ADJUST-FILE)
                     INTO(DFH0XAJ-RECORD)
                     RIDFLD(AJR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 60 TO CA-RETURN-CODE
               MOVE 'ADJUSTMENT RECORD NOT FOUND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8300-REVIEW-ADJUSTMENT-EXIT
           END-IF

           IF NOT AJR-PROPOSED
               MOVE 61 TO CA-RETURN-CODE
               MOVE 'ADJUSTMENT HAS ALREADY BEEN REVIEWED'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-ADJUST-FILE)
               END-EXEC
               GO TO 8300-REVIEW-ADJUSTMENT-EXIT
           END-IF

           IF CA-ADJ-ACT-APPROVE
               SET AJR-APPROVED TO TRUE
               MOVE CA-ADJ-REASON-CODE TO AJR-REASON-CODE
           ELSE
               SET AJR-REJECTED TO TRUE
               MOVE CA-ADJ-REASON-CODE TO AJR-REASON-CODE
           END-IF
           MOVE CA-ADJ-USERID TO AJR-REVIEWED-BY

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO AJR-REVIEW-DATE-TIME
           END-STRING

           EXEC CICS REWRITE
                     FILE(WS-ADJUST-FILE)
                     FROM(DFH0XAJ-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'ADJUSTMENT RECORD UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8300-REVIEW-ADJUSTMENT-EXIT
           END-IF

           IF CA-ADJ-ACT-APPROVE
               MOVE 'ADJUSTMENT APPROVED' TO CA-RESPONSE-MESSAGE
           ELSE
               MOVE 'ADJUSTMENT REJECTED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8300-REVIEW-ADJUSTMENT-EXIT.
           EXIT.

      *****************************************************************
      *    8400-POST-ADJUSTMENT - APPLY ONE APPROVED STOCK ADJUSTMENT  *
      *    TO THE BOOK STOCK OF THE STOREROOM THAT WAS COUNTED.  THE   *
      *    SIGNED VARIANCE IS ADDED TO THE ROOM'S ILR-IN-STOCK (8410)  *
      *    AND CAT-IN-STOCK MOVES BY THE SAME AMOUNT UNDER ITS UPDATE  *
      *    LOCK, THE                                                   *
      *    ADJUSTMENT RECORD IS MARKED POSTED, AND AN AUDIT RECORD IS  *
      *    SPOOLED TO THE ADJUSTMENT AUDIT QUEUE - ALL UNDER THE SAME  *
      *    ALL-OR-NOTHING 9800 PROTECTION EVERY OTHER UPDATE REQUEST   *
      *    HAS, SO A FAILED STEP CHANGES NOTHING                       *
      *****************************************************************
       8400-POST-ADJUSTMENT.
           MOVE CA-ADJ-ITEM-REF      TO AJR-ITEM-REF
           MOVE CA-ADJ-DATE-PROPOSED TO AJR-DATE-PROPOSED
           MOVE CA-ADJ-LOCATION      TO AJR-LOCATION

           EXEC CICS READ
                     FILE(WS-ADJUST-FILE)
                     INTO(DFH0XAJ-RECORD)
                     RIDFLD(AJR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 60 TO CA-RETURN-CODE
               MOVE 'ADJUSTMENT RECORD NOT FOUND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

           IF NOT AJR-APPROVED
               MOVE 62 TO CA-RETURN-CODE
               MOVE 'ADJUSTMENT IS NOT IN APPROVED STATUS'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-ADJUST-FILE)
               END-EXEC
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

      *    The approver and the poster must be two different people
           IF AJR-REVIEWED-BY = CA-ADJ-USERID
               MOVE 38 TO CA-RETURN-CODE
               MOVE 'ADJUSTMENT CANNOT BE POSTED BY ITS APPROVER'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-ADJUST-FILE)
               END-EXEC
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

           MOVE AJR-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

           MOVE CAT-IN-STOCK TO AJA-OLD-STOCK

           PERFORM 9600-OPEN-STOCK-MOVEMENT
               THRU 9600-OPEN-STOCK-MOVEMENT-EXIT
           SET SMJ-ADJUSTMENT-POSTED TO TRUE
           IF AJR-VARIANCE-QTY < 0
               COMPUTE SMJ-QUANTITY = 0 - AJR-VARIANCE-QTY
           ELSE
               MOVE AJR-VARIANCE-QTY TO SMJ-QUANTITY
           END-IF
           MOVE AJR-DATE-PROPOSED  TO SMJ-ADJ-DATE-PROPOSED
           MOVE CA-ADJ-USERID      TO SMJ-USERID

           PERFORM 8410-POST-TO-LOCATION
               THRU 8410-POST-TO-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

      *    The catalog total moves by whatever the storeroom's stock
      *    actually moved by, which differs from the variance only
      *    when the room's write-off floored at zero
           COMPUTE WS-ADJ-NEW-STOCK = CAT-IN-STOCK + WS-LOC-DELTA
           IF WS-ADJ-NEW-STOCK < 0
               MOVE 0 TO WS-ADJ-NEW-STOCK
           END-IF
           MOVE WS-ADJ-NEW-STOCK TO CAT-IN-STOCK

           EXEC CICS REWRITE
                     FILE(WS-CATALOG-FILE)
                     FROM(DFH0XCT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG UPDATE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

           SET AJR-POSTED TO TRUE

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO AJR-POSTED-DATE-TIME
           END-STRING

           EXEC CICS REWRITE
                     FILE(WS-ADJUST-FILE)
                     FROM(DFH0XAJ-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'ADJUSTMENT RECORD UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

           MOVE AJR-ITEM-REF        TO AJA-ITEM-REF
           MOVE AJR-DATE-PROPOSED   TO AJA-DATE-PROPOSED
           MOVE AJR-VARIANCE-QTY    TO AJA-VARIANCE-QTY
           MOVE AJR-REASON-CODE     TO AJA-REASON-CODE
           MOVE AJR-REVIEWED-BY     TO AJA-REVIEWED-BY
           MOVE CAT-IN-STOCK        TO AJA-NEW-STOCK
           MOVE AJR-POSTED-DATE-TIME TO AJA-DATE-TIME
           MOVE CA-ADJ-USERID       TO AJA-POSTED-BY
           MOVE CAT-COST            TO AJA-UNIT-COST

           EXEC CICS WRITEQ TD
                     QUEUE(WS-ADJ-AUDIT-QUEUE)
                     FROM(DFH0XAA-RECORD)
                     LENGTH(LENGTH OF DFH0XAA-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'POSTING BACKED OUT - ADJUSTMENT AUDIT FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

           PERFORM 9610-LOG-STOCK-MOVEMENT
               THRU 9610-LOG-STOCK-MOVEMENT-EXIT

           IF NOT CA-NORMAL
               GO TO 8400-POST-ADJUSTMENT-EXIT
           END-IF

           MOVE 'ADJUSTMENT POSTED TO BOOK STOCK'
               TO CA-RESPONSE-MESSAGE
           .
       8400-POST-ADJUSTMENT-EXIT.
           EXIT.

      *****************************************************************
      *    8410-POST-TO-LOCATION - APPLY THE ADJUSTMENT'S SIGNED       *
      *    VARIANCE TO THE COUNTED STOREROOM'S ILR-IN-STOCK, CREATING  *
      *    THE ITEM'S RECORD FOR THE ROOM IF IT HAS NONE.  LEAVES THE  *
      *    CHANGE ACTUALLY MADE IN WS-LOC-DELTA                        *
      *****************************************************************
       8410-POST-TO-LOCATION.
           MOVE AJR-ITEM-REF TO WS-LOC-ITEM-REF
           MOVE AJR-LOCATION TO WS-LOC-CODE
           PERFORM 9640-HOLD-ITEM-LOCATION
               THRU 9640-HOLD-ITEM-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 8410-POST-TO-LOCATION-EXIT
           END-IF

      *    Stock may have moved since the count, so the signed
      *    variance is applied to the room's stock today rather than
      *    the room's stock written back to the counted figure.  A
      *    write-off larger than what is left in the room floors at
      *    zero
           MOVE ILR-IN-STOCK TO WS-LOC-OLD-STOCK
           COMPUTE WS-ADJ-NEW-STOCK = ILR-IN-STOCK + AJR-VARIANCE-QTY
           IF WS-ADJ-NEW-STOCK < 0
               MOVE 0 TO WS-ADJ-NEW-STOCK
           END-IF
           MOVE WS-ADJ-NEW-STOCK TO ILR-IN-STOCK
           COMPUTE WS-LOC-DELTA = WS-ADJ-NEW-STOCK - WS-LOC-OLD-STOCK

           PERFORM 9645-SAVE-ITEM-LOCATION
               THRU 9645-SAVE-ITEM-LOCATION-EXIT
           .
       8410-POST-TO-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    8450-REVIEW-REORDER-PROPOSAL - APPROVE OR REJECT A REORDER  *
      *    POINT/QUANTITY PROPOSAL WRITTEN BY THE MONTHLY REORDER      *
      *    LEVEL REVIEW.  THE REVIEWER AND REVIEW TIME ARE STAMPED ON  *
      *    THE RECORD EITHER WAY.  A BUYER WHO DISAGREES WITH THE      *
      *    PROPOSED VALUES REJECTS IT AND KEYS THE LEVELS WANTED       *
      *    THROUGH UPDITM INSTEAD                                      *
      *****************************************************************
       8450-REVIEW-REORDER-PROPOSAL.
           IF NOT (CA-ROP-ACT-APPROVE OR CA-ROP-ACT-REJECT)
               MOVE 87 TO CA-RETURN-CODE
               MOVE 'INVALID PROPOSAL ACTION CODE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8450-REVIEW-REORDER-PROPOSAL-EXIT
           END-IF

           MOVE CA-ROP-ITEM-REF TO RPR-ITEM-REF
           MOVE CA-ROP-RUN-DATE TO RPR-RUN-DATE

           EXEC CICS READ
                     FILE(WS-PROPOSAL-FILE)
                     INTO(DFH0XRP-RECORD)
                     RIDFLD(RPR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 84 TO CA-RETURN-CODE
               MOVE 'REORDER PROPOSAL NOT FOUND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8450-REVIEW-REORDER-PROPOSAL-EXIT
           END-IF

           IF NOT RPR-PROPOSED
               MOVE 85 TO CA-RETURN-CODE
               MOVE 'PROPOSAL HAS ALREADY BEEN REVIEWED'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PROPOSAL-FILE)
               END-EXEC
               GO TO 8450-REVIEW-REORDER-PROPOSAL-EXIT
           END-IF

           IF CA-ROP-ACT-APPROVE
               SET RPR-APPROVED TO TRUE
           ELSE
               SET RPR-REJECTED TO TRUE
           END-IF
           MOVE CA-ROP-USERID TO RPR-REVIEWED-BY

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO RPR-REVIEW-DATE-TIME
           END-STRING

           EXEC CICS REWRITE
                     FILE(WS-PROPOSAL-FILE)
                     FROM(DFH0XRP-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'REORDER PROPOSAL UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8450-REVIEW-REORDER-PROPOSAL-EXIT
           END-IF

           IF CA-ROP-ACT-APPROVE
               MOVE 'REORDER PROPOSAL APPROVED' TO CA-RESPONSE-MESSAGE
           ELSE
               MOVE 'REORDER PROPOSAL REJECTED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8450-REVIEW-REORDER-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *    8460-APPLY-REORDER-PROPOSAL - PUT ONE APPROVED REORDER      *
      *    PROPOSAL ON THE CATALOG MASTER.  IF THE ITEM'S REORDER      *
      *    POINT OR QUANTITY NO LONGER MATCHES WHAT THE REVIEW SAW,    *
      *    SOMEBODY HAS MAINTAINED IT SINCE - THE CATALOG IS LEFT      *
      *    ALONE AND THE PROPOSAL IS MARKED OVERTAKEN (RC 88, WHICH    *
      *    0000 DOES NOT BACK OUT).  OTHERWISE THE NEW VALUES ARE      *
      *    REWRITTEN, THE PROPOSAL IS MARKED APPLIED AND THE CHANGE IS *
      *    SPOOLED TO THE REORDER LEVEL CHANGE QUEUE WITH THE          *
      *    REVIEWER, ALL UNDER THE USUAL ALL-OR-NOTHING 9800           *
      *    PROTECTION                                                  *
      *****************************************************************
       8460-APPLY-REORDER-PROPOSAL.
           MOVE CA-ROP-ITEM-REF TO RPR-ITEM-REF
           MOVE CA-ROP-RUN-DATE TO RPR-RUN-DATE

           EXEC CICS READ
                     FILE(WS-PROPOSAL-FILE)
                     INTO(DFH0XRP-RECORD)
                     RIDFLD(RPR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 84 TO CA-RETURN-CODE
               MOVE 'REORDER PROPOSAL NOT FOUND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
           END-IF

           IF NOT RPR-APPROVED
               MOVE 86 TO CA-RETURN-CODE
               MOVE 'PROPOSAL IS NOT IN APPROVED STATUS'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PROPOSAL-FILE)
               END-EXEC
               GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
           END-IF

      *    The reviewer and the user applying it must be two
      *    different people
           IF RPR-REVIEWED-BY = CA-ROP-USERID
               MOVE 38 TO CA-RETURN-CODE
               MOVE 'PROPOSAL CANNOT BE APPLIED BY ITS REVIEWER'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-PROPOSAL-FILE)
               END-EXEC
               GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
           END-IF

           MOVE RPR-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO RPR-APPLIED-DATE-TIME
           END-STRING

      *    Maintained since the review - the proposal was worked out
      *    from levels that no longer stand, so it is closed off
      *    rather than applied over the top of somebody's change
           IF CAT-REORDER-POINT NOT = RPR-CUR-REORDER-POINT
              OR CAT-REORDER-QTY NOT = RPR-CUR-REORDER-QTY
               EXEC CICS UNLOCK
                         FILE(WS-CATALOG-FILE)
               END-EXEC
               SET RPR-OVERTAKEN TO TRUE
               EXEC CICS REWRITE
                         FILE(WS-PROPOSAL-FILE)
                         FROM(DFH0XRP-RECORD)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'REORDER PROPOSAL UPDATE FAILED'
                       TO CA-RESPONSE-MESSAGE
                   GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
               END-IF
               MOVE 88 TO CA-RETURN-CODE
               MOVE 'NOT APPLIED - ITEM MAINTAINED SINCE THE REVIEW'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
           END-IF

           MOVE RPR-NEW-REORDER-POINT TO CAT-REORDER-POINT
           MOVE RPR-NEW-REORDER-QTY   TO CAT-REORDER-QTY

           EXEC CICS REWRITE
                     FILE(WS-CATALOG-FILE)
                     FROM(DFH0XCT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG UPDATE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
           END-IF

           SET RPR-APPLIED TO TRUE

           EXEC CICS REWRITE
                     FILE(WS-PROPOSAL-FILE)
                     FROM(DFH0XRP-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'REORDER PROPOSAL UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
           END-IF

           MOVE RPR-ITEM-REF          TO RLC-ITEM-REF
           MOVE RPR-CUR-REORDER-POINT TO RLC-OLD-REORDER-POINT
           MOVE RPR-NEW-REORDER-POINT TO RLC-NEW-REORDER-POINT
           MOVE RPR-CUR-REORDER-QTY   TO RLC-OLD-REORDER-QTY
           MOVE RPR-NEW-REORDER-QTY   TO RLC-NEW-REORDER-QTY
           MOVE CA-ROP-USERID         TO RLC-USERID
           MOVE RPR-APPLIED-DATE-TIME TO RLC-DATE-TIME
           MOVE RPR-REVIEWED-BY       TO RLC-REVIEWED-BY
           MOVE RPR-RUN-DATE          TO RLC-PROPOSAL-DATE

           EXEC CICS WRITEQ TD
                     QUEUE(WS-REORDER-LOG-QUEUE)
                     FROM(DFH0XRL-RECORD)
                     LENGTH(LENGTH OF DFH0XRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'APPLY BACKED OUT - REORDER LOG WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8460-APPLY-REORDER-PROPOSAL-EXIT
           END-IF

           MOVE 'REORDER PROPOSAL APPLIED TO THE CATALOG'
               TO CA-RESPONSE-MESSAGE
           .
       8460-APPLY-REORDER-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *    8500-ADD-ITEM - PUT A NEW ITEM ON THE CATALOG MASTER.  THE  *
      *    ITEM DEPARTMENT MUST EXIST AND BE ACTIVE ON THE DEPARTMENT  *
      *    MASTER AND THE COST MUST BE NON-ZERO.  STOCK, ON-ORDER AND  *
      *    BACKORDER SEQUENCE ALL START AT ZERO                        *
      *****************************************************************
       8500-ADD-ITEM.
           PERFORM 8550-VALIDATE-MAINT-FIELDS
               THRU 8550-VALIDATE-MAINT-FIELDS-EXIT

           IF NOT CA-NORMAL
               GO TO 8500-ADD-ITEM-EXIT
           END-IF

           MOVE CA-MNT-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 40 TO CA-RETURN-CODE
               MOVE 'ITEM ALREADY ON CATALOG' TO CA-RESPONSE-MESSAGE
               GO TO 8500-ADD-ITEM-EXIT
           END-IF

           MOVE CA-MNT-ITEM-REF    TO CAT-ITEM-REF
           MOVE CA-MNT-DESCRIPTION TO CAT-DESCRIPTION
           MOVE CA-MNT-DEPARTMENT  TO CAT-DEPARTMENT
           MOVE CA-MNT-COST        TO CAT-COST
           MOVE 0 TO CAT-IN-STOCK
           MOVE 0 TO CAT-ON-ORDER
           MOVE 0 TO CAT-BACKORDER-SEQ
           MOVE CA-MNT-SUPPLIER      TO CAT-SUPPLIER
           MOVE CA-MNT-REORDER-POINT TO CAT-REORDER-POINT
           MOVE CA-MNT-REORDER-QTY   TO CAT-REORDER-QTY

           EXEC CICS WRITE
                     FILE(WS-CATALOG-FILE)
                     FROM(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG RECORD WRITE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 8500-ADD-ITEM-EXIT
           END-IF

           MOVE 'ITEM ADDED TO CATALOG' TO CA-RESPONSE-MESSAGE
           .
       8500-ADD-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    8550-VALIDATE-MAINT-FIELDS - COMMON FIELD VALIDATION FOR    *
      *    ADDITM AND UPDITM.  THE ITEM DEPARTMENT IS CHECKED AGAINST  *
      *    THE DEPARTMENT MASTER THE SAME WAY 4050 CHECKS AN ORDER'S   *
      *    CHARGE DEPARTMENT, AND A ZERO COST IS REFUSED SO A MISSED   *
      *    FIELD CANNOT PUT A FREE ITEM ON THE CATALOG                 *
      *****************************************************************
       8550-VALIDATE-MAINT-FIELDS.
           IF CA-MNT-COST NOT GREATER THAN 0
               MOVE 41 TO CA-RETURN-CODE
               MOVE 'ITEM COST MUST BE GREATER THAN ZERO'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8550-VALIDATE-MAINT-FIELDS-EXIT
           END-IF

           MOVE CA-MNT-DEPARTMENT TO DEP-DEPT-CODE

           EXEC CICS READ
                     FILE(WS-DEPT-FILE)
                     INTO(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 30 TO CA-RETURN-CODE
               MOVE 'ITEM DEPARTMENT NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 8550-VALIDATE-MAINT-FIELDS-EXIT
           END-IF

           IF DEP-DEPT-CLOSED-STAT
               MOVE 31 TO CA-RETURN-CODE
               MOVE 'ITEM DEPARTMENT IS CLOSED' TO CA-RESPONSE-MESSAGE
               GO TO 8550-VALIDATE-MAINT-FIELDS-EXIT
           END-IF

      *    A supplier is optional on the item, but when one is given
      *    it must be on the supplier master
           IF CA-MNT-SUPPLIER NOT = SPACES
               MOVE CA-MNT-SUPPLIER TO SUP-SUPPLIER-CODE
               EXEC CICS READ
                         FILE(WS-SUPPLIER-FILE)
                         INTO(DFH0XSP-RECORD)
                         RIDFLD(SUP-SUPPLIER-CODE)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 44 TO CA-RETURN-CODE
                   MOVE 'SUPPLIER NOT FOUND' TO CA-RESPONSE-MESSAGE
               END-IF
           END-IF
           .
       8550-VALIDATE-MAINT-FIELDS-EXIT.
           EXIT.

      *****************************************************************
      *    8600-UPDATE-ITEM - CHANGE THE DESCRIPTION, DEPARTMENT AND   *
      *    COST OF AN EXISTING CATALOG ITEM.  STOCK, ON-ORDER AND      *
      *    BACKORDER FIELDS ARE DELIBERATELY LEFT ALONE - THEY BELONG  *
      *    TO THE ORDER AND RECEIVING PATHS                            *
      *****************************************************************
       8600-UPDATE-ITEM.
           PERFORM 8550-VALIDATE-MAINT-FIELDS
               THRU 8550-VALIDATE-MAINT-FIELDS-EXIT

           IF NOT CA-NORMAL
               GO TO 8600-UPDATE-ITEM-EXIT
           END-IF

           MOVE CA-MNT-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 8600-UPDATE-ITEM-EXIT
           END-IF

           MOVE CAT-COST           TO WS-OLD-COST
           MOVE CAT-REORDER-POINT  TO WS-OLD-REORDER-POINT
           MOVE CAT-REORDER-QTY    TO WS-OLD-REORDER-QTY
           MOVE CA-MNT-DESCRIPTION TO CAT-DESCRIPTION
           MOVE CA-MNT-DEPARTMENT  TO CAT-DEPARTMENT
           MOVE CA-MNT-COST        TO CAT-COST
           MOVE CA-MNT-SUPPLIER      TO CAT-SUPPLIER
           MOVE CA-MNT-REORDER-POINT TO CAT-REORDER-POINT
           MOVE CA-MNT-REORDER-QTY   TO CAT-REORDER-QTY

           EXEC CICS REWRITE
                     FILE(WS-CATALOG-FILE)
                     FROM(DFH0XCT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG UPDATE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 8600-UPDATE-ITEM-EXIT
           END-IF

           IF CA-MNT-COST NOT = WS-OLD-COST
               PERFORM 8650-LOG-PRICE-CHANGE
                   THRU 8650-LOG-PRICE-CHANGE-EXIT
               IF NOT CA-NORMAL
                   GO TO 8600-UPDATE-ITEM-EXIT
               END-IF
           END-IF

           IF CA-MNT-REORDER-POINT NOT = WS-OLD-REORDER-POINT
              OR CA-MNT-REORDER-QTY NOT = WS-OLD-REORDER-QTY
               PERFORM 8660-LOG-REORDER-CHANGE
                   THRU 8660-LOG-REORDER-CHANGE-EXIT
               IF NOT CA-NORMAL
                   GO TO 8600-UPDATE-ITEM-EXIT
               END-IF
           END-IF

           MOVE 'ITEM UPDATED' TO CA-RESPONSE-MESSAGE
           .
       8600-UPDATE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    8650-LOG-PRICE-CHANGE - UPDITM HAS ALTERED THE ITEM'S       *
      *    COST; SPOOL A DURABLE RECORD OF THE OLD COST, THE NEW       *
      *    COST, WHO CHANGED IT AND WHEN TO THE PRICE CHANGE QUEUE,    *
      *    THE SAME WAY 4300 SPOOLS AN ORDER AUDIT RECORD.  A FAILED   *
      *    WRITE BACKS THE WHOLE UPDATE OUT VIA 9800 SO A REPRICE CAN  *
      *    NEVER HAPPEN OFF THE LOG                                    *
      *****************************************************************
       8650-LOG-PRICE-CHANGE.
           MOVE CA-MNT-ITEM-REF TO PCL-ITEM-REF
           MOVE WS-OLD-COST     TO PCL-OLD-COST
           MOVE CA-MNT-COST     TO PCL-NEW-COST
           MOVE CA-MNT-USERID   TO PCL-USERID

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO PCL-DATE-TIME
           END-STRING

           EXEC CICS WRITEQ TD
                     QUEUE(WS-PRICE-LOG-QUEUE)
                     FROM(DFH0XPL-RECORD)
                     LENGTH(LENGTH OF DFH0XPL-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'UPDATE BACKED OUT - PRICE LOG WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8650-LOG-PRICE-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *    8660-LOG-REORDER-CHANGE - UPDITM HAS ALTERED THE ITEM'S     *
      *    REORDER POINT OR REORDER QUANTITY; SPOOL THE OLD AND NEW    *
      *    VALUES, WHO CHANGED THEM AND WHEN TO THE REORDER LEVEL      *
      *    CHANGE QUEUE, THE SAME WAY 8650 LOGS A COST CHANGE.  A      *
      *    FAILED WRITE BACKS THE WHOLE UPDATE OUT VIA 9800            *
      *****************************************************************
       8660-LOG-REORDER-CHANGE.
           MOVE CA-MNT-ITEM-REF      TO RLC-ITEM-REF
           MOVE WS-OLD-REORDER-POINT TO RLC-OLD-REORDER-POINT
           MOVE CA-MNT-REORDER-POINT TO RLC-NEW-REORDER-POINT
           MOVE WS-OLD-REORDER-QTY   TO RLC-OLD-REORDER-QTY
           MOVE CA-MNT-REORDER-QTY   TO RLC-NEW-REORDER-QTY
           MOVE CA-MNT-USERID        TO RLC-USERID
           MOVE SPACES               TO RLC-REVIEWED-BY
                                        RLC-PROPOSAL-DATE

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO RLC-DATE-TIME
           END-STRING

           EXEC CICS WRITEQ TD
                     QUEUE(WS-REORDER-LOG-QUEUE)
                     FROM(DFH0XRL-RECORD)
                     LENGTH(LENGTH OF DFH0XRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'UPDATE BACKED OUT - REORDER LOG WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8660-LOG-REORDER-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *    8700-DELETE-ITEM - RETIRE A CATALOG ITEM.  REFUSED WHILE    *
      *    THE ITEM STILL HAS OPEN ORDERS OR WAITLIST ENTRIES, SO A    *
      *    RETIREMENT CAN NEVER STRAND A USER'S ORDER OR BACKORDER.    *
      *    THE CATALOG RECORD IS READ FOR UPDATE FIRST - EVERY ORDER   *
      *    AND RECEIVING PATH SERIALIZES ON THAT SAME LOCK BEFORE IT   *
      *    CAN WRITE AN ORDER OR WAITLIST RECORD, SO HOLDING IT KEEPS  *
      *    THE TWO CHECKS GOOD UNTIL THE DELETE COMMITS.  REFUSED TOO  *
      *    WHILE A TRANSFER OF THE ITEM IS IN TRANSIT; THE ITEM'S      *
      *    STOREROOM RECORDS GO WITH IT (8730)                         *
      *****************************************************************
       8700-DELETE-ITEM.
           MOVE CA-MNT-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 8700-DELETE-ITEM-EXIT
           END-IF

           PERFORM 8710-CHECK-OPEN-ORDERS
               THRU 8710-CHECK-OPEN-ORDERS-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-CATALOG-FILE)
               END-EXEC
               GO TO 8700-DELETE-ITEM-EXIT
           END-IF

           PERFORM 8720-CHECK-WAITLIST
               THRU 8720-CHECK-WAITLIST-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-CATALOG-FILE)
               END-EXEC
               GO TO 8700-DELETE-ITEM-EXIT
           END-IF

           MOVE CAT-ITEM-REF TO WS-LOC-ITEM-REF
           PERFORM 9700-COLLECT-ITEM-LOCATIONS
               THRU 9700-COLLECT-ITEM-LOCATIONS-EXIT

           IF WS-LOC-TRANSIT-TOTAL > 0
               MOVE 81 TO CA-RETURN-CODE
               MOVE 'ITEM HAS STOCK IN TRANSIT BETWEEN STOREROOMS'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-CATALOG-FILE)
               END-EXEC
               GO TO 8700-DELETE-ITEM-EXIT
           END-IF

      *    Stock still on the book when the item is retired leaves
      *    the book with it, so the journal carries it out to zero
           PERFORM 9600-OPEN-STOCK-MOVEMENT
               THRU 9600-OPEN-STOCK-MOVEMENT-EXIT
           SET SMJ-ITEM-RETIRED TO TRUE
           MOVE CAT-IN-STOCK       TO SMJ-QUANTITY
           MOVE CA-MNT-USERID      TO SMJ-USERID

           EXEC CICS DELETE
                     FILE(WS-CATALOG-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG RECORD DELETE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8700-DELETE-ITEM-EXIT
           END-IF

           IF CAT-IN-STOCK > 0 OR CAT-ON-ORDER > 0
               MOVE 0 TO CAT-IN-STOCK
               MOVE 0 TO CAT-ON-ORDER
               PERFORM 9610-LOG-STOCK-MOVEMENT
                   THRU 9610-LOG-STOCK-MOVEMENT-EXIT
               IF NOT CA-NORMAL
                   GO TO 8700-DELETE-ITEM-EXIT
               END-IF
           END-IF

      *    9700 collects at most a table's worth of storerooms, so
      *    collect again after each batch until none are left
           PERFORM 8730-DELETE-ITEM-LOCATIONS
               THRU 8730-DELETE-ITEM-LOCATIONS-EXIT
               UNTIL WS-LOC-COUNT = 0
                  OR NOT CA-NORMAL

           IF NOT CA-NORMAL
               GO TO 8700-DELETE-ITEM-EXIT
           END-IF

           MOVE 'ITEM RETIRED FROM CATALOG' TO CA-RESPONSE-MESSAGE
           .
       8700-DELETE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    8710-CHECK-OPEN-ORDERS - REFUSE THE RETIREMENT IF ANY OPEN  *
      *    ORDER LINE STILL EXISTS FOR THE ITEM.  THE ORDER FILE KEY   *
      *    LEADS WITH THE ORDER NUMBER, NOT THE ITEM, SO THE WHOLE     *
      *    FILE IS SCANNED THE WAY THE MASTER DELETE CHECKS SCAN IT    *
      *****************************************************************
       8710-CHECK-OPEN-ORDERS.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE LOW-VALUES TO OOR-KEY

           EXEC CICS STARTBR
                     FILE(WS-ORDER-FILE)
                     RIDFLD(OOR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 8710-CHECK-OPEN-ORDERS-EXIT
           END-IF

           PERFORM 8715-SCAN-ORDER-FOR-ITEM
               THRU 8715-SCAN-ORDER-FOR-ITEM-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           EXEC CICS ENDBR
                     FILE(WS-ORDER-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-MST-IN-USE
               MOVE 42 TO CA-RETURN-CODE
               MOVE 'ITEM STILL HAS OPEN ORDERS' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8710-CHECK-OPEN-ORDERS-EXIT.
           EXIT.

      *****************************************************************
      *    8715-SCAN-ORDER-FOR-ITEM - BROWSE ONE MORE OPEN ORDER LINE  *
      *    AND NOTE WHETHER IT IS FOR THE ITEM BEING RETIRED           *
      *****************************************************************
       8715-SCAN-ORDER-FOR-ITEM.
           EXEC CICS READNEXT
                     FILE(WS-ORDER-FILE)
                     INTO(DFH0XOR-RECORD)
                     RIDFLD(OOR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 8715-SCAN-ORDER-FOR-ITEM-EXIT
           END-IF

           IF OOR-ITEM-REF = CA-MNT-ITEM-REF
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       8715-SCAN-ORDER-FOR-ITEM-EXIT.
           EXIT.

      *****************************************************************
      *    8720-CHECK-WAITLIST - REFUSE THE RETIREMENT IF ANY          *
      *    BACKORDER WAITLIST ENTRY STILL EXISTS FOR THE ITEM          *
      *****************************************************************
       8720-CHECK-WAITLIST.
           MOVE CA-MNT-ITEM-REF TO BKO-ITEM-REF
           MOVE LOW-VALUES      TO BKO-USERID

           EXEC CICS STARTBR
                     FILE(WS-BACKORDER-FILE)
                     RIDFLD(BKO-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 8720-CHECK-WAITLIST-EXIT
           END-IF

           EXEC CICS READNEXT
                     FILE(WS-BACKORDER-FILE)
                     INTO(DFH0XBK-RECORD)
                     RIDFLD(BKO-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND BKO-ITEM-REF = CA-MNT-ITEM-REF
               MOVE 43 TO CA-RETURN-CODE
               MOVE 'ITEM STILL HAS WAITLIST ENTRIES'
                   TO CA-RESPONSE-MESSAGE
           END-IF

           EXEC CICS ENDBR
                     FILE(WS-BACKORDER-FILE)
                     RESP(WS-RESP)
           END-EXEC
           .
       8720-CHECK-WAITLIST-EXIT.
           EXIT.

      *****************************************************************
      *    8730-DELETE-ITEM-LOCATIONS - DELETE THE RETIRED ITEM'S      *
      *    STOREROOM RECORDS NOW IN THE 9700 TABLE, THEN COLLECT THE   *
      *    NEXT BATCH                                                  *
      *****************************************************************
       8730-DELETE-ITEM-LOCATIONS.
           PERFORM 8735-DELETE-ONE-LOCATION
               THRU 8735-DELETE-ONE-LOCATION-EXIT
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
                  OR NOT CA-NORMAL

           IF NOT CA-NORMAL
               GO TO 8730-DELETE-ITEM-LOCATIONS-EXIT
           END-IF

           PERFORM 9700-COLLECT-ITEM-LOCATIONS
               THRU 9700-COLLECT-ITEM-LOCATIONS-EXIT
           .
       8730-DELETE-ITEM-LOCATIONS-EXIT.
           EXIT.

      *****************************************************************
      *    8735-DELETE-ONE-LOCATION - DELETE ONE COLLECTED STOREROOM   *
      *    RECORD FOR THE RETIRED ITEM                                 *
      *****************************************************************
       8735-DELETE-ONE-LOCATION.
           MOVE WS-LOC-ITEM-REF            TO ILR-ITEM-REF
           MOVE WS-LT-LOCATION(WS-LOC-SUB) TO ILR-LOCATION

           EXEC CICS DELETE
                     FILE(WS-ITEM-LOC-FILE)
                     RIDFLD(ILR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'STOREROOM STOCK RECORD DELETE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8735-DELETE-ONE-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    8800-ISSUE-ORDER - RECORD A GOODS ISSUE AGAINST AN OPEN     *
      *    ORDER.  ONLY THE PORTION ALREADY FILLED FROM STOCK CAN BE   *
      *    HANDED OVER (THE BACKORDERED PORTION IS NOT IN THE          *
      *    STOCKROOM YET), SO THE ISSUE QUANTITY MAY NOT EXCEED        *
      *    OOR-QUANTITY LESS OOR-BACKORDER-QTY.  A FULLY ISSUED ORDER  *
      *    IS DELETED AND WRITTEN TO THE ORDER HISTORY FILE            *
      *****************************************************************
       8800-ISSUE-ORDER.
           IF CA-QUANTITY-REQ = 0
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'ISSUE QUANTITY MUST BE NON-ZERO'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8800-ISSUE-ORDER-EXIT
           END-IF

           MOVE CA-ORDER-NO        TO OOR-ORDER-NO
           MOVE CA-ITEM-REF-NUMBER TO OOR-ITEM-REF

           EXEC CICS READ
                     FILE(WS-ORDER-FILE)
                     INTO(DFH0XOR-RECORD)
                     RIDFLD(OOR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 21 TO CA-RETURN-CODE
               MOVE 'NO OPEN ORDER FOUND FOR ORDER NO/ITEM'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8800-ISSUE-ORDER-EXIT
           END-IF

           SUBTRACT OOR-BACKORDER-QTY FROM OOR-QUANTITY
               GIVING WS-ISSUABLE-QTY

           IF CA-QUANTITY-REQ GREATER THAN WS-ISSUABLE-QTY
               MOVE 45 TO CA-RETURN-CODE
               MOVE 'ISSUE EXCEEDS QUANTITY FILLED FROM STOCK'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-ORDER-FILE)
               END-EXEC
               GO TO 8800-ISSUE-ORDER-EXIT
           END-IF

      *    Keep a running total of what has been handed over - it
      *    goes to the order history when the order closes and is
      *    what a later return to stores is checked against
           ADD CA-QUANTITY-REQ TO OOR-ISSUED-QTY

           IF CA-QUANTITY-REQ = OOR-QUANTITY
               EXEC CICS DELETE
                         FILE(WS-ORDER-FILE)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'OPEN ORDER RECORD DELETE FAILED'
                       TO CA-RESPONSE-MESSAGE
                   GO TO 8800-ISSUE-ORDER-EXIT
               END-IF
               MOVE 'I' TO WS-HIST-REASON
               PERFORM 8850-WRITE-ORDER-HISTORY
                   THRU 8850-WRITE-ORDER-HISTORY-EXIT
               IF CA-NORMAL
                   MOVE 'ORDER FULLY ISSUED AND CLOSED'
                       TO CA-RESPONSE-MESSAGE
               END-IF
           ELSE
               SUBTRACT CA-QUANTITY-REQ FROM OOR-QUANTITY
               EXEC CICS REWRITE
                         FILE(WS-ORDER-FILE)
                         FROM(DFH0XOR-RECORD)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'ORDER PARTIALLY ISSUED' TO CA-RESPONSE-MESSAGE
               ELSE
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'OPEN ORDER RECORD UPDATE FAILED'
                       TO CA-RESPONSE-MESSAGE
               END-IF
           END-IF
           .
       8800-ISSUE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    8850-WRITE-ORDER-HISTORY - WRITE THE OPEN ORDER RECORD      *
      *    JUST CLOSED TO THE ORDER HISTORY FILE, STAMPED WITH THE     *
      *    CLOSE DATE/TIME AND THE REASON IN WS-HIST-REASON ('I'       *
      *    ISSUED, 'C' CANCELLED, 'J' REJECTED BY THE APPROVER).  THE  *
      *    OOR FIELDS ARE STILL INTACT IN WORKING STORAGE AFTER THE    *
      *    DELETE - FOR A REJECTION 4620 BUILDS THEM FROM THE PENDING  *
      *    ORDER, WHICH NEVER HAD AN OPEN ORDER RECORD                 *
      *****************************************************************
       8850-WRITE-ORDER-HISTORY.
           MOVE OOR-USERID      TO OHR-USERID
           MOVE OOR-ITEM-REF    TO OHR-ITEM-REF
           MOVE OOR-ORDER-NO    TO OHR-ORDER-NO
           MOVE OOR-CHARGE-DEPT TO OHR-CHARGE-DEPT
           MOVE OOR-QUANTITY    TO OHR-QUANTITY
           MOVE WS-HIST-REASON  TO OHR-CLOSE-REASON
           MOVE OOR-ISSUED-QTY  TO OHR-ISSUED-QTY
           MOVE 0               TO OHR-RETURNED-QTY
           MOVE OOR-UNIT-COST   TO OHR-UNIT-COST
           MOVE SPACE           TO OHR-RETURN-REASON

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO OHR-CLOSE-DATE-TIME
           END-STRING

           EXEC CICS WRITE
                     FILE(WS-HISTORY-FILE)
                     FROM(DFH0XOH-RECORD)
                     RIDFLD(OHR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'ORDER HISTORY WRITE FAILED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8850-WRITE-ORDER-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    8900-INQUIRE-HISTORY - RETURN UP TO 10 CLOSED ORDERS FOR A  *
      *    GIVEN USERID FROM THE ORDER HISTORY FILE.  THE KEY LEADS    *
      *    WITH THE USERID SO THE BROWSE GOES STRAIGHT TO THE USER'S   *
      *    ENTRIES                                                     *
      *****************************************************************
       8900-INQUIRE-HISTORY.
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE 0 TO CA-HST-COUNT
           MOVE LOW-VALUES         TO OHR-KEY
           MOVE CA-HST-USERID-REQ  TO OHR-USERID

           EXEC CICS STARTBR
                     FILE(WS-HISTORY-FILE)
                     RIDFLD(OHR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'NO ORDER HISTORY FOUND FOR USER'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8900-INQUIRE-HISTORY-EXIT
           END-IF

           PERFORM 8910-BROWSE-NEXT-HISTORY
               THRU 8910-BROWSE-NEXT-HISTORY-EXIT
               UNTIL CA-HST-COUNT = 10
                  OR WS-END-OF-BROWSE

           EXEC CICS ENDBR
                     FILE(WS-HISTORY-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF CA-HST-COUNT = 0
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'NO ORDER HISTORY FOUND FOR USER'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8900-INQUIRE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    8910-BROWSE-NEXT-HISTORY - READ ONE HISTORY RECORD AND      *
      *    FILE IT INTO THE NEXT AVAILABLE CA-HST-ENTRY                *
      *****************************************************************
       8910-BROWSE-NEXT-HISTORY.
           EXEC CICS READNEXT
                     FILE(WS-HISTORY-FILE)
                     INTO(DFH0XOH-RECORD)
                     RIDFLD(OHR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR OHR-USERID NOT = CA-HST-USERID-REQ
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 8910-BROWSE-NEXT-HISTORY-EXIT
           END-IF

           ADD 1 TO CA-HST-COUNT
           MOVE CA-HST-COUNT TO WS-HST-SUB
           MOVE OHR-ORDER-NO        TO CA-HST-ORDER-NO(WS-HST-SUB)
           MOVE OHR-ITEM-REF        TO CA-HST-ITEM-REF(WS-HST-SUB)
           MOVE OHR-QUANTITY        TO CA-HST-QUANTITY(WS-HST-SUB)
           MOVE OHR-CLOSE-DATE-TIME TO CA-HST-CLOSE-DATE(WS-HST-SUB)
           MOVE OHR-CLOSE-REASON    TO CA-HST-REASON(WS-HST-SUB)
           .
       8910-BROWSE-NEXT-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    8950-RETURN-TO-STORES - TAKE BACK GOODS ISSUED AGAINST A    *
      *    CLOSED ORDER.  THE CLOSED ORDER IS FOUND ON THE ORDER       *
      *    HISTORY BY ITS USER, ITEM AND ORDER NUMBER, AND THE RETURN  *
      *    IS CHECKED AGAINST WHAT WAS ISSUED LESS WHAT HAS ALREADY    *
      *    COME BACK.  UNUSED AND WRONG-ITEM RETURNS GO BACK INTO      *
      *    CAT-IN-STOCK AS FREE STOCK IN THE STOREROOM NAMED ON THE    *
      *    RETURN (CA-RTN-LOCATION, VALIDATED UP FRONT LIKE A          *
      *    RECEIPT'S) - NOT THROUGH THE WAITLIST, A RETURN IS NOT A    *
      *    SUPPLIER DELIVERY - WHILE A DAMAGED/SCRAP                   *
      *    RETURN IS NOT RESTOCKED.  EITHER WAY THE CHARGE DEPARTMENT  *
      *    IS CREDITED AT THE UNIT COST THE ORDER WAS PLACED AT, AND   *
      *    THE RETURN IS WRITTEN TO THE HISTORY AND THE ORDA AUDIT     *
      *    QUEUE SO THE CHARGEBACK AND PERIOD-END JOBS NET IT OFF      *
      *****************************************************************
       8950-RETURN-TO-STORES.
           IF CA-RTN-QUANTITY = 0
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'RETURN QUANTITY MUST BE NON-ZERO'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8950-RETURN-TO-STORES-EXIT
           END-IF

           IF NOT CA-RTN-VALID-REASON
               MOVE 49 TO CA-RETURN-CODE
               MOVE 'RETURN REASON MUST BE U, W OR D'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8950-RETURN-TO-STORES-EXIT
           END-IF

           IF NOT CA-RTN-DAMAGED
               MOVE CA-RTN-LOCATION TO WS-LOC-CODE
               PERFORM 9660-VALIDATE-LOCATION
                   THRU 9660-VALIDATE-LOCATION-EXIT
               IF NOT CA-NORMAL
                   GO TO 8950-RETURN-TO-STORES-EXIT
               END-IF
           END-IF

           PERFORM 8955-FIND-CLOSED-ORDER
               THRU 8955-FIND-CLOSED-ORDER-EXIT

           IF NOT WS-RTN-ORDER-FOUND
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'NO CLOSED ORDER FOUND FOR USER/ORDER NO/ITEM'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8950-RETURN-TO-STORES-EXIT
           END-IF

           MOVE WS-RTN-FOUND-KEY TO OHR-KEY

           EXEC CICS READ
                     FILE(WS-HISTORY-FILE)
                     INTO(DFH0XOH-RECORD)
                     RIDFLD(OHR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'ORDER HISTORY READ FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8950-RETURN-TO-STORES-EXIT
           END-IF

           SUBTRACT OHR-RETURNED-QTY FROM OHR-ISSUED-QTY
               GIVING WS-RETURNABLE-QTY

           IF CA-RTN-QUANTITY GREATER THAN WS-RETURNABLE-QTY
               MOVE 48 TO CA-RETURN-CODE
               MOVE 'RETURN EXCEEDS QUANTITY ISSUED ON THE ORDER'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-HISTORY-FILE)
               END-EXEC
               GO TO 8950-RETURN-TO-STORES-EXIT
           END-IF

           ADD CA-RTN-QUANTITY TO OHR-RETURNED-QTY

           EXEC CICS REWRITE
                     FILE(WS-HISTORY-FILE)
                     FROM(DFH0XOH-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'ORDER HISTORY UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8950-RETURN-TO-STORES-EXIT
           END-IF

      *    The closed order's charge department and unit cost stay
      *    in DFH0XOH-RECORD until 8975 builds the return record
           COMPUTE WS-ORDER-VALUE = CA-RTN-QUANTITY * OHR-UNIT-COST

           IF NOT CA-RTN-DAMAGED
               PERFORM 8960-RESTOCK-RETURNED
                   THRU 8960-RESTOCK-RETURNED-EXIT
               IF NOT CA-NORMAL
                   GO TO 8950-RETURN-TO-STORES-EXIT
               END-IF
           END-IF

           PERFORM 8965-CREDIT-DEPT-SPEND
               THRU 8965-CREDIT-DEPT-SPEND-EXIT

           IF NOT CA-NORMAL
               GO TO 8950-RETURN-TO-STORES-EXIT
           END-IF

           PERFORM 8970-LOG-RETURN-AUDIT
               THRU 8970-LOG-RETURN-AUDIT-EXIT

           IF NOT CA-NORMAL
               GO TO 8950-RETURN-TO-STORES-EXIT
           END-IF

           PERFORM 8975-WRITE-RETURN-HISTORY
               THRU 8975-WRITE-RETURN-HISTORY-EXIT

           IF CA-NORMAL
               IF CA-RTN-DAMAGED
                   MOVE 'DAMAGED RETURN CREDITED - NOT RESTOCKED'
                       TO CA-RESPONSE-MESSAGE
               ELSE
                   MOVE 'GOODS RETURNED TO STOCK AND CREDITED'
                       TO CA-RESPONSE-MESSAGE
               END-IF
           END-IF
           .
       8950-RETURN-TO-STORES-EXIT.
           EXIT.

      *****************************************************************
      *    8955-FIND-CLOSED-ORDER - BROWSE THE ORDERING USER'S         *
      *    HISTORY FOR THE ITEM AND KEEP THE KEY OF THE RECORD THAT    *
      *    CLOSED THE NAMED ORDER.  EARLIER RETURN RECORDS FOR THE     *
      *    SAME ORDER ARE SKIPPED - ONLY THE ISSUED OR CANCELLED       *
      *    CLOSE CARRIES THE ISSUED QUANTITY                           *
      *****************************************************************
       8955-FIND-CLOSED-ORDER.
           MOVE 'N' TO WS-RTN-FOUND-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE LOW-VALUES          TO OHR-KEY
           MOVE CA-RTN-ORDER-USERID TO OHR-USERID
           MOVE CA-RTN-ITEM-REF     TO OHR-ITEM-REF

           EXEC CICS STARTBR
                     FILE(WS-HISTORY-FILE)
                     RIDFLD(OHR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 8955-FIND-CLOSED-ORDER-EXIT
           END-IF

           PERFORM 8956-SCAN-NEXT-CLOSED
               THRU 8956-SCAN-NEXT-CLOSED-EXIT
               UNTIL WS-RTN-ORDER-FOUND
                  OR WS-END-OF-BROWSE

           EXEC CICS ENDBR
                     FILE(WS-HISTORY-FILE)
                     RESP(WS-RESP)
           END-EXEC
           .
       8955-FIND-CLOSED-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    8956-SCAN-NEXT-CLOSED - READ ONE HISTORY RECORD AND TEST    *
      *    WHETHER IT CLOSED THE ORDER BEING RETURNED AGAINST          *
      *****************************************************************
       8956-SCAN-NEXT-CLOSED.
           EXEC CICS READNEXT
                     FILE(WS-HISTORY-FILE)
                     INTO(DFH0XOH-RECORD)
                     RIDFLD(OHR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR OHR-USERID NOT = CA-RTN-ORDER-USERID
              OR OHR-ITEM-REF NOT = CA-RTN-ITEM-REF
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 8956-SCAN-NEXT-CLOSED-EXIT
           END-IF

           IF OHR-ORDER-NO = CA-RTN-ORDER-NO
              AND NOT OHR-CLOSED-RETURNED
               SET WS-RTN-ORDER-FOUND TO TRUE
               MOVE OHR-KEY TO WS-RTN-FOUND-KEY
           END-IF
           .
       8956-SCAN-NEXT-CLOSED-EXIT.
           EXIT.

      *****************************************************************
      *    8960-RESTOCK-RETURNED - PUT AN UNUSED OR WRONG-ITEM RETURN  *
      *    BACK INTO CAT-IN-STOCK, ON THE SHELF OF THE STOREROOM       *
      *    NAMED ON THE RETURN.  THE WAITLIST IS LEFT ALONE - IT IS    *
      *    FILLED BY SUPPLIER RECEIPTS (RCVSTK), NOT BY RETURNS        *
      *****************************************************************
       8960-RESTOCK-RETURNED.
           MOVE CA-RTN-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'CATALOG ITEM NOT FOUND FOR RETURN'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8960-RESTOCK-RETURNED-EXIT
           END-IF

           PERFORM 9600-OPEN-STOCK-MOVEMENT
               THRU 9600-OPEN-STOCK-MOVEMENT-EXIT
           SET SMJ-RETURN-TO-STORES TO TRUE
           MOVE CA-RTN-QUANTITY    TO SMJ-QUANTITY
           MOVE CA-RTN-ORDER-NO    TO SMJ-ORDER-NO
           MOVE CA-RTN-USERID      TO SMJ-USERID

           ADD CA-RTN-QUANTITY TO CAT-IN-STOCK

           MOVE CA-RTN-ITEM-REF    TO WS-LOC-ITEM-REF
           MOVE CA-RTN-LOCATION    TO WS-LOC-CODE
           MOVE CA-RTN-QUANTITY    TO WS-LOC-PUT-QTY
           PERFORM 9650-PUT-STOCK-TO-LOCATION
               THRU 9650-PUT-STOCK-TO-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 8960-RESTOCK-RETURNED-EXIT
           END-IF

           EXEC CICS REWRITE
                     FILE(WS-CATALOG-FILE)
                     FROM(DFH0XCT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG UPDATE FAILED ON RETURN'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8960-RESTOCK-RETURNED-EXIT
           END-IF

           PERFORM 9610-LOG-STOCK-MOVEMENT
               THRU 9610-LOG-STOCK-MOVEMENT-EXIT
           .
       8960-RESTOCK-RETURNED-EXIT.
           EXIT.

      *****************************************************************
      *    8965-CREDIT-DEPT-SPEND - TAKE THE RETURN'S VALUE AT THE     *
      *    ORDER'S OWN UNIT COST (SET IN WS-ORDER-VALUE BY 8950) OFF   *
      *    THE CHARGE DEPARTMENT'S PERIOD SPEND - THE MIRROR OF 4090   *
      *****************************************************************
       8965-CREDIT-DEPT-SPEND.
           MOVE OHR-CHARGE-DEPT TO DEP-DEPT-CODE

           EXEC CICS READ
                     FILE(WS-DEPT-FILE)
                     INTO(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 30 TO CA-RETURN-CODE
               MOVE 'CHARGE DEPARTMENT NOT ON DEPARTMENT MASTER'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8965-CREDIT-DEPT-SPEND-EXIT
           END-IF

           SUBTRACT WS-ORDER-VALUE FROM DEP-PERIOD-SPEND

           EXEC CICS REWRITE
                     FILE(WS-DEPT-FILE)
                     FROM(DFH0XDP-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT SPEND UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8965-CREDIT-DEPT-SPEND-EXIT.
           EXIT.

      *****************************************************************
      *    8970-LOG-RETURN-AUDIT - SPOOL THE RETURN TO THE ORDA AUDIT  *
      *    QUEUE AS A TYPE 'R' ENTRY, STAMPED WITH THE OPEN PERIOD THE *
      *    SAME WAY 4300 STAMPS AN ORDER                               *
      *****************************************************************
       8970-LOG-RETURN-AUDIT.
           MOVE WS-PERIOD-CURRENT-KEY TO PRD-RECORD-KEY

           EXEC CICS READ
                     FILE(WS-PERIOD-FILE)
                     INTO(DFH0XPD-RECORD)
                     RIDFLD(PRD-RECORD-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'RETURN BACKED OUT - PERIOD CONTROL READ FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 8970-LOG-RETURN-AUDIT-EXIT
           END-IF

           MOVE PRD-PERIOD-ID      TO AUD-PERIOD-ID
           MOVE OHR-ORDER-NO       TO AUD-ORDER-NO
           MOVE OHR-USERID         TO AUD-USERID
           MOVE OHR-CHARGE-DEPT    TO AUD-CHARGE-DEPT
           MOVE OHR-ITEM-REF       TO AUD-ITEM-REF
           MOVE CA-RTN-QUANTITY    TO AUD-QUANTITY
           MOVE OHR-UNIT-COST      TO AUD-UNIT-COST
           MOVE 'R'                TO AUD-ENTRY-TYPE
           MOVE CA-RTN-REASON-CODE TO AUD-RETURN-REASON

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO AUD-DATE-TIME
           END-STRING

           EXEC CICS WRITEQ TD
                     QUEUE(WS-AUDIT-QUEUE)
                     FROM(DFH0XAU-RECORD)
                     LENGTH(LENGTH OF DFH0XAU-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'RETURN BACKED OUT - AUDIT LOG WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8970-LOG-RETURN-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      *    8975-WRITE-RETURN-HISTORY - WRITE THE RETURN ITSELF TO THE  *
      *    ORDER HISTORY, CLOSE REASON 'R', UNDER THE SAME USER, ITEM  *
      *    AND ORDER NUMBER AS THE ORDER IT CAME BACK AGAINST, SO      *
      *    INQHST SHOWS THE GOODS COMING BACK                          *
      *****************************************************************
       8975-WRITE-RETURN-HISTORY.
           MOVE CA-RTN-QUANTITY    TO OHR-QUANTITY
           MOVE 'R'                TO OHR-CLOSE-REASON
           MOVE 0                  TO OHR-ISSUED-QTY
           MOVE 0                  TO OHR-RETURNED-QTY
           MOVE CA-RTN-REASON-CODE TO OHR-RETURN-REASON

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO OHR-CLOSE-DATE-TIME
           END-STRING

           EXEC CICS WRITE
                     FILE(WS-HISTORY-FILE)
                     FROM(DFH0XOH-RECORD)
                     RIDFLD(OHR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'ORDER HISTORY WRITE FAILED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       8975-WRITE-RETURN-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *    9000-INQUIRE-FILLS - RETURN THE 10 MOST RECENT BACKORDER    *
      *    FILL NOTIFICATIONS FOR A GIVEN USERID.  THE KEY LEADS WITH  *
      *    THE USERID SO THE BROWSE GOES STRAIGHT TO THE USER'S        *
      *    ENTRIES, BUT WITHIN THE USER IT RUNS IN ITEM ORDER, NOT     *
      *    TIME ORDER - SO ALL OF THE USER'S ENTRIES ARE SCANNED, THE  *
      *    NEWEST TEN KEPT, AND THE RESULT SORTED NEWEST FIRST, THE    *
      *    SAME WAY 6000-INQUIRE-BACKORDER RE-SORTS WHAT IT COLLECTS.  *
      *    TAKING THE FIRST TEN OFF THE BROWSE WOULD RETURN THE TEN    *
      *    LOWEST ITEM NUMBERS FOREVER ONCE A USER HAS MORE THAN TEN   *
      *    NOTIFICATIONS ON FILE                                       *
      *****************************************************************
       9000-INQUIRE-FILLS.
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE 0 TO CA-FIL-COUNT
           MOVE 0 TO WS-FIL-KEPT
           MOVE LOW-VALUES         TO FNR-KEY
           MOVE CA-FIL-USERID-REQ  TO FNR-USERID

           EXEC CICS STARTBR
                     FILE(WS-FILL-FILE)
                     RIDFLD(FNR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 24 TO CA-RETURN-CODE
               MOVE 'NO FILL NOTIFICATIONS FOUND FOR USER'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9000-INQUIRE-FILLS-EXIT
           END-IF

           PERFORM 9010-BROWSE-NEXT-FILL
               THRU 9010-BROWSE-NEXT-FILL-EXIT
               UNTIL WS-END-OF-BROWSE

           EXEC CICS ENDBR
                     FILE(WS-FILL-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-FIL-KEPT = 0
               MOVE 24 TO CA-RETURN-CODE
               MOVE 'NO FILL NOTIFICATIONS FOUND FOR USER'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9000-INQUIRE-FILLS-EXIT
           END-IF

           IF WS-FIL-KEPT > 1
               PERFORM 9040-SORT-FILL-ENTRIES
                   THRU 9040-SORT-FILL-ENTRIES-EXIT
           END-IF

           MOVE WS-FIL-KEPT TO CA-FIL-COUNT
           PERFORM 9080-RETURN-ONE-FILL
               THRU 9080-RETURN-ONE-FILL-EXIT
               VARYING WS-FIL-SUB FROM 1 BY 1
               UNTIL WS-FIL-SUB > WS-FIL-KEPT
           .
       9000-INQUIRE-FILLS-EXIT.
           EXIT.

      *****************************************************************
      *    9010-BROWSE-NEXT-FILL - READ ONE FILL NOTIFICATION AND      *
      *    OFFER IT TO THE NEWEST-TEN TABLE                            *
      *****************************************************************
       9010-BROWSE-NEXT-FILL.
           EXEC CICS READNEXT
                     FILE(WS-FILL-FILE)
                     INTO(DFH0XFN-RECORD)
                     RIDFLD(FNR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR FNR-USERID NOT = CA-FIL-USERID-REQ
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9010-BROWSE-NEXT-FILL-EXIT
           END-IF

           PERFORM 9020-KEEP-IF-RECENT
               THRU 9020-KEEP-IF-RECENT-EXIT
           .
       9010-BROWSE-NEXT-FILL-EXIT.
           EXIT.

      *****************************************************************
      *    9020-KEEP-IF-RECENT - FILE THE NOTIFICATION JUST READ INTO  *
      *    THE NEWEST-TEN TABLE: STRAIGHT IN WHILE THERE IS ROOM,      *
      *    OTHERWISE IT DISPLACES THE OLDEST KEPT ENTRY IF IT IS       *
      *    NEWER THAN THAT                                             *
      *****************************************************************
       9020-KEEP-IF-RECENT.
           IF WS-FIL-KEPT < 10
               ADD 1 TO WS-FIL-KEPT
               MOVE WS-FIL-KEPT TO WS-FIL-SUB
               PERFORM 9025-FILE-KEPT-ENTRY
                   THRU 9025-FILE-KEPT-ENTRY-EXIT
               GO TO 9020-KEEP-IF-RECENT-EXIT
           END-IF

           PERFORM 9030-FIND-OLDEST-KEPT
               THRU 9030-FIND-OLDEST-KEPT-EXIT

           IF FNR-DATE-TIME > WS-FT-DATE-TIME(WS-FIL-OLDEST-SUB)
               MOVE WS-FIL-OLDEST-SUB TO WS-FIL-SUB
               PERFORM 9025-FILE-KEPT-ENTRY
                   THRU 9025-FILE-KEPT-ENTRY-EXIT
           END-IF
           .
       9020-KEEP-IF-RECENT-EXIT.
           EXIT.

      *****************************************************************
      *    9025-FILE-KEPT-ENTRY - COPY THE NOTIFICATION JUST READ      *
      *    INTO THE TABLE SLOT AT WS-FIL-SUB                           *
      *****************************************************************
       9025-FILE-KEPT-ENTRY.
           MOVE FNR-ITEM-REF      TO WS-FT-ITEM-REF(WS-FIL-SUB)
           MOVE FNR-ALLOCATED-QTY TO WS-FT-ALLOCATED-QTY(WS-FIL-SUB)
           MOVE FNR-WAITED-QTY    TO WS-FT-WAITED-QTY(WS-FIL-SUB)
           MOVE FNR-DATE-TIME     TO WS-FT-DATE-TIME(WS-FIL-SUB)
           .
       9025-FILE-KEPT-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *    9030-FIND-OLDEST-KEPT - NOTE THE SLOT HOLDING THE OLDEST    *
      *    DATE/TIME OF THE TEN KEPT SO FAR                            *
      *****************************************************************
       9030-FIND-OLDEST-KEPT.
           MOVE 1 TO WS-FIL-OLDEST-SUB
           PERFORM 9035-TEST-ONE-KEPT
               THRU 9035-TEST-ONE-KEPT-EXIT
               VARYING WS-FIL-SCAN-SUB FROM 2 BY 1
               UNTIL WS-FIL-SCAN-SUB > WS-FIL-KEPT
           .
       9030-FIND-OLDEST-KEPT-EXIT.
           EXIT.

      *****************************************************************
      *    9035-TEST-ONE-KEPT - COMPARE ONE KEPT ENTRY'S DATE/TIME     *
      *    AGAINST THE OLDEST FOUND SO FAR                             *
      *****************************************************************
       9035-TEST-ONE-KEPT.
           IF WS-FT-DATE-TIME(WS-FIL-SCAN-SUB) <
              WS-FT-DATE-TIME(WS-FIL-OLDEST-SUB)
               MOVE WS-FIL-SCAN-SUB TO WS-FIL-OLDEST-SUB
           END-IF
           .
       9035-TEST-ONE-KEPT-EXIT.
           EXIT.

      *****************************************************************
      *    9040-SORT-FILL-ENTRIES - RE-SORT THE KEPT ENTRIES INTO      *
      *    DESCENDING DATE/TIME ORDER - NEWEST FIRST - WITH THE SAME   *
      *    SELECTION SORT 6200 USES ON THE WAITLIST ENTRIES            *
      *****************************************************************
       9040-SORT-FILL-ENTRIES.
           MOVE 1 TO WS-SORT-I
           PERFORM 9050-FILL-SORT-ONE-PASS
               THRU 9050-FILL-SORT-ONE-PASS-EXIT
               UNTIL WS-SORT-I NOT LESS THAN WS-FIL-KEPT
           .
       9040-SORT-FILL-ENTRIES-EXIT.
           EXIT.

      *****************************************************************
      *    9050-FILL-SORT-ONE-PASS - FIND THE NEWEST ENTRY AT OR       *
      *    AFTER WS-SORT-I AND SWAP IT INTO PLACE                      *
      *****************************************************************
       9050-FILL-SORT-ONE-PASS.
           MOVE WS-SORT-I TO WS-SORT-MIN-SUB
           COMPUTE WS-SORT-J = WS-SORT-I + 1

           PERFORM 9060-FILL-SORT-FIND-NEWEST
               THRU 9060-FILL-SORT-FIND-NEWEST-EXIT
               UNTIL WS-SORT-J > WS-FIL-KEPT

           IF WS-SORT-MIN-SUB NOT = WS-SORT-I
               PERFORM 9070-FILL-SORT-SWAP
                   THRU 9070-FILL-SORT-SWAP-EXIT
           END-IF

           ADD 1 TO WS-SORT-I
           .
       9050-FILL-SORT-ONE-PASS-EXIT.
           EXIT.

      *****************************************************************
      *    9060-FILL-SORT-FIND-NEWEST - COMPARE ONE MORE ENTRY'S       *
      *    DATE/TIME AGAINST THE NEWEST FOUND SO FAR THIS PASS         *
      *****************************************************************
       9060-FILL-SORT-FIND-NEWEST.
           IF WS-FT-DATE-TIME(WS-SORT-J) >
              WS-FT-DATE-TIME(WS-SORT-MIN-SUB)
               MOVE WS-SORT-J TO WS-SORT-MIN-SUB
           END-IF
           ADD 1 TO WS-SORT-J
           .
       9060-FILL-SORT-FIND-NEWEST-EXIT.
           EXIT.

      *****************************************************************
      *    9070-FILL-SORT-SWAP - EXCHANGE THE KEPT ENTRIES AT          *
      *    WS-SORT-I AND WS-SORT-MIN-SUB VIA WS-FIL-SORT-SWAP          *
      *****************************************************************
       9070-FILL-SORT-SWAP.
           MOVE WS-FT-ITEM-REF(WS-SORT-I)
               TO WS-FIL-SORT-ITEM-REF
           MOVE WS-FT-ALLOCATED-QTY(WS-SORT-I)
               TO WS-FIL-SORT-ALLOC-QTY
           MOVE WS-FT-WAITED-QTY(WS-SORT-I)
               TO WS-FIL-SORT-WAITED-QTY
           MOVE WS-FT-DATE-TIME(WS-SORT-I)
               TO WS-FIL-SORT-DATE-TIME

           MOVE WS-FT-ITEM-REF(WS-SORT-MIN-SUB)
               TO WS-FT-ITEM-REF(WS-SORT-I)
           MOVE WS-FT-ALLOCATED-QTY(WS-SORT-MIN-SUB)
               TO WS-FT-ALLOCATED-QTY(WS-SORT-I)
           MOVE WS-FT-WAITED-QTY(WS-SORT-MIN-SUB)
               TO WS-FT-WAITED-QTY(WS-SORT-I)
           MOVE WS-FT-DATE-TIME(WS-SORT-MIN-SUB)
               TO WS-FT-DATE-TIME(WS-SORT-I)

           MOVE WS-FIL-SORT-ITEM-REF
               TO WS-FT-ITEM-REF(WS-SORT-MIN-SUB)
           MOVE WS-FIL-SORT-ALLOC-QTY
               TO WS-FT-ALLOCATED-QTY(WS-SORT-MIN-SUB)
           MOVE WS-FIL-SORT-WAITED-QTY
               TO WS-FT-WAITED-QTY(WS-SORT-MIN-SUB)
           MOVE WS-FIL-SORT-DATE-TIME
               TO WS-FT-DATE-TIME(WS-SORT-MIN-SUB)
           .
       9070-FILL-SORT-SWAP-EXIT.
           EXIT.

      *****************************************************************
      *    9080-RETURN-ONE-FILL - COPY ONE KEPT ENTRY INTO THE         *
      *    CALLER'S CA-FIL-ENTRY TABLE                                 *
      *****************************************************************
       9080-RETURN-ONE-FILL.
           MOVE WS-FT-ITEM-REF(WS-FIL-SUB)
               TO CA-FIL-ITEM-REF(WS-FIL-SUB)
           MOVE WS-FT-ALLOCATED-QTY(WS-FIL-SUB)
               TO CA-FIL-ALLOCATED-QTY(WS-FIL-SUB)
           MOVE WS-FT-WAITED-QTY(WS-FIL-SUB)
               TO CA-FIL-WAITED-QTY(WS-FIL-SUB)
           MOVE WS-FT-DATE-TIME(WS-FIL-SUB)
               TO CA-FIL-DATE-TIME(WS-FIL-SUB)
           .
       9080-RETURN-ONE-FILL-EXIT.
           EXIT.

      *****************************************************************
      *    9100-ADD-DEPARTMENT - PUT A NEW DEPARTMENT ON THE           *
      *    DEPARTMENT MASTER.  THE STATUS MUST BE ACTIVE OR CLOSED     *
      *    AND THE PERIOD SPEND STARTS AT ZERO                         *
      *****************************************************************
       9100-ADD-DEPARTMENT.
           IF CA-MST-STATUS NOT = 'A' AND CA-MST-STATUS NOT = 'C'
               MOVE 56 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT STATUS MUST BE A OR C'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9100-ADD-DEPARTMENT-EXIT
           END-IF

           PERFORM 9150-VALIDATE-DEPT-APPROVER
               THRU 9150-VALIDATE-DEPT-APPROVER-EXIT

           IF NOT CA-NORMAL
               GO TO 9100-ADD-DEPARTMENT-EXIT
           END-IF

           MOVE CA-MST-KEY TO DEP-DEPT-CODE

           EXEC CICS READ
                     FILE(WS-DEPT-FILE)
                     INTO(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 50 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT ALREADY ON MASTER'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9100-ADD-DEPARTMENT-EXIT
           END-IF

           MOVE CA-MST-KEY           TO DEP-DEPT-CODE
           MOVE CA-MST-NAME          TO DEP-DEPT-NAME
           MOVE CA-MST-STATUS        TO DEP-STATUS
           MOVE CA-MST-BUDGET-AMOUNT TO DEP-BUDGET-AMOUNT
           MOVE 0                    TO DEP-PERIOD-SPEND
           MOVE CA-MST-APPROVAL-LIMIT TO DEP-APPROVAL-LIMIT
           MOVE CA-MST-APPROVER      TO DEP-APPROVER-USERID

           EXEC CICS WRITE
                     FILE(WS-DEPT-FILE)
                     FROM(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT RECORD WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9100-ADD-DEPARTMENT-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'DEPARTMENT ADDED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9100-ADD-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      *    9110-UPDATE-DEPARTMENT - CHANGE THE NAME, STATUS, BUDGET,   *
      *    APPROVAL LIMIT AND APPROVER OF AN EXISTING DEPARTMENT.  THE *
      *    PERIOD SPEND IS DELIBERATELY LEFT ALONE - IT BELONGS TO THE *
      *    ORDER PATH AND THE PERIOD-END JOB                           *
      *****************************************************************
       9110-UPDATE-DEPARTMENT.
           IF CA-MST-STATUS NOT = 'A' AND CA-MST-STATUS NOT = 'C'
               MOVE 56 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT STATUS MUST BE A OR C'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9110-UPDATE-DEPARTMENT-EXIT
           END-IF

           PERFORM 9150-VALIDATE-DEPT-APPROVER
               THRU 9150-VALIDATE-DEPT-APPROVER-EXIT

           IF NOT CA-NORMAL
               GO TO 9110-UPDATE-DEPARTMENT-EXIT
           END-IF

           MOVE CA-MST-KEY TO DEP-DEPT-CODE

           EXEC CICS READ
                     FILE(WS-DEPT-FILE)
                     INTO(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 51 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT NOT ON MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 9110-UPDATE-DEPARTMENT-EXIT
           END-IF

           MOVE CA-MST-NAME          TO DEP-DEPT-NAME
           MOVE CA-MST-STATUS        TO DEP-STATUS
           MOVE CA-MST-BUDGET-AMOUNT TO DEP-BUDGET-AMOUNT
           MOVE CA-MST-APPROVAL-LIMIT TO DEP-APPROVAL-LIMIT
           MOVE CA-MST-APPROVER      TO DEP-APPROVER-USERID

           EXEC CICS REWRITE
                     FILE(WS-DEPT-FILE)
                     FROM(DFH0XDP-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT RECORD UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9110-UPDATE-DEPARTMENT-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'DEPARTMENT UPDATED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9110-UPDATE-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      *    9120-DELETE-DEPARTMENT - REMOVE A DEPARTMENT FROM THE       *
      *    MASTER.  REFUSED WHILE ANY CATALOG ITEM STILL BELONGS TO    *
      *    IT, OR ANY OPEN ORDER, ORDER HELD FOR APPROVAL OR STANDING  *
      *    ORDER NOT YET ENDED IS STILL CHARGED TO IT, SO A DELETED    *
      *    DEPARTMENT CAN NEVER STRAND AN ITEM OR AN ORDER.  THE       *
      *    RECORD IS READ FOR UPDATE FIRST, THE WAY 8700 HOLDS THE     *
      *    CATALOG RECORD ACROSS ITS CHECKS                            *
      *****************************************************************
       9120-DELETE-DEPARTMENT.
           MOVE CA-MST-KEY TO DEP-DEPT-CODE

           EXEC CICS READ
                     FILE(WS-DEPT-FILE)
                     INTO(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 51 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT NOT ON MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 9120-DELETE-DEPARTMENT-EXIT
           END-IF

           PERFORM 9130-CHECK-DEPT-ITEMS
               THRU 9130-CHECK-DEPT-ITEMS-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-DEPT-FILE)
               END-EXEC
               GO TO 9120-DELETE-DEPARTMENT-EXIT
           END-IF

           PERFORM 9140-CHECK-DEPT-ORDERS
               THRU 9140-CHECK-DEPT-ORDERS-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-DEPT-FILE)
               END-EXEC
               GO TO 9120-DELETE-DEPARTMENT-EXIT
           END-IF

           PERFORM 9146-CHECK-DEPT-PENDING
               THRU 9146-CHECK-DEPT-PENDING-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-DEPT-FILE)
               END-EXEC
               GO TO 9120-DELETE-DEPARTMENT-EXIT
           END-IF

           PERFORM 9148-CHECK-DEPT-STANDING
               THRU 9148-CHECK-DEPT-STANDING-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-DEPT-FILE)
               END-EXEC
               GO TO 9120-DELETE-DEPARTMENT-EXIT
           END-IF

           EXEC CICS DELETE
                     FILE(WS-DEPT-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT RECORD DELETE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9120-DELETE-DEPARTMENT-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'DEPARTMENT DELETED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9120-DELETE-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      *    9130-CHECK-DEPT-ITEMS - REFUSE THE DELETE IF ANY CATALOG    *
      *    ITEM STILL BELONGS TO THE DEPARTMENT, VIA THE AIX PATH      *
      *    OVER CAT-DEPARTMENT.  DEPARTMENT CODES ON THE CATALOG ARE   *
      *    THREE-DIGIT NUMBERS, SO A NON-NUMERIC MASTER KEY CANNOT     *
      *    HAVE ITEMS AND THE BROWSE IS SKIPPED                        *
      *****************************************************************
       9130-CHECK-DEPT-ITEMS.
           IF CA-MST-KEY(1:3) NOT NUMERIC
               GO TO 9130-CHECK-DEPT-ITEMS-EXIT
           END-IF

           MOVE CA-MST-KEY(1:3) TO WS-DEPT-KEY

           EXEC CICS STARTBR
                     FILE(WS-DEPT-PATH-FILE)
                     RIDFLD(WS-DEPT-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9130-CHECK-DEPT-ITEMS-EXIT
           END-IF

           EXEC CICS READNEXT
                     FILE(WS-DEPT-PATH-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-DEPT-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND CAT-DEPARTMENT = CA-MST-KEY(1:3)
               MOVE 52 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT STILL HAS CATALOG ITEMS'
                   TO CA-RESPONSE-MESSAGE
           END-IF

           EXEC CICS ENDBR
                     FILE(WS-DEPT-PATH-FILE)
                     RESP(WS-RESP)
           END-EXEC
           .
       9130-CHECK-DEPT-ITEMS-EXIT.
           EXIT.

      *****************************************************************
      *    9140-CHECK-DEPT-ORDERS - REFUSE THE DELETE IF ANY OPEN      *
      *    ORDER IS STILL CHARGED TO THE DEPARTMENT.  THE ORDER FILE   *
      *    KEY DOES NOT CARRY THE CHARGE DEPARTMENT, SO THE WHOLE      *
      *    FILE IS SCANNED                                             *
      *****************************************************************
       9140-CHECK-DEPT-ORDERS.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE LOW-VALUES TO OOR-KEY
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9140-CHECK-DEPT-ORDERS-EXIT
           END-IF

           PERFORM 9145-SCAN-ORDER-FOR-DEPT
               THRU 9145-SCAN-ORDER-FOR-DEPT-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           END-EXEC

           IF WS-MST-IN-USE
               MOVE 53 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT STILL HAS OPEN ORDERS'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9140-CHECK-DEPT-ORDERS-EXIT.
           EXIT.

      *****************************************************************
      *    9145-SCAN-ORDER-FOR-DEPT - BROWSE ONE MORE OPEN ORDER AND   *
      *    NOTE WHETHER IT IS CHARGED TO THE DEPARTMENT BEING DELETED  *
      *****************************************************************
       9145-SCAN-ORDER-FOR-DEPT.
           EXEC CICS READNEXT
                     FILE(WS-ORDER-FILE)
                     INTO(DFH0XOR-RECORD)

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9145-SCAN-ORDER-FOR-DEPT-EXIT
           END-IF

           IF OOR-CHARGE-DEPT = CA-MST-KEY
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       9145-SCAN-ORDER-FOR-DEPT-EXIT.
           EXIT.

      *****************************************************************
      *    9146-CHECK-DEPT-PENDING - REFUSE THE DELETE IF AN ORDER     *
      *    STILL WAITING FOR ITS APPROVER IS CHARGED TO THE            *
      *    DEPARTMENT - APPROVING IT WOULD PLACE AN ORDER AGAINST A    *
      *    DEPARTMENT THAT IS GONE.  DECIDED ORDERS STAY ON THE        *
      *    PENDING FILE BUT DO NOT COUNT.  THE PENDING FILE IS KEYED   *
      *    BY ORDER NUMBER, SO THE WHOLE FILE IS SCANNED               *
      *****************************************************************
       9146-CHECK-DEPT-PENDING.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE ZERO TO PND-ORDER-NO

           EXEC CICS STARTBR
                     FILE(WS-PENDING-FILE)
                     RIDFLD(PND-ORDER-NO)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9146-CHECK-DEPT-PENDING-EXIT
           END-IF

           PERFORM 9147-SCAN-PENDING-FOR-DEPT
               THRU 9147-SCAN-PENDING-FOR-DEPT-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           EXEC CICS ENDBR
                     FILE(WS-PENDING-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-MST-IN-USE
               MOVE 53 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT STILL HAS ORDERS AWAITING APPROVAL'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9146-CHECK-DEPT-PENDING-EXIT.
           EXIT.

      *****************************************************************
      *    9147-SCAN-PENDING-FOR-DEPT - BROWSE ONE MORE PENDING ORDER  *
      *    AND NOTE WHETHER IT IS STILL UNDECIDED AND CHARGED TO THE   *
      *    DEPARTMENT BEING DELETED                                    *
      *****************************************************************
       9147-SCAN-PENDING-FOR-DEPT.
           EXEC CICS READNEXT
                     FILE(WS-PENDING-FILE)
                     INTO(DFH0XPN-RECORD)
                     RIDFLD(PND-ORDER-NO)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9147-SCAN-PENDING-FOR-DEPT-EXIT
           END-IF

           IF PND-CHARGE-DEPT = CA-MST-KEY
              AND PND-PENDING
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       9147-SCAN-PENDING-FOR-DEPT-EXIT.
           EXIT.

      *****************************************************************
      *    9148-CHECK-DEPT-STANDING - REFUSE THE DELETE IF AN ACTIVE   *
      *    OR SUSPENDED STANDING ORDER IS CHARGED TO THE DEPARTMENT -  *
      *    THE NIGHTLY DRIVER WOULD GO ON RAISING ORDERS AGAINST IT.   *
      *    THE STANDING ORDER FILE IS KEYED BY USERID, SO THE WHOLE    *
      *    FILE IS SCANNED                                             *
      *****************************************************************
       9148-CHECK-DEPT-STANDING.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE LOW-VALUES TO SOR-KEY

           EXEC CICS STARTBR
                     FILE(WS-STANDING-FILE)
                     RIDFLD(SOR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9148-CHECK-DEPT-STANDING-EXIT
           END-IF

           PERFORM 9149-SCAN-STANDING-FOR-DEPT
               THRU 9149-SCAN-STANDING-FOR-DEPT-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           EXEC CICS ENDBR
                     FILE(WS-STANDING-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-MST-IN-USE
               MOVE 53 TO CA-RETURN-CODE
               MOVE 'DEPARTMENT STILL HAS STANDING ORDERS'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9148-CHECK-DEPT-STANDING-EXIT.
           EXIT.

      *****************************************************************
      *    9149-SCAN-STANDING-FOR-DEPT - BROWSE ONE MORE STANDING      *
      *    ORDER AND NOTE WHETHER IT HAS NOT ENDED AND IS CHARGED TO   *
      *    THE DEPARTMENT BEING DELETED                                *
      *****************************************************************
       9149-SCAN-STANDING-FOR-DEPT.
           EXEC CICS READNEXT
                     FILE(WS-STANDING-FILE)
                     INTO(DFH0XSO-RECORD)
                     RIDFLD(SOR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9149-SCAN-STANDING-FOR-DEPT-EXIT
           END-IF

           IF SOR-CHARGE-DEPT = CA-MST-KEY
              AND NOT SOR-ENDED
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       9149-SCAN-STANDING-FOR-DEPT-EXIT.
           EXIT.

      *****************************************************************
      *    9150-VALIDATE-DEPT-APPROVER - A DEPARTMENT WITH AN APPROVAL *
      *    LIMIT MUST NAME AN APPROVER WHO IS AN ACTIVE USER ON THE    *
      *    USER MASTER, OR ITS HIGH-VALUE ORDERS COULD NEVER BE        *
      *    DECIDED.  A ZERO LIMIT MEANS NO APPROVAL IS NEEDED          *
      *****************************************************************
       9150-VALIDATE-DEPT-APPROVER.
           IF CA-MST-APPROVAL-LIMIT < 0
               MOVE 57 TO CA-RETURN-CODE
               MOVE 'APPROVAL LIMIT CANNOT BE NEGATIVE'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9150-VALIDATE-DEPT-APPROVER-EXIT
           END-IF

           IF CA-MST-APPROVAL-LIMIT = 0
               GO TO 9150-VALIDATE-DEPT-APPROVER-EXIT
           END-IF

           IF CA-MST-APPROVER = SPACES
               MOVE 57 TO CA-RETURN-CODE
               MOVE 'APPROVER REQUIRED WHEN AN APPROVAL LIMIT IS SET'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9150-VALIDATE-DEPT-APPROVER-EXIT
           END-IF

           MOVE CA-MST-APPROVER TO USR-USERID

           EXEC CICS READ
                     FILE(WS-USER-FILE)
                     INTO(DFH0XUS-RECORD)
                     RIDFLD(USR-USERID)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) OR USR-SUSPENDED
               MOVE 57 TO CA-RETURN-CODE
               MOVE 'APPROVER IS NOT AN ACTIVE USER'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9150-VALIDATE-DEPT-APPROVER-EXIT.
           EXIT.

      *****************************************************************
      *    9200-ADD-SUPPLIER - PUT A NEW SUPPLIER ON THE SUPPLIER      *
      *    MASTER.  THE PO SEQUENCE STARTS AT ZERO                     *
      *****************************************************************
       9200-ADD-SUPPLIER.
           MOVE CA-MST-KEY TO SUP-SUPPLIER-CODE

           EXEC CICS READ
                     FILE(WS-SUPPLIER-FILE)
                     INTO(DFH0XSP-RECORD)
                     RIDFLD(SUP-SUPPLIER-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 50 TO CA-RETURN-CODE
               MOVE 'SUPPLIER ALREADY ON MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 9200-ADD-SUPPLIER-EXIT
           END-IF

           MOVE CA-MST-KEY            TO SUP-SUPPLIER-CODE
           MOVE CA-MST-NAME           TO SUP-NAME
           MOVE CA-MST-LEAD-TIME-DAYS TO SUP-LEAD-TIME-DAYS
           MOVE 0                     TO SUP-PO-SEQ

           EXEC CICS WRITE
                     FILE(WS-SUPPLIER-FILE)
                     FROM(DFH0XSP-RECORD)
                     RIDFLD(SUP-SUPPLIER-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'SUPPLIER RECORD WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9200-ADD-SUPPLIER-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'SUPPLIER ADDED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9200-ADD-SUPPLIER-EXIT.
           EXIT.

      *****************************************************************
      *    9210-UPDATE-SUPPLIER - CHANGE THE NAME AND LEAD TIME OF AN  *
      *    EXISTING SUPPLIER.  THE PO SEQUENCE IS DELIBERATELY LEFT    *
      *    ALONE - IT BELONGS TO THE RAISPO PATH                       *
      *****************************************************************
       9210-UPDATE-SUPPLIER.
           MOVE CA-MST-KEY TO SUP-SUPPLIER-CODE

           EXEC CICS READ
                     FILE(WS-SUPPLIER-FILE)
                     INTO(DFH0XSP-RECORD)
                     RIDFLD(SUP-SUPPLIER-CODE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 51 TO CA-RETURN-CODE
               MOVE 'SUPPLIER NOT ON MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 9210-UPDATE-SUPPLIER-EXIT
           END-IF

           MOVE CA-MST-NAME           TO SUP-NAME
           MOVE CA-MST-LEAD-TIME-DAYS TO SUP-LEAD-TIME-DAYS

           EXEC CICS REWRITE
                     FILE(WS-SUPPLIER-FILE)
                     FROM(DFH0XSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'SUPPLIER RECORD UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9210-UPDATE-SUPPLIER-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'SUPPLIER UPDATED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9210-UPDATE-SUPPLIER-EXIT.
           EXIT.

      *****************************************************************
      *    9220-DELETE-SUPPLIER - REMOVE A SUPPLIER FROM THE MASTER.   *
      *    REFUSED WHILE ANY CATALOG ITEM STILL NAMES THE SUPPLIER IN  *
      *    CAT-SUPPLIER, SO REPLENISHMENT SUGGESTIONS CAN NEVER POINT  *
      *    AT A SUPPLIER THAT NO LONGER EXISTS                         *
      *****************************************************************
       9220-DELETE-SUPPLIER.
           MOVE CA-MST-KEY TO SUP-SUPPLIER-CODE

           EXEC CICS READ
                     FILE(WS-SUPPLIER-FILE)
                     INTO(DFH0XSP-RECORD)
                     RIDFLD(SUP-SUPPLIER-CODE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 51 TO CA-RETURN-CODE
               MOVE 'SUPPLIER NOT ON MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 9220-DELETE-SUPPLIER-EXIT
           END-IF

           PERFORM 9230-CHECK-SUPPLIER-ITEMS
               THRU 9230-CHECK-SUPPLIER-ITEMS-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-SUPPLIER-FILE)
               END-EXEC
               GO TO 9220-DELETE-SUPPLIER-EXIT
           END-IF

           EXEC CICS DELETE
                     FILE(WS-SUPPLIER-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'SUPPLIER RECORD DELETE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9220-DELETE-SUPPLIER-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'SUPPLIER DELETED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9220-DELETE-SUPPLIER-EXIT.
           EXIT.

      *****************************************************************
      *    9230-CHECK-SUPPLIER-ITEMS - REFUSE THE DELETE IF ANY        *
      *    CATALOG ITEM STILL NAMES THE SUPPLIER.  CAT-SUPPLIER IS     *
      *    NOT A KEY, SO THE WHOLE CATALOG IS SCANNED                  *
      *****************************************************************
       9230-CHECK-SUPPLIER-ITEMS.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE 0 TO WS-BROWSE-KEY

           EXEC CICS STARTBR
                     FILE(WS-CATALOG-FILE)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9230-CHECK-SUPPLIER-ITEMS-EXIT
           END-IF

           PERFORM 9235-SCAN-ITEM-FOR-SUPPLIER
               THRU 9235-SCAN-ITEM-FOR-SUPPLIER-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           EXEC CICS ENDBR
                     FILE(WS-CATALOG-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-MST-IN-USE
               MOVE 54 TO CA-RETURN-CODE
               MOVE 'SUPPLIER STILL NAMED ON CATALOG ITEMS'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9230-CHECK-SUPPLIER-ITEMS-EXIT.
           EXIT.

      *****************************************************************
      *    9235-SCAN-ITEM-FOR-SUPPLIER - BROWSE ONE MORE CATALOG ITEM  *
      *    AND NOTE WHETHER IT NAMES THE SUPPLIER BEING DELETED        *
      *****************************************************************
       9235-SCAN-ITEM-FOR-SUPPLIER.
           EXEC CICS READNEXT
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9235-SCAN-ITEM-FOR-SUPPLIER-EXIT
           END-IF

           IF CAT-SUPPLIER = CA-MST-KEY
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       9235-SCAN-ITEM-FOR-SUPPLIER-EXIT.
           EXIT.

      *****************************************************************
      *    9300-ADD-USER - PUT A NEW USER ON THE USER MASTER.  THE     *
      *    STATUS MUST BE ACTIVE OR SUSPENDED AND THE HOME DEPARTMENT  *
      *    MUST EXIST ON THE DEPARTMENT MASTER, SO A NEW STARTER       *
      *    CANNOT BE FILED AGAINST A DEPARTMENT NOBODY OWNS            *
      *****************************************************************
       9300-ADD-USER.
           PERFORM 9340-VALIDATE-USER-FIELDS
               THRU 9340-VALIDATE-USER-FIELDS-EXIT

           IF NOT CA-NORMAL
               GO TO 9300-ADD-USER-EXIT
           END-IF

           MOVE CA-MST-KEY TO USR-USERID

           EXEC CICS READ
                     FILE(WS-USER-FILE)
                     INTO(DFH0XUS-RECORD)
                     RIDFLD(USR-USERID)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 50 TO CA-RETURN-CODE
               MOVE 'USER ALREADY ON MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 9300-ADD-USER-EXIT
           END-IF

           MOVE CA-MST-KEY         TO USR-USERID
           MOVE CA-MST-NAME        TO USR-NAME
           MOVE CA-MST-HOME-DEPT   TO USR-HOME-DEPT
           MOVE CA-MST-STATUS      TO USR-STATUS
           MOVE CA-MST-ORDER-LIMIT TO USR-ORDER-LIMIT
           MOVE CA-MST-ROLES       TO USR-ROLES
           MOVE CA-MST-HOME-LOCATION TO USR-HOME-LOCATION

           EXEC CICS WRITE
                     FILE(WS-USER-FILE)
                     FROM(DFH0XUS-RECORD)
                     RIDFLD(USR-USERID)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'USER RECORD WRITE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 9300-ADD-USER-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'USER ADDED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9300-ADD-USER-EXIT.
           EXIT.

      *****************************************************************
      *    9310-UPDATE-USER - CHANGE THE NAME, HOME DEPARTMENT,        *
      *    HOME STOREROOM, STATUS AND ORDER LIMIT OF AN EXISTING       *
      *    USER - SUSPENSIONS                                          *
      *    AND CHANGED ORDER LIMITS NO LONGER WAIT A DAY FOR A FILE    *
      *    EDIT OUTSIDE CICS                                           *
      *****************************************************************
       9310-UPDATE-USER.
           PERFORM 9340-VALIDATE-USER-FIELDS
               THRU 9340-VALIDATE-USER-FIELDS-EXIT

           IF NOT CA-NORMAL
               GO TO 9310-UPDATE-USER-EXIT
           END-IF

           MOVE CA-MST-KEY TO USR-USERID

           EXEC CICS READ
                     FILE(WS-USER-FILE)
                     INTO(DFH0XUS-RECORD)
                     RIDFLD(USR-USERID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 51 TO CA-RETURN-CODE
               MOVE 'USER NOT ON MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 9310-UPDATE-USER-EXIT
           END-IF

           MOVE CA-MST-NAME        TO USR-NAME
           MOVE CA-MST-HOME-DEPT   TO USR-HOME-DEPT
           MOVE CA-MST-STATUS      TO USR-STATUS
           MOVE CA-MST-ORDER-LIMIT TO USR-ORDER-LIMIT
           MOVE CA-MST-ROLES       TO USR-ROLES
           MOVE CA-MST-HOME-LOCATION TO USR-HOME-LOCATION

           EXEC CICS REWRITE
                     FILE(WS-USER-FILE)
                     FROM(DFH0XUS-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'USER RECORD UPDATE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 9310-UPDATE-USER-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'USER UPDATED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9310-UPDATE-USER-EXIT.
           EXIT.

      *****************************************************************
      *    9320-DELETE-USER - REMOVE A USER FROM THE MASTER.  REFUSED  *
      *    WHILE THE USER STILL HAS OPEN ORDERS, ORDERS AWAITING       *
      *    APPROVAL OR STANDING ORDERS NOT YET ENDED, SO A LEAVER'S    *
      *    OUTSTANDING ORDERS ARE CANCELLED, ISSUED, DECIDED OR ENDED  *
      *    FIRST RATHER THAN STRANDED UNDER A USERID NOBODY OWNS.      *
      *    REFUSED TOO WHILE THE USER IS ANY DEPARTMENT'S APPROVER,    *
      *    OR THAT DEPARTMENT'S HIGH-VALUE ORDERS COULD NEVER BE       *
      *    DECIDED                                                     *
      *****************************************************************
       9320-DELETE-USER.
           MOVE CA-MST-KEY TO USR-USERID

           EXEC CICS READ
                     FILE(WS-USER-FILE)
                     INTO(DFH0XUS-RECORD)
                     RIDFLD(USR-USERID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 51 TO CA-RETURN-CODE
               MOVE 'USER NOT ON MASTER' TO CA-RESPONSE-MESSAGE
               GO TO 9320-DELETE-USER-EXIT
           END-IF

           PERFORM 9330-CHECK-USER-ORDERS
               THRU 9330-CHECK-USER-ORDERS-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-USER-FILE)
               END-EXEC
               GO TO 9320-DELETE-USER-EXIT
           END-IF

           PERFORM 9336-CHECK-USER-PENDING
               THRU 9336-CHECK-USER-PENDING-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-USER-FILE)
               END-EXEC
               GO TO 9320-DELETE-USER-EXIT
           END-IF

           PERFORM 9338-CHECK-USER-STANDING
               THRU 9338-CHECK-USER-STANDING-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-USER-FILE)
               END-EXEC
               GO TO 9320-DELETE-USER-EXIT
           END-IF

           PERFORM 9345-CHECK-USER-APPROVER
               THRU 9345-CHECK-USER-APPROVER-EXIT

           IF NOT CA-NORMAL
               EXEC CICS UNLOCK
                         FILE(WS-USER-FILE)
               END-EXEC
               GO TO 9320-DELETE-USER-EXIT
           END-IF

           EXEC CICS DELETE
                     FILE(WS-USER-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'USER RECORD DELETE FAILED' TO CA-RESPONSE-MESSAGE
               GO TO 9320-DELETE-USER-EXIT
           END-IF

           PERFORM 9500-WRITE-MAINT-AUDIT
               THRU 9500-WRITE-MAINT-AUDIT-EXIT

           IF CA-NORMAL
               MOVE 'USER DELETED' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9320-DELETE-USER-EXIT.
           EXIT.

      *****************************************************************
      *    9330-CHECK-USER-ORDERS - REFUSE THE DELETE IF THE USER      *
      *    STILL HAS OPEN ORDERS.  THE ORDER FILE KEY LEADS WITH THE   *
      *    ORDER NUMBER, NOT THE USERID, SO THE WHOLE FILE IS SCANNED  *
      *****************************************************************
       9330-CHECK-USER-ORDERS.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE LOW-VALUES TO OOR-KEY

           EXEC CICS STARTBR
                     FILE(WS-ORDER-FILE)
                     RIDFLD(OOR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9330-CHECK-USER-ORDERS-EXIT
           END-IF

           PERFORM 9335-SCAN-ORDER-FOR-USER
               THRU 9335-SCAN-ORDER-FOR-USER-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           EXEC CICS ENDBR
                     FILE(WS-ORDER-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-MST-IN-USE
               MOVE 55 TO CA-RETURN-CODE
               MOVE 'USER STILL HAS OPEN ORDERS' TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9330-CHECK-USER-ORDERS-EXIT.
           EXIT.

      *****************************************************************
      *    9335-SCAN-ORDER-FOR-USER - BROWSE ONE MORE OPEN ORDER AND   *
      *    NOTE WHETHER IT BELONGS TO THE USER BEING DELETED           *
      *****************************************************************
       9335-SCAN-ORDER-FOR-USER.
           EXEC CICS READNEXT
                     FILE(WS-ORDER-FILE)
                     INTO(DFH0XOR-RECORD)
                     RIDFLD(OOR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9335-SCAN-ORDER-FOR-USER-EXIT
           END-IF

           IF OOR-USERID = CA-MST-KEY
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       9335-SCAN-ORDER-FOR-USER-EXIT.
           EXIT.

      *****************************************************************
      *    9336-CHECK-USER-PENDING - REFUSE THE DELETE IF THE USER     *
      *    STILL HAS AN ORDER WAITING FOR ITS APPROVER.  THE PENDING   *
      *    FILE IS KEYED BY ORDER NUMBER, SO THE WHOLE FILE IS         *
      *    SCANNED                                                     *
      *****************************************************************
       9336-CHECK-USER-PENDING.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE ZERO TO PND-ORDER-NO

           EXEC CICS STARTBR
                     FILE(WS-PENDING-FILE)
                     RIDFLD(PND-ORDER-NO)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9336-CHECK-USER-PENDING-EXIT
           END-IF

           PERFORM 9337-SCAN-PENDING-FOR-USER
               THRU 9337-SCAN-PENDING-FOR-USER-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           EXEC CICS ENDBR
                     FILE(WS-PENDING-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-MST-IN-USE
               MOVE 55 TO CA-RETURN-CODE
               MOVE 'USER STILL HAS ORDERS AWAITING APPROVAL'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9336-CHECK-USER-PENDING-EXIT.
           EXIT.

      *****************************************************************
      *    9337-SCAN-PENDING-FOR-USER - BROWSE ONE MORE PENDING ORDER  *
      *    AND NOTE WHETHER IT IS STILL UNDECIDED AND BELONGS TO THE   *
      *    USER BEING DELETED                                          *
      *****************************************************************
       9337-SCAN-PENDING-FOR-USER.
           EXEC CICS READNEXT
                     FILE(WS-PENDING-FILE)
                     INTO(DFH0XPN-RECORD)
                     RIDFLD(PND-ORDER-NO)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9337-SCAN-PENDING-FOR-USER-EXIT
           END-IF

           IF PND-USERID = CA-MST-KEY
              AND PND-PENDING
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       9337-SCAN-PENDING-FOR-USER-EXIT.
           EXIT.

      *****************************************************************
      *    9338-CHECK-USER-STANDING - REFUSE THE DELETE IF THE USER    *
      *    HAS AN ACTIVE OR SUSPENDED STANDING ORDER.  THE STANDING    *
      *    ORDER FILE IS KEYED BY USERID, SO THE BROWSE STARTS AT THE  *
      *    USER'S FIRST STANDING ORDER AND STOPS AT THE NEXT USER'S    *
      *****************************************************************
       9338-CHECK-USER-STANDING.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE CA-MST-KEY TO SOR-USERID
           MOVE ZERO       TO SOR-SO-ID

           EXEC CICS STARTBR
                     FILE(WS-STANDING-FILE)
                     RIDFLD(SOR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9338-CHECK-USER-STANDING-EXIT
           END-IF

           PERFORM 9339-SCAN-STANDING-FOR-USER
               THRU 9339-SCAN-STANDING-FOR-USER-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           EXEC CICS ENDBR
                     FILE(WS-STANDING-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-MST-IN-USE
               MOVE 55 TO CA-RETURN-CODE
               MOVE 'USER STILL HAS STANDING ORDERS'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9338-CHECK-USER-STANDING-EXIT.
           EXIT.

      *****************************************************************
      *    9339-SCAN-STANDING-FOR-USER - BROWSE ONE MORE OF THE USER'S *
      *    STANDING ORDERS AND NOTE WHETHER IT HAS NOT ENDED           *
      *****************************************************************
       9339-SCAN-STANDING-FOR-USER.
           EXEC CICS READNEXT
                     FILE(WS-STANDING-FILE)
                     INTO(DFH0XSO-RECORD)
                     RIDFLD(SOR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR SOR-USERID NOT = CA-MST-KEY
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9339-SCAN-STANDING-FOR-USER-EXIT
           END-IF

           IF NOT SOR-ENDED
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       9339-SCAN-STANDING-FOR-USER-EXIT.
           EXIT.

      *****************************************************************
      *    9340-VALIDATE-USER-FIELDS - COMMON FIELD VALIDATION FOR     *
      *    ADDUSR AND UPDUSR.  THE STATUS MUST BE ACTIVE OR            *
      *    SUSPENDED, EVERY ROLE FLAG MUST BE Y OR N, AND THE HOME     *
      *    DEPARTMENT IS CHECKED AGAINST THE DEPARTMENT MASTER THE     *
      *    SAME WAY 4050 CHECKS AN ORDER'S CHARGE DEPARTMENT.  A       *
      *    HOME STOREROOM, WHEN GIVEN, MUST BE AN OPEN ROOM ON THE     *
      *    LOCATION MASTER.  IT MAY BE LEFT BLANK FOR A USER WITH NO   *
      *    STOREROOM OF THEIR OWN - SUCH A USER'S ORDERS HAVE NO       *
      *    PREFERRED ROOM.  NOTHING IS BOOKED TO THE HOME ROOM: A      *
      *    CANCEL PUTS STOCK BACK IN THE ROOM THAT FILLED THE LINE,    *
      *    RTNSTK INTO THE ROOM NAMED ON THE RETURN, AND A STOREKEEPER *
      *    WITH NO ROOM CAN SHIP OR CONFIRM NO TRANSFER (RC 80)        *
      *****************************************************************
       9340-VALIDATE-USER-FIELDS.
           IF CA-MST-STATUS NOT = 'A' AND CA-MST-STATUS NOT = 'S'
               MOVE 56 TO CA-RETURN-CODE
               MOVE 'USER STATUS MUST BE A OR S'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9340-VALIDATE-USER-FIELDS-EXIT
           END-IF

           MOVE CA-MST-ROLES TO WS-ROLE-CHECK
           INSPECT WS-ROLE-CHECK REPLACING ALL 'Y' BY 'N'
           IF WS-ROLE-CHECK NOT = 'NNNNN'
               MOVE 56 TO CA-RETURN-CODE
               MOVE 'USER ROLE FLAGS MUST BE Y OR N'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9340-VALIDATE-USER-FIELDS-EXIT
           END-IF

           MOVE CA-MST-HOME-DEPT TO DEP-DEPT-CODE

           EXEC CICS READ
                     FILE(WS-DEPT-FILE)
                     INTO(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 30 TO CA-RETURN-CODE
               MOVE 'USER HOME DEPARTMENT NOT FOUND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9340-VALIDATE-USER-FIELDS-EXIT
           END-IF

           IF CA-MST-HOME-LOCATION NOT = SPACES
               MOVE CA-MST-HOME-LOCATION TO WS-LOC-CODE
               PERFORM 9660-VALIDATE-LOCATION
                   THRU 9660-VALIDATE-LOCATION-EXIT
           END-IF
           .
       9340-VALIDATE-USER-FIELDS-EXIT.
           EXIT.

      *****************************************************************
      *    9345-CHECK-USER-APPROVER - REFUSE THE DELETE WHILE ANY      *
      *    DEPARTMENT NAMES THE USER AS ITS APPROVER - THE DEPARTMENT  *
      *    MUST BE GIVEN A NEW APPROVER (UPDDPT) FIRST.  THE           *
      *    DEPARTMENT MASTER IS KEYED BY DEPARTMENT CODE, SO THE WHOLE *
      *    FILE IS SCANNED                                             *
      *****************************************************************
       9345-CHECK-USER-APPROVER.
           MOVE 'N' TO WS-MST-IN-USE-SW
           MOVE 'N' TO WS-END-OF-BROWSE-SW
           MOVE LOW-VALUES TO DEP-DEPT-CODE

           EXEC CICS STARTBR
                     FILE(WS-DEPT-FILE)
                     RIDFLD(DEP-DEPT-CODE)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9345-CHECK-USER-APPROVER-EXIT
           END-IF

           PERFORM 9346-SCAN-DEPT-FOR-APPROVER
               THRU 9346-SCAN-DEPT-FOR-APPROVER-EXIT
               UNTIL WS-END-OF-BROWSE
                  OR WS-MST-IN-USE

           EXEC CICS ENDBR
                     FILE(WS-DEPT-FILE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-MST-IN-USE
               MOVE 58 TO CA-RETURN-CODE
               STRING 'USER IS APPROVER FOR DEPARTMENT '
                          DELIMITED BY SIZE
                      DEP-DEPT-CODE DELIMITED BY SPACE
                      INTO CA-RESPONSE-MESSAGE
               END-STRING
           END-IF
           .
       9345-CHECK-USER-APPROVER-EXIT.
           EXIT.

      *****************************************************************
      *    9346-SCAN-DEPT-FOR-APPROVER - BROWSE ONE MORE DEPARTMENT    *
      *    AND NOTE WHETHER IT NAMES THE USER BEING DELETED AS ITS     *
      *    APPROVER                                                    *
      *****************************************************************
       9346-SCAN-DEPT-FOR-APPROVER.
           EXEC CICS READNEXT
                     FILE(WS-DEPT-FILE)
                     INTO(DFH0XDP-RECORD)
                     RIDFLD(DEP-DEPT-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
               GO TO 9346-SCAN-DEPT-FOR-APPROVER-EXIT
           END-IF

           IF DEP-APPROVER-USERID = CA-MST-KEY
               SET WS-MST-IN-USE TO TRUE
           END-IF
           .
       9346-SCAN-DEPT-FOR-APPROVER-EXIT.
           EXIT.

      *****************************************************************
      *    9400-TRANSFER-STOCK - MOVE STOCK BETWEEN STOREROOMS.  A     *
      *    SHIP (9410) TAKES THE QUANTITY OFF THE SENDING ROOM'S       *
      *    SHELF AND HOLDS IT IN TRANSIT AGAINST THE RECEIVING ROOM;   *
      *    A CONFIRM (9420) BY A STOREKEEPER OF THE RECEIVING ROOM     *
      *    PUTS IT ON THAT ROOM'S SHELF.  CAT-IN-STOCK COUNTS STOCK    *
      *    IN TRANSIT, SO THE CATALOG TOTAL AND THE STOCK JOURNAL ARE  *
      *    NOT TOUCHED EITHER WAY                                      *
      *****************************************************************
       9400-TRANSFER-STOCK.
           EVALUATE TRUE
               WHEN CA-TRF-ACT-SHIP
                   PERFORM 9410-SHIP-TRANSFER
                       THRU 9410-SHIP-TRANSFER-EXIT
               WHEN CA-TRF-ACT-CONFIRM
                   PERFORM 9420-CONFIRM-TRANSFER
                       THRU 9420-CONFIRM-TRANSFER-EXIT
               WHEN OTHER
                   MOVE 82 TO CA-RETURN-CODE
                   MOVE 'TRANSFER ACTION MUST BE S OR C'
                       TO CA-RESPONSE-MESSAGE
           END-EVALUATE
           .
       9400-TRANSFER-STOCK-EXIT.
           EXIT.

      *****************************************************************
      *    9410-SHIP-TRANSFER - BOTH STOREROOMS MUST BE OPEN ON THE    *
      *    LOCATION MASTER, THE SHIPMENT MUST BE MADE BY A STOREKEEPER *
      *    OF THE SENDING ROOM AND THE SENDING ROOM MUST HAVE THE      *
      *    QUANTITY ON ITS SHELF.  THE TRANSFER NUMBER IS TAKEN OFF    *
      *    THE 'TRANSFER' CONTROL RECORD AND RETURNED IN               *
      *    CA-TRF-TRANSFER-NO FOR THE RECEIVING ROOM TO CONFIRM        *
      *****************************************************************
       9410-SHIP-TRANSFER.
           IF CA-TRF-QUANTITY = 0
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'TRANSFER QUANTITY MUST BE NON-ZERO'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           IF CA-TRF-FROM-LOCATION = CA-TRF-TO-LOCATION
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'SENDING AND RECEIVING STOREROOMS MUST DIFFER'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           MOVE CA-TRF-FROM-LOCATION TO WS-LOC-CODE
           PERFORM 9660-VALIDATE-LOCATION
               THRU 9660-VALIDATE-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           MOVE CA-TRF-TO-LOCATION TO WS-LOC-CODE
           PERFORM 9660-VALIDATE-LOCATION
               THRU 9660-VALIDATE-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

      *    Only the sending room's own storekeeper may take stock off
      *    its shelf, as only the receiving room's may confirm (9420)
           IF WS-ACTING-LOCATION NOT = CA-TRF-FROM-LOCATION
               MOVE 80 TO CA-RETURN-CODE
               MOVE 'TRANSFER MUST BE SHIPPED BY THE SENDING ROOM'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

      *    The catalog record is held for update, though not changed,
      *    so the transfer queues behind any order, receipt or posting
      *    already working on the item's storeroom records - every one
      *    of them takes the catalog lock first
           MOVE CA-TRF-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           MOVE CA-TRF-ITEM-REF      TO ILR-ITEM-REF
           MOVE CA-TRF-FROM-LOCATION TO ILR-LOCATION

           EXEC CICS READ
                     FILE(WS-ITEM-LOC-FILE)
                     INTO(DFH0XIL-RECORD)
                     RIDFLD(ILR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 77 TO CA-RETURN-CODE
               MOVE 'SENDING STOREROOM DOES NOT HOLD THE QUANTITY'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           IF ILR-IN-STOCK < CA-TRF-QUANTITY
               MOVE 77 TO CA-RETURN-CODE
               MOVE 'SENDING STOREROOM DOES NOT HOLD THE QUANTITY'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-ITEM-LOC-FILE)
               END-EXEC
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           SUBTRACT CA-TRF-QUANTITY FROM ILR-IN-STOCK

           EXEC CICS REWRITE
                     FILE(WS-ITEM-LOC-FILE)
                     FROM(DFH0XIL-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'STOREROOM STOCK UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           MOVE CA-TRF-ITEM-REF    TO WS-LOC-ITEM-REF
           MOVE CA-TRF-TO-LOCATION TO WS-LOC-CODE
           PERFORM 9640-HOLD-ITEM-LOCATION
               THRU 9640-HOLD-ITEM-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           ADD CA-TRF-QUANTITY TO ILR-IN-TRANSIT

           PERFORM 9645-SAVE-ITEM-LOCATION
               THRU 9645-SAVE-ITEM-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           PERFORM 9430-ASSIGN-TRANSFER-NUMBER
               THRU 9430-ASSIGN-TRANSFER-NUMBER-EXIT
           IF NOT CA-NORMAL
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           MOVE WS-NEW-TRANSFER-NO   TO TRF-TRANSFER-NO
           MOVE CA-TRF-ITEM-REF      TO TRF-ITEM-REF
           MOVE CA-TRF-FROM-LOCATION TO TRF-FROM-LOCATION
           MOVE CA-TRF-TO-LOCATION   TO TRF-TO-LOCATION
           MOVE CA-TRF-QUANTITY      TO TRF-QUANTITY
           SET TRF-IN-TRANSIT        TO TRUE
           MOVE CA-TRF-USERID        TO TRF-SHIPPED-BY
           MOVE SPACES               TO TRF-RECEIVED-BY
           MOVE SPACES               TO TRF-RECEIVED-DATE-TIME

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO TRF-SHIPPED-DATE-TIME
           END-STRING

           EXEC CICS WRITE
                     FILE(WS-TRANSFER-FILE)
                     FROM(DFH0XTR-RECORD)
                     RIDFLD(TRF-TRANSFER-NO)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'TRANSFER RECORD WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9410-SHIP-TRANSFER-EXIT
           END-IF

           MOVE WS-NEW-TRANSFER-NO TO CA-TRF-TRANSFER-NO
           MOVE 'TRANSFER SHIPPED - IN TRANSIT TO RECEIVING ROOM'
               TO CA-RESPONSE-MESSAGE
           .
       9410-SHIP-TRANSFER-EXIT.
           EXIT.

      *****************************************************************
      *    9420-CONFIRM-TRANSFER - THE RECEIVING STOREROOM CONFIRMS    *
      *    AN IN-TRANSIT TRANSFER HAS ARRIVED.  ONLY A STOREKEEPER     *
      *    WHOSE HOME ROOM IS THE RECEIVING ROOM MAY CONFIRM IT.  THE  *
      *    TRANSFER'S DETAILS ARE RETURNED IN THE CA-TRF FIELDS        *
      *****************************************************************
       9420-CONFIRM-TRANSFER.
           MOVE CA-TRF-TRANSFER-NO TO TRF-TRANSFER-NO

           EXEC CICS READ
                     FILE(WS-TRANSFER-FILE)
                     INTO(DFH0XTR-RECORD)
                     RIDFLD(TRF-TRANSFER-NO)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 78 TO CA-RETURN-CODE
               MOVE 'TRANSFER NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO 9420-CONFIRM-TRANSFER-EXIT
           END-IF

           IF NOT TRF-IN-TRANSIT
               MOVE 79 TO CA-RETURN-CODE
               MOVE 'TRANSFER HAS ALREADY BEEN RECEIVED'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-TRANSFER-FILE)
               END-EXEC
               GO TO 9420-CONFIRM-TRANSFER-EXIT
           END-IF

           IF WS-ACTING-LOCATION NOT = TRF-TO-LOCATION
               MOVE 80 TO CA-RETURN-CODE
               MOVE 'TRANSFER MUST BE CONFIRMED BY THE RECEIVING ROOM'
                   TO CA-RESPONSE-MESSAGE
               EXEC CICS UNLOCK
                         FILE(WS-TRANSFER-FILE)
               END-EXEC
               GO TO 9420-CONFIRM-TRANSFER-EXIT
           END-IF

      *    Held, not changed - see 9410
           MOVE TRF-ITEM-REF TO WS-BROWSE-KEY

           EXEC CICS READ
                     FILE(WS-CATALOG-FILE)
                     INTO(DFH0XCT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG ITEM NOT FOUND FOR TRANSFER'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9420-CONFIRM-TRANSFER-EXIT
           END-IF

           MOVE TRF-ITEM-REF    TO WS-LOC-ITEM-REF
           MOVE TRF-TO-LOCATION TO WS-LOC-CODE
           PERFORM 9640-HOLD-ITEM-LOCATION
               THRU 9640-HOLD-ITEM-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 9420-CONFIRM-TRANSFER-EXIT
           END-IF

           IF WS-ILR-NEW OR ILR-IN-TRANSIT < TRF-QUANTITY
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'IN-TRANSIT STOCK MISSING FOR TRANSFER'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9420-CONFIRM-TRANSFER-EXIT
           END-IF

           SUBTRACT TRF-QUANTITY FROM ILR-IN-TRANSIT
           ADD TRF-QUANTITY TO ILR-IN-STOCK

           PERFORM 9645-SAVE-ITEM-LOCATION
               THRU 9645-SAVE-ITEM-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 9420-CONFIRM-TRANSFER-EXIT
           END-IF

           SET TRF-RECEIVED     TO TRUE
           MOVE CA-TRF-USERID   TO TRF-RECEIVED-BY

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO TRF-RECEIVED-DATE-TIME
           END-STRING

           EXEC CICS REWRITE
                     FILE(WS-TRANSFER-FILE)
                     FROM(DFH0XTR-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'TRANSFER RECORD UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9420-CONFIRM-TRANSFER-EXIT
           END-IF

           MOVE TRF-ITEM-REF      TO CA-TRF-ITEM-REF
           MOVE TRF-FROM-LOCATION TO CA-TRF-FROM-LOCATION
           MOVE TRF-TO-LOCATION   TO CA-TRF-TO-LOCATION
           MOVE TRF-QUANTITY      TO CA-TRF-QUANTITY
           MOVE 'TRANSFER RECEIVED INTO STOCK' TO CA-RESPONSE-MESSAGE
           .
       9420-CONFIRM-TRANSFER-EXIT.
           EXIT.

      *****************************************************************
      *    9430-ASSIGN-TRANSFER-NUMBER - TAKE THE NEXT TRANSFER NUMBER *
      *    OFF THE 'TRANSFER' CONTROL RECORD UNDER ITS UPDATE LOCK,    *
      *    THE SAME WAY 4020 TAKES AN ORDER NUMBER                     *
      *****************************************************************
       9430-ASSIGN-TRANSFER-NUMBER.
           MOVE WS-TRANSFER-CTL-KEY TO OCR-CONTROL-ID

           EXEC CICS READ
                     FILE(WS-ORDER-CTL-FILE)
                     INTO(DFH0XOC-RECORD)
                     RIDFLD(OCR-CONTROL-ID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'TRANSFER NUMBER ASSIGNMENT FAILED'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9430-ASSIGN-TRANSFER-NUMBER-EXIT
           END-IF

           ADD 1 TO OCR-LAST-TRANSFER-NO
           MOVE OCR-LAST-TRANSFER-NO TO WS-NEW-TRANSFER-NO

           EXEC CICS REWRITE
                     FILE(WS-ORDER-CTL-FILE)
                     FROM(DFH0XOC-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'TRANSFER NUMBER ASSIGNMENT FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9430-ASSIGN-TRANSFER-NUMBER-EXIT.
           EXIT.

      *****************************************************************
      *    9500-WRITE-MAINT-AUDIT - SPOOL A DURABLE RECORD OF THE      *
      *    MASTER CHANGE JUST MADE - WHICH REQUEST, WHICH KEY, WHO     *
      *    AND WHEN - TO THE MAINTENANCE AUDIT QUEUE, THE SAME WAY     *
      *    4300 SPOOLS AN ORDER.  A FAILED WRITE BACKS THE WHOLE       *
      *    CHANGE OUT VIA 9800 SO A MASTER CAN NEVER CHANGE OFF THE    *
      *    AUDIT TRAIL                                                 *
      *****************************************************************
       9500-WRITE-MAINT-AUDIT.
           MOVE CA-REQUEST-ID TO MNT-REQUEST-ID
           MOVE CA-MST-KEY    TO MNT-KEY
           MOVE CA-MST-USERID TO MNT-USERID

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO MNT-DATE-TIME
           END-STRING

           EXEC CICS WRITEQ TD
                     QUEUE(WS-MAINT-AUDIT-QUEUE)
                     FROM(DFH0XMA-RECORD)
                     LENGTH(LENGTH OF DFH0XMA-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CHANGE BACKED OUT - MAINT AUDIT WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9500-WRITE-MAINT-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      *    9600-OPEN-STOCK-MOVEMENT - START A STOCK MOVEMENT RECORD    *
      *    FOR THE CATALOG RECORD JUST READ FOR UPDATE, TAKING ITS     *
      *    BALANCES BEFORE ANY CHANGE.  THE CALLER SETS THE MOVEMENT   *
      *    TYPE, QUANTITY, REFERENCE AND USERID, AND PERFORMS 9610     *
      *    ONCE THE CHANGED RECORD HAS BEEN REWRITTEN                  *
      *****************************************************************
       9600-OPEN-STOCK-MOVEMENT.
           MOVE CAT-ITEM-REF       TO SMJ-ITEM-REF
           MOVE SPACE              TO SMJ-MOVEMENT-TYPE
           MOVE 0                  TO SMJ-QUANTITY
           MOVE CAT-IN-STOCK       TO SMJ-STOCK-BEFORE
           MOVE CAT-ON-ORDER       TO SMJ-ON-ORDER-BEFORE
           MOVE 0                  TO SMJ-ORDER-NO
           MOVE SPACES             TO SMJ-PO-SUPPLIER
           MOVE 0                  TO SMJ-PO-NUMBER
           MOVE SPACES             TO SMJ-ADJ-DATE-PROPOSED
           MOVE SPACES             TO SMJ-USERID
           MOVE CAT-COST           TO SMJ-UNIT-COST
           .
       9600-OPEN-STOCK-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      *    9610-LOG-STOCK-MOVEMENT - COMPLETE THE MOVEMENT STARTED BY  *
      *    9600 WITH THE BALANCES AFTER THE CHANGE AND SPOOL IT TO THE *
      *    STOCK JOURNAL QUEUE.  A FAILED WRITE FAILS THE REQUEST, SO  *
      *    9800 BACKS THE CHANGE OUT RATHER THAN LEAVE A MOVEMENT      *
      *    THE STOCK CARD CANNOT ACCOUNT FOR                           *
      *****************************************************************
       9610-LOG-STOCK-MOVEMENT.
           MOVE CAT-IN-STOCK       TO SMJ-STOCK-AFTER
           MOVE CAT-ON-ORDER       TO SMJ-ON-ORDER-AFTER

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUD-DATE)
                     TIME(WS-AUD-TIME)
           END-EXEC

           STRING WS-AUD-DATE DELIMITED BY SIZE
                  WS-AUD-TIME DELIMITED BY SIZE
                  INTO SMJ-DATE-TIME
           END-STRING

           EXEC CICS WRITEQ TD
                     QUEUE(WS-STOCK-JOURNAL-QUEUE)
                     FROM(DFH0XSM-RECORD)
                     LENGTH(LENGTH OF DFH0XSM-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CHANGE BACKED OUT - STOCK JOURNAL WRITE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9610-LOG-STOCK-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      *    9640-HOLD-ITEM-LOCATION - READ THE ITEM'S RECORD FOR THE    *
      *    STOREROOM IN WS-LOC-ITEM-REF/WS-LOC-CODE FOR UPDATE, OR     *
      *    START AN EMPTY ONE (WS-ILR-NEW) IF THE ROOM HAS NEVER HELD  *
      *    THE ITEM.  9645 WRITES OR REWRITES IT ONCE CHANGED          *
      *****************************************************************
       9640-HOLD-ITEM-LOCATION.
           MOVE 'N' TO WS-ILR-NEW-SW
           MOVE WS-LOC-ITEM-REF TO ILR-ITEM-REF
           MOVE WS-LOC-CODE     TO ILR-LOCATION

           EXEC CICS READ
                     FILE(WS-ITEM-LOC-FILE)
                     INTO(DFH0XIL-RECORD)
                     RIDFLD(ILR-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-ILR-NEW TO TRUE
                   MOVE WS-LOC-ITEM-REF TO ILR-ITEM-REF
                   MOVE WS-LOC-CODE     TO ILR-LOCATION
                   MOVE 0               TO ILR-IN-STOCK
                   MOVE 0               TO ILR-IN-TRANSIT
               WHEN OTHER
                   MOVE 90 TO CA-RETURN-CODE
                   MOVE 'STOREROOM STOCK UPDATE FAILED'
                       TO CA-RESPONSE-MESSAGE
           END-EVALUATE
           .
       9640-HOLD-ITEM-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    9645-SAVE-ITEM-LOCATION - WRITE THE STOREROOM RECORD 9640   *
      *    STARTED, OR REWRITE THE ONE IT READ FOR UPDATE              *
      *****************************************************************
       9645-SAVE-ITEM-LOCATION.
           IF WS-ILR-NEW
               EXEC CICS WRITE
                         FILE(WS-ITEM-LOC-FILE)
                         FROM(DFH0XIL-RECORD)
                         RIDFLD(ILR-KEY)
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS REWRITE
                         FILE(WS-ITEM-LOC-FILE)
                         FROM(DFH0XIL-RECORD)
                         RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'STOREROOM STOCK UPDATE FAILED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9645-SAVE-ITEM-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    9650-PUT-STOCK-TO-LOCATION - PUT WS-LOC-PUT-QTY OF THE ITEM *
      *    ON THE SHELF OF STOREROOM WS-LOC-CODE.  CALLED UNDER THE    *
      *    CATALOG RECORD'S UPDATE LOCK BY EVERY PATH THAT ADDS TO     *
      *    CAT-IN-STOCK, SO THE ROOMS KEEP SUMMING TO THE CATALOG      *
      *****************************************************************
       9650-PUT-STOCK-TO-LOCATION.
           IF WS-LOC-CODE = SPACES
               MOVE 75 TO CA-RETURN-CODE
               MOVE 'NO STOREROOM GIVEN TO BOOK THE STOCK INTO'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9650-PUT-STOCK-TO-LOCATION-EXIT
           END-IF

           PERFORM 9640-HOLD-ITEM-LOCATION
               THRU 9640-HOLD-ITEM-LOCATION-EXIT
           IF NOT CA-NORMAL
               GO TO 9650-PUT-STOCK-TO-LOCATION-EXIT
           END-IF

           ADD WS-LOC-PUT-QTY TO ILR-IN-STOCK

           PERFORM 9645-SAVE-ITEM-LOCATION
               THRU 9645-SAVE-ITEM-LOCATION-EXIT
           .
       9650-PUT-STOCK-TO-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    9660-VALIDATE-LOCATION - STOREROOM WS-LOC-CODE MUST BE ON   *
      *    THE LOCATION MASTER (75) AND OPEN (76)                      *
      *****************************************************************
       9660-VALIDATE-LOCATION.
           MOVE WS-LOC-CODE TO LOC-CODE

           EXEC CICS READ
                     FILE(WS-LOCATION-FILE)
                     INTO(DFH0XLO-RECORD)
                     RIDFLD(LOC-CODE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 75 TO CA-RETURN-CODE
               MOVE 'STOREROOM LOCATION NOT FOUND'
                   TO CA-RESPONSE-MESSAGE
               GO TO 9660-VALIDATE-LOCATION-EXIT
           END-IF

           IF LOC-CLOSED
               MOVE 76 TO CA-RETURN-CODE
               MOVE 'STOREROOM LOCATION IS CLOSED'
                   TO CA-RESPONSE-MESSAGE
           END-IF
           .
       9660-VALIDATE-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    9700-COLLECT-ITEM-LOCATIONS - BROWSE THE ITEM LOCATION FILE *
      *    FOR ITEM WS-LOC-ITEM-REF AND COLLECT UP TO TEN OF ITS       *
      *    STOREROOMS, IN LOCATION ORDER, INTO WS-LOC-TABLE.  IF THE   *
      *    ITEM IS IN MORE ROOMS THAN THAT, WS-LOC-TABLE-OVERFLOW IS   *
      *    SET FOR THE CALLER TO ACT ON; WS-LOC-TRANSIT-TOTAL ALWAYS   *
      *    COVERS EVERY ROOM.  HAS ITS OWN END-OF-BROWSE SWITCH SO IT  *
      *    CAN BE USED INSIDE THE INQCAT CATALOG BROWSE                *
      *****************************************************************
       9700-COLLECT-ITEM-LOCATIONS.
           MOVE 0 TO WS-LOC-COUNT
           MOVE 0 TO WS-LOC-TRANSIT-TOTAL
           MOVE 'N' TO WS-END-OF-LOC-BROWSE-SW
           MOVE 'N' TO WS-LOC-OVERFLOW-SW
           MOVE WS-LOC-ITEM-REF TO ILR-ITEM-REF
           MOVE LOW-VALUES      TO ILR-LOCATION

           EXEC CICS STARTBR
                     FILE(WS-ITEM-LOC-FILE)
                     RIDFLD(ILR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 9700-COLLECT-ITEM-LOCATIONS-EXIT
           END-IF

           PERFORM 9710-BROWSE-NEXT-LOCATION
               THRU 9710-BROWSE-NEXT-LOCATION-EXIT
               UNTIL WS-END-OF-LOC-BROWSE

           EXEC CICS ENDBR
                     FILE(WS-ITEM-LOC-FILE)
                     RESP(WS-RESP)
           END-EXEC
           .
       9700-COLLECT-ITEM-LOCATIONS-EXIT.
           EXIT.

      *****************************************************************
      *    9710-BROWSE-NEXT-LOCATION - READ ONE STOREROOM RECORD AND   *
      *    FILE IT INTO THE NEXT WS-LOC-TABLE ENTRY, STOPPING AT THE   *
      *    FIRST RECORD FOR ANOTHER ITEM.  ONCE THE TABLE IS FULL A    *
      *    FURTHER ROOM IS ONLY ADDED TO THE TRANSIT TOTAL AND FLAGS   *
      *    THE OVERFLOW                                                *
      *****************************************************************
       9710-BROWSE-NEXT-LOCATION.
           EXEC CICS READNEXT
                     FILE(WS-ITEM-LOC-FILE)
                     INTO(DFH0XIL-RECORD)
                     RIDFLD(ILR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR ILR-ITEM-REF NOT = WS-LOC-ITEM-REF
               MOVE 'Y' TO WS-END-OF-LOC-BROWSE-SW
               GO TO 9710-BROWSE-NEXT-LOCATION-EXIT
           END-IF

           ADD ILR-IN-TRANSIT  TO WS-LOC-TRANSIT-TOTAL

           IF WS-LOC-COUNT = 10
               MOVE 'Y' TO WS-LOC-OVERFLOW-SW
               GO TO 9710-BROWSE-NEXT-LOCATION-EXIT
           END-IF

           ADD 1 TO WS-LOC-COUNT
           MOVE ILR-LOCATION   TO WS-LT-LOCATION(WS-LOC-COUNT)
           MOVE ILR-IN-STOCK   TO WS-LT-IN-STOCK(WS-LOC-COUNT)
           MOVE ILR-IN-TRANSIT TO WS-LT-IN-TRANSIT(WS-LOC-COUNT)
           .
       9710-BROWSE-NEXT-LOCATION-EXIT.
           EXIT.

      *****************************************************************
