      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XSOC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Standing order file record layout for the  *
      *                     example catalog application                *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the         *
      *      standing order file (file DFH0XSO, dataset STDFILE),     *
      *      keyed by userid + standing order id.  A standing order   *
      *      is a basket of up to ten item/quantity lines that the    *
      *      nightly driver DFH0XSTO raises as an ORDMLT order for    *
      *      its user and charge department whenever it falls due,    *
      *      rolling the next due date on by a week or a month.       *
      *      Users create, suspend, resume and end their own standing *
      *      orders with the STDORD request.                          *
      *                                                                *
      *        SOR-KEY               Key - userid + standing order id  *
      *        SOR-USERID            User the orders are raised for    *
      *        SOR-SO-ID             Standing order id, chosen by the  *
      *                              user when it is created           *
      *        SOR-CHARGE-DEPT       Department to be charged          *
      *        SOR-FREQUENCY         'W' = weekly, 'M' = monthly       *
      *        SOR-DUE-DAY           Day of the month of the first     *
      *                              due date - a monthly order falls  *
      *                              due on this day, or on the last   *
      *                              day of a shorter month            *
      *        SOR-NEXT-DUE-DATE     Date the next order is raised,    *
      *                              CCYYMMDD                          *
      *        SOR-END-DATE          No order is raised after this     *
      *                              date, CCYYMMDD                    *
      *        SOR-STATUS            'A' = active, 'S' = suspended,    *
      *                              'E' = ended                       *
      *        SOR-LAST-RUN-DATE     Date the driver last raised it,   *
      *                              CCYYMMDD (spaces until then)      *
      *        SOR-LAST-ORDER-NO     Order number of the last order    *
      *                              raised (zero if it was rejected)  *
      *        SOR-LAST-RETURN-CODE  CA-RETURN-CODE of the last order  *
      *                              raised                            *
      *        SOR-LINE-COUNT        Number of lines, 1 to 10          *
      *        SOR-LINE              One item/quantity line            *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - STANDING ORDER RECORD *
      *                                                               *
      *****************************************************************
       01  DFH0XSO-RECORD.
           05 SOR-KEY.
               10 SOR-USERID            PIC X(8).
               10 SOR-SO-ID             PIC 9(4).
           05 SOR-CHARGE-DEPT           PIC X(8).
           05 SOR-FREQUENCY             PIC X(1).
               88 SOR-WEEKLY                VALUE 'W'.
               88 SOR-MONTHLY               VALUE 'M'.
               88 SOR-FREQUENCY-VALID       VALUE 'W' 'M'.
           05 SOR-DUE-DAY               PIC 9(2).
           05 SOR-NEXT-DUE-DATE         PIC X(8).
           05 SOR-END-DATE              PIC X(8).
           05 SOR-STATUS                PIC X(1).
               88 SOR-ACTIVE                VALUE 'A'.
               88 SOR-SUSPENDED             VALUE 'S'.
               88 SOR-ENDED                 VALUE 'E'.
           05 SOR-LAST-RUN-DATE         PIC X(8).
           05 SOR-LAST-ORDER-NO         PIC 9(6).
           05 SOR-LAST-RETURN-CODE      PIC 9(2).
           05 SOR-LINE-COUNT            PIC 9(2).
           05 SOR-LINE                  OCCURS 10 TIMES.
               10 SOR-ITEM-REF          PIC 9(4).
               10 SOR-QUANTITY          PIC 9(3).
