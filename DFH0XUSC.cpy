      *        USR-ORDER-LIMIT       Largest quantity the user may     *
      *                              put on a single order - zero      *
      *                              means no limit applies            *
      *        USR-ROLES             Back-office roles held, each      *
      *                              'Y' = held, 'N' = not held -      *
      *          USR-ORDERER-ROLE      places orders for the home      *
      *                                department                      *
      *          USR-STOREKEEPER-ROLE  books deliveries in (RCVSTK)    *
      *          USR-BUYER-ROLE        raises supplier POs (RAISPO)    *
      *          USR-CAT-ADMIN-ROLE    maintains the catalog and the   *
      *                                department, supplier and user   *
      *                                masters                         *
      *          USR-STOCK-CTL-ROLE    reviews and posts stock         *
      *                                adjustments (APPADJ/PSTADJ)     *
      *        USR-HOME-LOCATION     Storeroom the user works from     *
      *                              (LOC-CODE on DFH0XLO) - orders    *
      *                              are filled from it first, and a   *
      *                              transfer is confirmed by a        *
      *                              storekeeper of the receiving room *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          260822 CATMGR   : NEW - USER MASTER RECORD    *
      *                                   FOR ORDER/CANORD VALIDATION *
      *   $D1=          261015 CATMGR   : ADD USR-ROLES - BACK-OFFICE *
      *                                   ROLES CHECKED BY DFH0XCMN   *
      *                                   BEFORE ANY MAINTENANCE,     *
      *                                   PURCHASING, RECEIVING OR    *
      *                                   ADJUSTMENT REQUEST          *
      *   $D2=          261015 CATMGR   : ADD USR-HOME-LOCATION - THE *
      *                                   USER'S HOME STOREROOM       *
      *                                                               *
      *****************************************************************
       01  DFH0XUS-RECORD.
               88 USR-ACTIVE               VALUE 'A'.
               88 USR-SUSPENDED            VALUE 'S'.
           05 USR-ORDER-LIMIT          PIC 9(3).
           05 USR-ROLES.
               10 USR-ORDERER-ROLE     PIC X(1).
                   88 USR-IS-ORDERER       VALUE 'Y'.
               10 USR-STOREKEEPER-ROLE PIC X(1).
                   88 USR-IS-STOREKEEPER   VALUE 'Y'.
               10 USR-BUYER-ROLE       PIC X(1).
                   88 USR-IS-BUYER         VALUE 'Y'.
               10 USR-CAT-ADMIN-ROLE   PIC X(1).
                   88 USR-IS-CAT-ADMIN     VALUE 'Y'.
               10 USR-STOCK-CTL-ROLE   PIC X(1).
                   88 USR-IS-STOCK-CTL     VALUE 'Y'.
           05 USR-HOME-LOCATION        PIC X(4).
