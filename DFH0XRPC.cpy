      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XRPC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Reorder level proposal record for the      *
      *                     example catalog application                *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the reorder *
      *      level proposal file (file DFH0XRP, dataset ROPPROP),     *
      *      keyed by item reference and the date of the review.      *
      *      The monthly reorder level review DFH0XROP writes one     *
      *      proposed record for every item whose recommended reorder *
      *      point or reorder quantity differs from what is on the    *
      *      catalog master, unless the item already has a proposal   *
      *      still waiting to be reviewed or applied; a buyer's       *
      *      APPROP request approves or rejects the proposal; and the *
      *      apply run (DFH0XROA driving PSTROP requests) puts each   *
      *      approved proposal on the catalog master and marks it     *
      *      applied - or overtaken, if the item's levels have been   *
      *      maintained since the review.                             *
      *                                                                *
      *        RPR-KEY               Key - item ref + review date      *
      *        RPR-ITEM-REF          Item reference number             *
      *        RPR-RUN-DATE          Date of the review, CCYYMMDD      *
      *        RPR-CUR-REORDER-POINT CAT-REORDER-POINT at the time of  *
      *                              the review - a proposal is not    *
      *                              applied if the master has         *
      *                              changed since                     *
      *        RPR-CUR-REORDER-QTY   CAT-REORDER-QTY at the time of    *
      *                              the review, likewise              *
      *        RPR-NEW-REORDER-POINT Recommended reorder point         *
      *        RPR-NEW-REORDER-QTY   Recommended reorder quantity      *
      *        RPR-AVG-WEEKLY        Average weekly issues over the    *
      *                              review window                     *
      *        RPR-PEAK-WEEKLY       Highest single week's issues in   *
      *                              the review window                 *
      *        RPR-SUPPLIER          CAT-SUPPLIER at the time of the   *
      *                              review                            *
      *        RPR-LEAD-TIME-DAYS    Lead time the recommendation was  *
      *                              worked out on                     *
      *        RPR-DESCRIPTION       Item description, for the         *
      *                              reviewer's benefit only           *
      *        RPR-STATUS            'P' = proposed, 'A' = approved,   *
      *                              'R' = rejected, 'D' = applied,    *
      *                              'C' = overtaken - item's levels   *
      *                              changed after the review          *
      *        RPR-REVIEWED-BY       User who approved or rejected     *
      *        RPR-REVIEW-DATE-TIME  Date/time of the review,          *
      *                              CCYYMMDDHHMMSS                    *
      *        RPR-APPLIED-DATE-TIME Date/time the apply run applied   *
      *                              or overtook it, CCYYMMDDHHMMSS    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - REORDER LEVEL         *
      *                                   PROPOSAL RECORD             *
      *   $D1=          261015 CATMGR   : PROPOSALS NOW HELD ON A     *
      *                                   KSDS WITH A REVIEW STATUS   *
      *                                   AND REVIEWER, REPLACING THE *
      *                                   HAND-EDITED APPLY FLAG      *
      *                                                               *
      *****************************************************************
       01  DFH0XRP-RECORD.
           05 RPR-KEY.
               10 RPR-ITEM-REF          PIC 9(4).
               10 RPR-RUN-DATE          PIC X(8).
           05 RPR-CUR-REORDER-POINT     PIC 9(4).
           05 RPR-CUR-REORDER-QTY       PIC 9(4).
           05 RPR-NEW-REORDER-POINT     PIC 9(4).
           05 RPR-NEW-REORDER-QTY       PIC 9(4).
           05 RPR-AVG-WEEKLY            PIC 9(5)V99.
           05 RPR-PEAK-WEEKLY           PIC 9(5).
           05 RPR-SUPPLIER              PIC X(8).
           05 RPR-LEAD-TIME-DAYS        PIC 9(3).
           05 RPR-DESCRIPTION           PIC X(40).
           05 RPR-STATUS                PIC X(1).
               88 RPR-PROPOSED              VALUE 'P'.
               88 RPR-APPROVED              VALUE 'A'.
               88 RPR-REJECTED              VALUE 'R'.
               88 RPR-APPLIED               VALUE 'D'.
               88 RPR-OVERTAKEN             VALUE 'C'.
           05 RPR-REVIEWED-BY           PIC X(8).
           05 RPR-REVIEW-DATE-TIME      PIC X(14).
           05 RPR-APPLIED-DATE-TIME     PIC X(14).
