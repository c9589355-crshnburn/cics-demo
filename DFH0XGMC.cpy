      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XGMC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = General ledger mapping table record for    *
      *                     the example catalog application            *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the general *
      *      ledger mapping table (dataset GLMFILE), keyed by map     *
      *      type + map code.  It tells the period-end ledger journal *
      *      job (DFH0XGLJ) which ledger account and cost centre each *
      *      posting goes to.  Finance maintains it with the batch    *
      *      job DFH0XGLM, which lists every change it applies.       *
      *                                                                *
      *        GLM-MAP-TYPE          'D' = charge department - the     *
      *                              department's cost centre and the  *
      *                              account its stores issues are     *
      *                              charged to                        *
      *                              'R' = adjustment reason - the     *
      *                              expense account for write-offs    *
      *                              (W), damage (D) and shrinkage (S) *
      *                              'C' = control account - INVENTRY  *
      *                              for the stores inventory account, *
      *                              GRNI for goods received not       *
      *                              invoiced                          *
      *        GLM-MAP-CODE          Department code, reason code or   *
      *                              control account name, left        *
      *                              justified                         *
      *        GLM-COST-CENTRE       Ledger cost centre to post to     *
      *        GLM-ACCOUNT           Ledger account to post to         *
      *        GLM-DESCRIPTION       What the mapping is for           *
      *        GLM-CHANGED-DATE-TIME When the mapping was last added   *
      *                              or changed, CCYYMMDDHHMMSS        *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - GENERAL LEDGER        *
      *                                   MAPPING TABLE RECORD        *
      *                                                               *
      *****************************************************************
       01  DFH0XGM-RECORD.
           05 GLM-KEY.
               10 GLM-MAP-TYPE          PIC X(1).
                   88 GLM-DEPT-MAP          VALUE 'D'.
                   88 GLM-REASON-MAP        VALUE 'R'.
                   88 GLM-CONTROL-MAP       VALUE 'C'.
                   88 GLM-MAP-TYPE-VALID    VALUE 'D' 'R' 'C'.
               10 GLM-MAP-CODE          PIC X(8).
           05 GLM-COST-CENTRE           PIC X(8).
           05 GLM-ACCOUNT               PIC X(8).
           05 GLM-DESCRIPTION           PIC X(30).
           05 GLM-CHANGED-DATE-TIME     PIC X(14).
