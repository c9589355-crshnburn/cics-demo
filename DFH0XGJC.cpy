      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XGJC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = General ledger journal interface record    *
      *                     for the example catalog application        *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the fixed 120-byte interface       *
      *      record on the general ledger journal dataset (GLJRNL)    *
      *      written by the period-end journal job DFH0XGLJ for the   *
      *      ledger to load.  All amounts are unsigned display with   *
      *      a separate debit/credit indicator.  One journal batch    *
      *      is one header, its detail lines and one trailer, every   *
      *      record stamped with the budget period it covers.         *
      *                                                                *
      *        GLJ-RECORD-TYPE       'H' header, 'D' detail line,      *
      *                              'T' trailer                       *
      *        GLJ-SOURCE-SYSTEM     Always CATMGR                     *
      *        GLJ-PERIOD-ID         PRD-PERIOD-ID the batch covers    *
      *      Header -                                                 *
      *        GLJ-HDR-CREATED       When the batch was produced       *
      *        GLJ-HDR-PERIOD-OPENED When the period opened            *
      *        GLJ-HDR-PERIOD-CLOSED When the period closed            *
      *      Detail -                                                 *
      *        GLJ-LINE-NO           Line number within the batch      *
      *        GLJ-ACCOUNT           Ledger account                    *
      *        GLJ-COST-CENTRE       Ledger cost centre                *
      *        GLJ-DR-CR             'D' = debit, 'C' = credit         *
      *        GLJ-AMOUNT            Amount, 9(11)V99                  *
      *        GLJ-SOURCE-TYPE       'O' stores issues (orders),       *
      *                              'R' returns to stores,            *
      *                              'A' stock adjustments written     *
      *                              off, 'P' goods received on POs    *
      *        GLJ-DESCRIPTION       Line description                  *
      *      Trailer -                                                *
      *        GLJ-TRL-LINE-COUNT    Number of detail lines            *
      *        GLJ-TRL-TOTAL-DEBITS  Sum of the debit lines            *
      *        GLJ-TRL-TOTAL-CREDITS Sum of the credit lines - always  *
      *                              equal to the debits               *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - GENERAL LEDGER        *
      *                                   JOURNAL INTERFACE RECORD    *
      *                                                               *
      *****************************************************************
       01  DFH0XGJ-RECORD.
           05 GLJ-RECORD-TYPE           PIC X(1).
               88 GLJ-HEADER                VALUE 'H'.
               88 GLJ-DETAIL                VALUE 'D'.
               88 GLJ-TRAILER               VALUE 'T'.
           05 GLJ-SOURCE-SYSTEM         PIC X(8).
           05 GLJ-PERIOD-ID             PIC 9(6).
           05 GLJ-BODY                  PIC X(105).
           05 GLJ-HEADER-BODY REDEFINES GLJ-BODY.
               10 GLJ-HDR-CREATED       PIC X(14).
               10 GLJ-HDR-PERIOD-OPENED PIC X(14).
               10 GLJ-HDR-PERIOD-CLOSED PIC X(14).
               10 FILLER                PIC X(63).
           05 GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
               10 GLJ-LINE-NO           PIC 9(6).
               10 GLJ-ACCOUNT           PIC X(8).
               10 GLJ-COST-CENTRE       PIC X(8).
               10 GLJ-DR-CR             PIC X(1).
                   88 GLJ-DEBIT             VALUE 'D'.
                   88 GLJ-CREDIT            VALUE 'C'.
               10 GLJ-AMOUNT            PIC 9(11)V99.
               10 GLJ-SOURCE-TYPE       PIC X(1).
               10 GLJ-DESCRIPTION       PIC X(30).
               10 FILLER                PIC X(38).
           05 GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
               10 GLJ-TRL-LINE-COUNT    PIC 9(6).
               10 GLJ-TRL-TOTAL-DEBITS  PIC 9(13)V99.
               10 GLJ-TRL-TOTAL-CREDITS PIC 9(13)V99.
               10 FILLER                PIC X(69).
