      *        PRD-CLOSED-DATE-TIME  When the period was closed,       *
      *                              CCYYMMDDHHMMSS, spaces while      *
      *                              still open                        *
      *        PRD-GL-POSTED-DATE-TIME When the closed period's ledger *
      *                              journal was produced by DFH0XGLJ, *
      *                              CCYYMMDDHHMMSS - spaces until     *
      *                              then.  A period already stamped   *
      *                              is never journalled again         *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   $D0=          260902 CATMGR   : NEW - BUDGET PERIOD CONTROL *
      *                                   RECORD FOR THE AUDIT/SPEND  *
      *                                   CROSS-CHECK                 *
      *   $D1=          261015 CATMGR   : ADD PRD-GL-POSTED-DATE-TIME *
      *                                   SO A CLOSED PERIOD IS       *
      *                                   JOURNALLED TO THE GENERAL   *
      *                                   LEDGER ONCE ONLY            *
      *                                                               *
      *****************************************************************
       01  DFH0XPD-RECORD.
               88 PRD-PERIOD-CLOSED         VALUE 'C'.
           05 PRD-OPENED-DATE-TIME      PIC X(14).
           05 PRD-CLOSED-DATE-TIME      PIC X(14).
           05 PRD-GL-POSTED-DATE-TIME   PIC X(14).
