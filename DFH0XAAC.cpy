      *        AJA-OLD-STOCK         CAT-IN-STOCK before posting       *
      *        AJA-NEW-STOCK         CAT-IN-STOCK after posting        *
      *        AJA-DATE-TIME         Date/time posted, CCYYMMDDHHMMSS  *
      *        AJA-POSTED-BY         User who posted the adjustment -  *
      *                              never the approving user          *
      *        AJA-UNIT-COST         CAT-COST when the adjustment was  *
      *                              posted, packed decimal S9(5)V99 - *
      *                              the period-end ledger journal     *
      *                              (DFH0XGLJ) values write-offs,     *
      *                              damage and shrinkage at this      *
      *                              captured cost                     *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   $D0=          260902 CATMGR   : NEW - STOCK ADJUSTMENT      *
      *                                   AUDIT RECORD FOR PSTADJ     *
      *                                   POSTINGS                    *
      *   $D1=          261015 CATMGR   : ADD AJA-POSTED-BY - THE     *
      *                                   POSTING USER, KEPT APART    *
      *                                   FROM THE APPROVER           *
      *   $D2=          261015 CATMGR   : ADD AJA-UNIT-COST - THE     *
      *                                   ITEM'S COST AT POSTING, FOR *
      *                                   THE LEDGER JOURNAL          *
      *                                                               *
      *****************************************************************
       01  DFH0XAA-RECORD.
           05 AJA-OLD-STOCK             PIC 9(4).
           05 AJA-NEW-STOCK             PIC 9(4).
           05 AJA-DATE-TIME             PIC X(14).
           05 AJA-POSTED-BY             PIC X(8).
           05 AJA-UNIT-COST             PIC S9(5)V99 COMP-3.
