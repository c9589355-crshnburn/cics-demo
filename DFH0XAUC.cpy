      *                              the period-end job can prove the  *
      *                              audit records and the spend       *
      *                              figures describe the same period  *
      *        AUD-ENTRY-TYPE        'O' (or space) = order accepted,  *
      *                              'R' = goods returned to stores -  *
      *                              a return credits the department,  *
      *                              so the reporting jobs take its    *
      *                              quantity and value off the        *
      *                              department's total                *
      *        AUD-RETURN-REASON     On a return only - 'U' unused,    *
      *                              'W' wrong item, 'D' damaged/scrap *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *                                   AUDIT RECORD PER ORDER      *
      *                                   LINE, TIED TO ITS ORDER     *
      *                                   NUMBER                      *
      *   $D4=          261015 CATMGR   : ADD AUD-ENTRY-TYPE AND      *
      *                                   AUD-RETURN-REASON - RETURNS *
      *                                   TO STORES ARE AUDITED ON    *
      *                                   THE SAME QUEUE AS ORDERS    *
      *                                                               *
      *****************************************************************
       01  DFH0XAU-RECORD.
           05 AUD-UNIT-COST             PIC S9(5)V99 COMP-3.
           05 AUD-DATE-TIME             PIC X(14).
           05 AUD-PERIOD-ID             PIC 9(6).
           05 AUD-ENTRY-TYPE            PIC X(1).
               88 AUD-ORDER-ENTRY           VALUE 'O' ' '.
               88 AUD-RETURN-ENTRY          VALUE 'R'.
           05 AUD-RETURN-REASON         PIC X(1).
