      *                                   NOTHING ELSE EVER REMOVED   *
      *                                   THEM, SO THE FILE GREW      *
      *                                   FOREVER                     *
      *   $D2=          261015 CATMGR   : ARCHIVE RECORD WIDENED TO   *
      *                                   THE ORDER HISTORY RECORD'S  *
      *                                   NEW LENGTH (ISSUED/RETURNED *
      *                                   QTY, UNIT COST, RETURN      *
      *                                   REASON)                     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD              PIC X(55).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
