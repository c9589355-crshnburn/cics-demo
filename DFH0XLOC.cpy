      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XLOC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Storeroom location master record layout    *
      *                     for the example catalog application        *
      *                                                               *
      * FUNCTION =                                                    *
      *      This copybook defines the physical record on the         *
      *      storeroom location master (file DFH0XLO, dataset         *
      *      LOCFILE), keyed by LOC-CODE - one record per storeroom   *
      *      stock is held in.  The file is loaded and maintained by   *
      *      operations outside CICS; the catalog manager validates    *
      *      a user's home location, a receipt's location and both    *
      *      ends of a transfer against it, and the reconciliation     *
      *      job (DFH0XREC) validates each physical count's location.  *
      *                                                                *
      *        LOC-CODE              Storeroom location code (key)     *
      *        LOC-NAME              Storeroom name                    *
      *        LOC-STATUS            'O' = open, 'C' = closed - no     *
      *                              stock may be booked into or       *
      *                              moved to or from a closed room    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - STOREROOM LOCATION    *
      *                                   MASTER RECORD               *
      *                                                               *
      *****************************************************************
       01  DFH0XLO-RECORD.
           05 LOC-CODE                  PIC X(4).
           05 LOC-NAME                  PIC X(30).
           05 LOC-STATUS                PIC X(1).
               88 LOC-OPEN                  VALUE 'O'.
               88 LOC-CLOSED                VALUE 'C'.
