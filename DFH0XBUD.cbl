      *      and closed for the period) against each department's      *
      *      DEP-PERIOD-SPEND: the audit records are sorted by         *
      *      charge department, each department's audit total          *
      *      (AUD-QUANTITY extended by the captured AUD-UNIT-COST,     *
      *      returns to stores taken off)                              *
      *      is compared with its period spend, and any difference     *
      *      beyond WS-BALANCE-TOLERANCE - or any audit record         *
      *      stamped with a different period id than the open period   *
      *                                   CLOSE THE CURRENT PERIOD    *
      *                                   AND OPEN THE NEXT ONLY ON   *
      *                                   A CLEAN RESET               *
      *   $D2=          261015 CATMGR   : RETURN-TO-STORES AUDIT      *
      *                                   RECORDS (AUD-ENTRY-TYPE 'R')*
      *                                   ARE NETTED OFF THE          *
      *                                   DEPARTMENT'S AUDIT TOTAL,   *
      *                                   MATCHING THE SPEND CREDIT   *
      *   $D3=          261015 CATMGR   : THE CLOSED PERIOD IS        *
      *                                   WRITTEN NOT YET POSTED TO   *
      *                                   THE GENERAL LEDGER, READY   *
      *                                   FOR THE LEDGER JOURNAL JOB  *
      *                                   DFH0XGLJ                    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *    2000-RELEASE-AUDIT-RECORDS - SORT INPUT PROCEDURE.  READ    *
      *    THE PERIOD'S AUDIT DATASET AND RELEASE ONE SORT RECORD PER  *
      *    AUDIT RECORD, VALUED AT THE QUANTITY EXTENDED BY THE        *
      *    CAPTURED ORDER-TIME UNIT COST - NEGATIVE FOR A RETURN TO    *
      *    STORES, WHICH CREDITED THE SPEND.  A RECORD STAMPED WITH A  *
      *    DIFFERENT PERIOD ID IS COUNTED, NOT ACCUMULATED - ITS       *
      *    PRESENCE ALONE MEANS THE QUEUE SWITCH AND THIS RUN ARE      *
      *    OUT OF STEP AND THE RESET WILL BE REFUSED                   *
           END-IF

           MOVE AUD-CHARGE-DEPT TO SRT-CHARGE-DEPT
      *    A return to stores credited the department's spend, so
      *    it counts against the department's audit total
           IF AUD-RETURN-ENTRY
               COMPUTE SRT-VALUE = 0 - AUD-QUANTITY * AUD-UNIT-COST
           ELSE
               COMPUTE SRT-VALUE = AUD-QUANTITY * AUD-UNIT-COST
           END-IF
           RELEASE SORT-RECORD
           .
       2100-RELEASE-ONE-AUDIT-EXIT.
           MOVE 'C'                  TO PRD-STATUS
           MOVE WS-CLOSING-OPENED-TIME TO PRD-OPENED-DATE-TIME
           MOVE WS-NOW-DATE-TIME     TO PRD-CLOSED-DATE-TIME
           MOVE SPACES               TO PRD-GL-POSTED-DATE-TIME

           WRITE DFH0XPD-RECORD
           IF NOT WS-PERIOD-OK
           MOVE 'O'                  TO PRD-STATUS
           MOVE WS-NOW-DATE-TIME     TO PRD-OPENED-DATE-TIME
           MOVE SPACES               TO PRD-CLOSED-DATE-TIME
           MOVE SPACES               TO PRD-GL-POSTED-DATE-TIME

           REWRITE DFH0XPD-RECORD
           IF NOT WS-PERIOD-OK
