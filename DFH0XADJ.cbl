      *      request for every approved record on the stock            *
      *      adjustment file (DFH0XAJ), so every reconciliation        *
      *      variance that has been reviewed and approved online is    *
      *      applied to the book stock of the storeroom counted, and   *
      *      to the catalog master's total, in one run.                *
      *      Each posting runs under the catalog manager's own         *
      *      all-or-nothing protection, and the driver takes a         *
      *      syncpoint after every request so one failed posting       *
      *      same task.  A rerun is harmless - posted records are      *
      *      no longer in approved status and are simply skipped.      *
      *                                                                *
      *      Each PSTADJ names the signed-on user as the poster, so    *
      *      the transaction must be run by a stock controller other   *
      *      than the user who approved the adjustment - postings      *
      *      approved by the same user fail with return code 38 and    *
      *      are left approved for someone else to post.               *
      *                                                                *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *   $D0=          260902 CATMGR   : NEW PROGRAM - APPROVED      *
      *                                   STOCK ADJUSTMENT POSTING    *
      *                                   DRIVER                      *
      *   $D1=          261015 CATMGR   : PASS THE SIGNED-ON USERID   *
      *                                   AS CA-ADJ-USERID ON EVERY   *
      *                                   PSTADJ FOR THE ROLE AND     *
      *                                   SEPARATION-OF-DUTIES CHECKS *
      *   $D2=          261015 CATMGR   : ADJUSTMENTS ARE KEYED BY    *
      *                                   STOREROOM AS WELL - PASS    *
      *                                   CA-ADJ-LOCATION ON EVERY    *
      *                                   PSTADJ AND SHOW THE ROOM ON *
      *                                   EACH POSTING RESULT LINE    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
           05 WS-POSTED-COUNT           PIC 9(7) VALUE 0.
           05 WS-FAILED-COUNT           PIC 9(7) VALUE 0.

       01  WS-LAST-KEY                  PIC X(16).
       01  WS-POSTING-USERID            PIC X(8).

      *    Stock adjustment record, browsed to find approved entries.
           COPY DFH0XAJC.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-PL-DATE-PROPOSED      PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-PL-LOCATION           PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-PL-RETURN-CODE        PIC 9(2).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-PL-MESSAGE            PIC X(60).
           MOVE LOW-VALUES TO WS-LAST-KEY
           MOVE 'Y' TO WS-MORE-WORK-SW

           EXEC CICS ASSIGN
                     USERID(WS-POSTING-USERID)
           END-EXEC

           PERFORM 2000-POST-NEXT-APPROVED
               THRU 2000-POST-NEXT-APPROVED-EXIT
               UNTIL NOT WS-MORE-WORK
           MOVE 'PSTADJ' TO CA-REQUEST-ID
           MOVE AJR-ITEM-REF      TO CA-ADJ-ITEM-REF
           MOVE AJR-DATE-PROPOSED TO CA-ADJ-DATE-PROPOSED
           MOVE AJR-LOCATION      TO CA-ADJ-LOCATION
           MOVE WS-POSTING-USERID TO CA-ADJ-USERID

           EXEC CICS LINK
                     PROGRAM(WS-CATMGR-PROGRAM)
       8100-WRITE-POST-LINE.
           MOVE CA-ADJ-ITEM-REF      TO WS-PL-ITEM-REF
           MOVE CA-ADJ-DATE-PROPOSED TO WS-PL-DATE-PROPOSED
           MOVE CA-ADJ-LOCATION      TO WS-PL-LOCATION
           MOVE CA-RETURN-CODE       TO WS-PL-RETURN-CODE
           MOVE CA-RESPONSE-MESSAGE  TO WS-PL-MESSAGE

