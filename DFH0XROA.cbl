       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XROA.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XROA                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Reviewed reorder level apply driver        *
      *                                                               *
      * FUNCTION =                                                    *
      *      Drives the catalog manager (DFH0XCMN) with one PSTROP    *
      *      request for every approved record on the reorder level   *
      *      proposal file (DFH0XRP) written by the monthly review    *
      *      DFH0XROP, so every recommended reorder point and         *
      *      reorder quantity a buyer has approved online (APPROP)    *
      *      reaches the catalog master in one run - under the        *
      *      catalog manager's all-or-nothing protection, and logged  *
      *      to the reorder level change queue ROPC with the          *
      *      reviewer by PSTROP itself.  A proposal whose item has    *
      *      been maintained since the review is not applied - the    *
      *      catalog manager marks it overtaken (return code 88) and  *
      *      the later change stands.  The driver takes a syncpoint   *
      *      after every request so one failed proposal can neither   *
      *      take earlier ones down with it nor stop the rest of the  *
      *      run.                                                     *
      *                                                                *
      *      One result line per proposal, and a trailer with the     *
      *      applied/changed/failed counts, is spooled to the         *
      *      extrapartition transient data queue ROPL (mapped in the  *
      *      DCT to a sequential log dataset), the way DFH0XADJ       *
      *      spools its postings to ADJP.                             *
      *                                                                *
      *      Started as a CICS transaction (transaction id XROA)      *
      *      once the month's proposals have been reviewed, rather    *
      *      than as an MVS batch job step, since it drives the       *
      *      catalog manager directly through EXEC CICS LINK.         *
      *                                                                *
      *      The browse is closed before every LINK and re-opened     *
      *      just past the last record processed, so the catalog      *
      *      manager's REWRITE of the proposal record never collides  *
      *      with an open browse on the same file in the same task.   *
      *      A rerun is harmless - applied and overtaken proposals    *
      *      are no longer in approved status and are simply skipped. *
      *                                                                *
      *      Each PSTROP names the signed-on user as the user         *
      *      applying it, so the transaction must be run by a         *
      *      catalog admin other than the buyer who reviewed the      *
      *      proposal - proposals reviewed by the same user fail      *
      *      with return code 38 and are left approved for someone    *
      *      else to apply.                                           *
      *                                                                *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - REVIEWED      *
      *                                   REORDER LEVEL APPLY DRIVER  *
      *   $D1=          261015 CATMGR   : BROWSE THE PROPOSAL FILE    *
      *                                   FOR APPROVED PROPOSALS AND  *
      *                                   DRIVE PSTROP FOR EACH, IN   *
      *                                   PLACE OF READING THE HAND-  *
      *                                   FLAGGED DATASET AND DRIVING *
      *                                   UPDITM                      *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05 WS-CATMGR-PROGRAM        PIC X(8) VALUE 'DFH0XCMN'.
           05 WS-PROPOSAL-FILE         PIC X(8) VALUE 'DFH0XRP '.
           05 WS-APPLY-LOG-QUEUE       PIC X(4) VALUE 'ROPL'.

       01  WS-RESP-CODES               COMP.
           05 WS-RESP                  PIC S9(8).

       01  WS-SWITCHES.
           05 WS-MORE-WORK-SW          PIC X(1) VALUE 'Y'.
               88 WS-MORE-WORK             VALUE 'Y'.
           05 WS-FOUND-APPROVED-SW     PIC X(1) VALUE 'N'.
               88 WS-FOUND-APPROVED        VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-APPLIED-COUNT          PIC 9(7) VALUE 0.
           05 WS-CHANGED-COUNT          PIC 9(7) VALUE 0.
           05 WS-FAILED-COUNT           PIC 9(7) VALUE 0.

       01  WS-LAST-KEY                  PIC X(12).
       01  WS-APPLY-USERID              PIC X(8).

      *    Reorder level proposal record, browsed to find approved
      *    proposals.
           COPY DFH0XRPC.

       01  WS-APPLY-LINE.
           05 WS-AL-ITEM-REF           PIC 9(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-AL-RUN-DATE           PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-AL-RESULT             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-AL-OLD-REORDER-POINT  PIC 9(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-AL-NEW-REORDER-POINT  PIC 9(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-AL-OLD-REORDER-QTY    PIC 9(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-AL-NEW-REORDER-QTY    PIC 9(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-AL-RETURN-CODE        PIC 9(2).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-AL-MESSAGE            PIC X(79).

       01  WS-CATMGR-COMMAREA.
           COPY DFH0XCP1.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE - APPLY EVERY APPROVED PROPOSAL, THEN SPOOL   *
      *    THE TRAILER COUNTS                                          *
      *****************************************************************
       0000-MAINLINE.
           MOVE LOW-VALUES TO WS-LAST-KEY
           MOVE 'Y' TO WS-MORE-WORK-SW

           EXEC CICS ASSIGN
                     USERID(WS-APPLY-USERID)
           END-EXEC

           PERFORM 2000-APPLY-NEXT-APPROVED
               THRU 2000-APPLY-NEXT-APPROVED-EXIT
               UNTIL NOT WS-MORE-WORK

           PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT

           EXEC CICS RETURN
           END-EXEC

           GOBACK
           .
      *****************************************************************
      *    2000-APPLY-NEXT-APPROVED - FIND THE NEXT APPROVED PROPOSAL  *
      *    PAST THE LAST ONE PROCESSED, CLOSE THE BROWSE, AND DRIVE    *
      *    ONE PSTROP REQUEST FOR IT                                   *
      *****************************************************************
       2000-APPLY-NEXT-APPROVED.
           PERFORM 2100-FIND-NEXT-APPROVED
               THRU 2100-FIND-NEXT-APPROVED-EXIT

           IF NOT WS-FOUND-APPROVED
               MOVE 'N' TO WS-MORE-WORK-SW
               GO TO 2000-APPLY-NEXT-APPROVED-EXIT
           END-IF

           MOVE RPR-KEY TO WS-LAST-KEY

           MOVE SPACES TO WS-CATMGR-COMMAREA
           MOVE 'PSTROP' TO CA-REQUEST-ID
           MOVE RPR-ITEM-REF    TO CA-ROP-ITEM-REF
           MOVE RPR-RUN-DATE    TO CA-ROP-RUN-DATE
           MOVE WS-APPLY-USERID TO CA-ROP-USERID

           EXEC CICS LINK
                     PROGRAM(WS-CATMGR-PROGRAM)
                     COMMAREA(WS-CATMGR-COMMAREA)
                     LENGTH(LENGTH OF WS-CATMGR-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 90 TO CA-RETURN-CODE
               MOVE 'CATALOG MANAGER COULD NOT BE REACHED'
                   TO CA-RESPONSE-MESSAGE
           END-IF

      *    Harden this update (or this failure's backout) on its own,
      *    so one bad proposal cannot take the rest of the run's
      *    updates back out with it
           EXEC CICS SYNCPOINT
                     RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-APPLY-LINE
           EVALUATE TRUE
               WHEN CA-NORMAL
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'APPLIED' TO WS-AL-RESULT
               WHEN CA-PROPOSAL-OVERTAKEN
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO WS-AL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'FAILED' TO WS-AL-RESULT
           END-EVALUATE

           PERFORM 8100-WRITE-APPLY-LINE
               THRU 8100-WRITE-APPLY-LINE-EXIT
           .
       2000-APPLY-NEXT-APPROVED-EXIT.
           EXIT.

      *****************************************************************
      *    2100-FIND-NEXT-APPROVED - BROWSE THE PROPOSAL FILE FROM     *
      *    JUST PAST THE LAST KEY PROCESSED AND STOP ON THE FIRST      *
      *    RECORD STILL IN APPROVED STATUS                             *
      *****************************************************************
       2100-FIND-NEXT-APPROVED.
           MOVE 'N' TO WS-FOUND-APPROVED-SW
           MOVE WS-LAST-KEY TO RPR-KEY

           EXEC CICS STARTBR
                     FILE(WS-PROPOSAL-FILE)
                     RIDFLD(RPR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2100-FIND-NEXT-APPROVED-EXIT
           END-IF

           PERFORM 2110-SCAN-NEXT-PROPOSAL
               THRU 2110-SCAN-NEXT-PROPOSAL-EXIT
               UNTIL WS-FOUND-APPROVED
                  OR WS-RESP NOT = DFHRESP(NORMAL)

           EXEC CICS ENDBR
                     FILE(WS-PROPOSAL-FILE)
                     RESP(WS-RESP)
           END-EXEC
           .
       2100-FIND-NEXT-APPROVED-EXIT.
           EXIT.

      *****************************************************************
      *    2110-SCAN-NEXT-PROPOSAL - READ ONE MORE PROPOSAL RECORD,    *
      *    SKIPPING ANYTHING ALREADY PROCESSED THIS RUN AND ANYTHING   *
      *    NOT IN APPROVED STATUS                                      *
      *****************************************************************
       2110-SCAN-NEXT-PROPOSAL.
           EXEC CICS READNEXT
                     FILE(WS-PROPOSAL-FILE)
                     INTO(DFH0XRP-RECORD)
                     RIDFLD(RPR-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2110-SCAN-NEXT-PROPOSAL-EXIT
           END-IF

           IF RPR-KEY GREATER THAN WS-LAST-KEY
              AND RPR-APPROVED
               MOVE 'Y' TO WS-FOUND-APPROVED-SW
           END-IF
           .
       2110-SCAN-NEXT-PROPOSAL-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-TRAILER - SPOOL THE RESULT COUNTS SO THE LOG CAN *
      *    BE BALANCED AGAINST THE PROPOSAL FILE                       *
      *****************************************************************
       8000-WRITE-TRAILER.
           MOVE SPACES TO WS-APPLY-LINE
           MOVE 9999 TO WS-AL-ITEM-REF
           MOVE 'TRAILER' TO WS-AL-RESULT
           MOVE 0 TO WS-AL-OLD-REORDER-POINT
           MOVE 0 TO WS-AL-NEW-REORDER-POINT
           MOVE 0 TO WS-AL-OLD-REORDER-QTY
           MOVE 0 TO WS-AL-NEW-REORDER-QTY
           MOVE 00 TO WS-AL-RETURN-CODE
           STRING 'APPLIED='           DELIMITED BY SIZE
                  WS-APPLIED-COUNT     DELIMITED BY SIZE
                  ' CHANGED='          DELIMITED BY SIZE
                  WS-CHANGED-COUNT     DELIMITED BY SIZE
                  ' FAILED='           DELIMITED BY SIZE
                  WS-FAILED-COUNT      DELIMITED BY SIZE
                  INTO WS-AL-MESSAGE
           END-STRING

           EXEC CICS WRITEQ TD
                     QUEUE(WS-APPLY-LOG-QUEUE)
                     FROM(WS-APPLY-LINE)
                     LENGTH(LENGTH OF WS-APPLY-LINE)
                     RESP(WS-RESP)
           END-EXEC
           .
       8000-WRITE-TRAILER-EXIT.
           EXIT.

      *****************************************************************
      *    8100-WRITE-APPLY-LINE - SPOOL ONE RESULT LINE, WITH THE     *
      *    OLD AND NEW LEVELS AS THE PROPOSAL RECORDED THEM            *
      *****************************************************************
       8100-WRITE-APPLY-LINE.
           MOVE RPR-ITEM-REF          TO WS-AL-ITEM-REF
           MOVE RPR-RUN-DATE          TO WS-AL-RUN-DATE
           MOVE RPR-CUR-REORDER-POINT TO WS-AL-OLD-REORDER-POINT
           MOVE RPR-NEW-REORDER-POINT TO WS-AL-NEW-REORDER-POINT
           MOVE RPR-CUR-REORDER-QTY   TO WS-AL-OLD-REORDER-QTY
           MOVE RPR-NEW-REORDER-QTY   TO WS-AL-NEW-REORDER-QTY
           MOVE CA-RETURN-CODE        TO WS-AL-RETURN-CODE
           MOVE CA-RESPONSE-MESSAGE   TO WS-AL-MESSAGE

           EXEC CICS WRITEQ TD
                     QUEUE(WS-APPLY-LOG-QUEUE)
                     FROM(WS-APPLY-LINE)
                     LENGTH(LENGTH OF WS-APPLY-LINE)
                     RESP(WS-RESP)
           END-EXEC
           .
       8100-WRITE-APPLY-LINE-EXIT.
           EXIT.
