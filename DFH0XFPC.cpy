      *****************************************************************
      *                                                               *
      * CONTROL BLOCK NAME = DFH0XFPC                                 *
      *                                                               *
      * DESCRIPTIVE NAME = Integrity check fix-proposal record for    *
      *                     the example catalog application            *
      *                                                               *
      * FUNCTION =                                                    *
      *      One record is written to the fix-proposal dataset        *
      *      (FIXPROP) by the nightly integrity check DFH0XINT, when  *
      *      asked for on its SYSIN card, for every break it can      *
      *      propose a correction for.  Nothing is changed by the     *
      *      check itself - operations review the proposals and      *
      *      apply the ones they agree with.                          *
      *                                                                *
      *        FXP-BREAK-TYPE        Break type, as numbered on the    *
      *                              integrity report                  *
      *        FXP-FILE-NAME         CICS file holding the record to   *
      *                              correct (DFH0XCT, DFH0XBK,        *
      *                              DFH0XOR, DFH0XPO or DFH0XOC)      *
      *        FXP-RECORD-KEY        That record's key, as held on the *
      *                              file, left justified              *
      *        FXP-FIELD-NAME        Field to correct                  *
      *        FXP-ACTION            'C' = change the field to the     *
      *                              proposed value, 'D' = delete the  *
      *                              record, 'R' = no safe automatic   *
      *                              correction - review by hand       *
      *        FXP-CURRENT-VALUE     Value the field holds now         *
      *        FXP-PROPOSED-VALUE    Value the check proposes          *
      *        FXP-REASON            Why                               *
      *        FXP-RUN-DATE          Date of the check, CCYYMMDD       *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW - INTEGRITY CHECK FIX   *
      *                                   PROPOSAL RECORD             *
      *                                                               *
      *****************************************************************
       01  DFH0XFP-RECORD.
           05 FXP-BREAK-TYPE            PIC 9(2).
           05 FXP-FILE-NAME             PIC X(8).
           05 FXP-RECORD-KEY            PIC X(20).
           05 FXP-FIELD-NAME            PIC X(20).
           05 FXP-ACTION                PIC X(1).
               88 FXP-CHANGE-VALUE          VALUE 'C'.
               88 FXP-DELETE-RECORD         VALUE 'D'.
               88 FXP-REVIEW                VALUE 'R'.
           05 FXP-CURRENT-VALUE         PIC 9(7).
           05 FXP-PROPOSED-VALUE        PIC 9(7).
           05 FXP-REASON                PIC X(40).
           05 FXP-RUN-DATE              PIC X(8).
