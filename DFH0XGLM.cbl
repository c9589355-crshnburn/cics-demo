       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XGLM.
       AUTHOR.        D MCARTHY.
       INSTALLATION.  EXAMPLE CATALOG APPLICATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                               *
      * PROGRAM-ID = DFH0XGLM                                         *
      *                                                               *
      * DESCRIPTIVE NAME = General ledger mapping table maintenance   *
      *                                                               *
      * FUNCTION =                                                    *
      *      Batch job that applies finance's maintenance cards       *
      *      (GLMTRAN) to the general ledger mapping table (GLMFILE,  *
      *      DFH0XGMC) read by the period-end journal job DFH0XGLJ,   *
      *      then lists the whole table as it now stands.  Each       *
      *      80-byte card is:                                         *
      *                                                                *
      *        col  1     action   'A' add, 'C' change, 'D' delete     *
      *        col  3     map type 'D' department, 'R' adjustment      *
      *                            reason, 'C' control account         *
      *        col  5-12  map code department code, reason W/D/S, or   *
      *                            INVENTRY / GRNI                     *
      *        col 14-21  ledger cost centre                           *
      *        col 23-30  ledger account                               *
      *        col 32-61  description                                  *
      *                                                                *
      *      A department must be on the department master.  Every    *
      *      card is printed as applied or rejected with the reason;  *
      *      the job ends with return code 8 when any card was        *
      *      rejected so the scheduler flags it.                      *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                     *
      *   $D0=          261015 CATMGR   : NEW PROGRAM - GENERAL       *
      *                                   LEDGER MAPPING TABLE        *
      *                                   MAINTENANCE                 *
      *   $D1=          261015 CATMGR   : ABEND ON ANY UNEXPECTED     *
      *                                   READ STATUS, AS FOR WRITES  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO GLMTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.

           SELECT GL-MAP-FILE    ASSIGN TO GLMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GLM-KEY
                  FILE STATUS IS WS-GLMAP-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DEP-DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.

           SELECT MAPPING-REPORT ASSIGN TO GLMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-RECORD.
           05 TRN-ACTION               PIC X(1).
               88 TRN-ADD                   VALUE 'A'.
               88 TRN-CHANGE                VALUE 'C'.
               88 TRN-DELETE                VALUE 'D'.
           05 FILLER                   PIC X(1).
           05 TRN-MAP-TYPE             PIC X(1).
           05 FILLER                   PIC X(1).
           05 TRN-MAP-CODE             PIC X(8).
           05 FILLER                   PIC X(1).
           05 TRN-COST-CENTRE          PIC X(8).
           05 FILLER                   PIC X(1).
           05 TRN-ACCOUNT              PIC X(8).
           05 FILLER                   PIC X(1).
           05 TRN-DESCRIPTION          PIC X(30).
           05 FILLER                   PIC X(19).

       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XGMC.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DFH0XDPC.

       FD  MAPPING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    CONSTANTS AND SWITCHES                                     *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05 WS-TRAN-STATUS           PIC X(2).
               88 WS-TRAN-OK                VALUE '00'.
               88 WS-TRAN-EOF               VALUE '10'.
           05 WS-GLMAP-STATUS          PIC X(2).
               88 WS-GLMAP-OK               VALUE '00'.
               88 WS-GLMAP-EOF              VALUE '10'.
               88 WS-GLMAP-DUPLICATE        VALUE '22'.
               88 WS-GLMAP-NOT-FOUND        VALUE '23'.
           05 WS-DEPT-STATUS           PIC X(2).
               88 WS-DEPT-OK                VALUE '00'.
               88 WS-DEPT-NOT-FOUND         VALUE '23'.
           05 WS-REPORT-STATUS         PIC X(2).
               88 WS-REPORT-OK              VALUE '00'.

       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-SWITCHES.
           05 WS-TRAN-EOF-SW           PIC X(1) VALUE 'N'.
               88 WS-END-OF-TRANS          VALUE 'Y'.
           05 WS-GLMAP-EOF-SW          PIC X(1) VALUE 'N'.
               88 WS-END-OF-GLMAP          VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-CARDS-READ            PIC 9(7) VALUE 0.
           05 WS-CARDS-APPLIED         PIC 9(7) VALUE 0.
           05 WS-CARDS-REJECTED        PIC 9(7) VALUE 0.
           05 WS-MAPPINGS-LISTED       PIC 9(7) VALUE 0.

       01  WS-WORK-FIELDS.
           05 WS-REJECT-REASON         PIC X(40).
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-RUN-TIME-RAW          PIC 9(8).
           05 WS-RUN-TIME-SPLIT REDEFINES WS-RUN-TIME-RAW.
               10 WS-RUN-TIME          PIC 9(6).
               10 FILLER               PIC 9(2).
           05 WS-NOW-DATE-TIME         PIC X(14).

       01  WS-HEADING-1.
           05 FILLER  PIC X(20) VALUE 'DFH0XGLM'.
           05 FILLER  PIC X(112)
                      VALUE 'GENERAL LEDGER MAPPING TABLE MAINTENANCE'.

       01  WS-HEADING-2.
           05 FILLER  PIC X(8)  VALUE 'ACTION  '.
           05 FILLER  PIC X(6)  VALUE 'TYPE  '.
           05 FILLER  PIC X(10) VALUE 'CODE      '.
           05 FILLER  PIC X(10) VALUE 'COST CTR  '.
           05 FILLER  PIC X(10) VALUE 'ACCOUNT   '.
           05 FILLER  PIC X(32) VALUE 'DESCRIPTION'.
           05 FILLER  PIC X(56) VALUE 'RESULT'.

       01  WS-CARD-LINE.
           05 WS-CL-ACTION             PIC X(1).
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 WS-CL-MAP-TYPE           PIC X(1).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-CL-MAP-CODE           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CL-COST-CENTRE        PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CL-ACCOUNT            PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CL-DESCRIPTION        PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CL-RESULT             PIC X(56).

       01  WS-TABLE-HEADING.
           05 FILLER  PIC X(44)
              VALUE 'MAPPING TABLE AFTER MAINTENANCE'.
           05 FILLER  PIC X(88) VALUE SPACES.

       01  WS-TABLE-LINE.
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 WS-TL-MAP-TYPE           PIC X(1).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-TL-MAP-CODE           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TL-COST-CENTRE        PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TL-ACCOUNT            PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TL-DESCRIPTION        PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'CHANGED '.
           05 WS-TL-CHANGED            PIC X(14).
           05 FILLER                   PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER  PIC X(11) VALUE 'CARDS READ='.
           05 WS-TR-READ               PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(8)  VALUE 'APPLIED='.
           05 WS-TR-APPLIED            PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(9)  VALUE 'REJECTED='.
           05 WS-TR-REJECTED           PIC ZZZZZZ9.
           05 FILLER  PIC X(4) VALUE SPACES.
           05 FILLER  PIC X(15) VALUE 'TABLE ENTRIES ='.
           05 WS-TR-LISTED             PIC ZZZZZZ9.
           05 FILLER  PIC X(49) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-APPLY-ONE-CARD
               THRU 2000-APPLY-ONE-CARD-EXIT
               UNTIL WS-END-OF-TRANS

           PERFORM 3000-LIST-TABLE THRU 3000-LIST-TABLE-EXIT

           IF WS-CARDS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT

           GOBACK
           .
      *****************************************************************
      *    1000-INITIALIZE - OPEN FILES, PICK UP THE RUN DATE/TIME,    *
      *    WRITE HEADINGS                                              *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT  TRANSACTION-FILE
           IF NOT WS-TRAN-OK
               STRING 'OPEN FAILED FOR TRANSACTION-FILE, STATUS='
                      WS-TRAN-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN I-O    GL-MAP-FILE
           IF NOT WS-GLMAP-OK
               STRING 'OPEN FAILED FOR GL-MAP-FILE, STATUS='
                      WS-GLMAP-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN INPUT  DEPARTMENT-FILE
           IF NOT WS-DEPT-OK
               STRING 'OPEN FAILED FOR DEPARTMENT-FILE, STATUS='
                      WS-DEPT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           OPEN OUTPUT MAPPING-REPORT
           IF NOT WS-REPORT-OK
               STRING 'OPEN FAILED FOR MAPPING-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-NOW-DATE-TIME
           END-STRING

           MOVE WS-HEADING-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-HEADING-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *    2000-APPLY-ONE-CARD - READ ONE MAINTENANCE CARD, VALIDATE   *
      *    IT AND APPLY IT TO THE MAPPING TABLE, PRINTING THE RESULT   *
      *****************************************************************
       2000-APPLY-ONE-CARD.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SW
                   GO TO 2000-APPLY-ONE-CARD-EXIT
           END-READ

           IF NOT WS-TRAN-OK
               STRING 'READ FAILED FOR TRANSACTION-FILE, STATUS='
                      WS-TRAN-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2100-VALIDATE-CARD THRU 2100-VALIDATE-CARD-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2000-APPLY-ONE-CARD-PRINT
           END-IF

           MOVE TRN-MAP-TYPE TO GLM-MAP-TYPE
           MOVE TRN-MAP-CODE TO GLM-MAP-CODE

           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM 2200-ADD-MAPPING
                       THRU 2200-ADD-MAPPING-EXIT
               WHEN TRN-CHANGE
                   PERFORM 2300-CHANGE-MAPPING
                       THRU 2300-CHANGE-MAPPING-EXIT
               WHEN OTHER
                   PERFORM 2400-DELETE-MAPPING
                       THRU 2400-DELETE-MAPPING-EXIT
           END-EVALUATE
           .
       2000-APPLY-ONE-CARD-PRINT.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CARDS-APPLIED
               MOVE 'APPLIED' TO WS-CL-RESULT
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO WS-CL-RESULT
               STRING '*** REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO WS-CL-RESULT
           END-IF

           MOVE TRN-ACTION      TO WS-CL-ACTION
           MOVE TRN-MAP-TYPE    TO WS-CL-MAP-TYPE
           MOVE TRN-MAP-CODE    TO WS-CL-MAP-CODE
           MOVE TRN-COST-CENTRE TO WS-CL-COST-CENTRE
           MOVE TRN-ACCOUNT     TO WS-CL-ACCOUNT
           MOVE TRN-DESCRIPTION TO WS-CL-DESCRIPTION
           MOVE WS-CARD-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       2000-APPLY-ONE-CARD-EXIT.
           EXIT.

      *****************************************************************
      *    2100-VALIDATE-CARD - CHECK THE ACTION, MAP TYPE AND CODE,   *
      *    AND THAT AN ADD OR CHANGE CARRIES AN ACCOUNT AND COST       *
      *    CENTRE.  SETS WS-REJECT-REASON WHEN THE CARD IS BAD         *
      *****************************************************************
       2100-VALIDATE-CARD.
           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
               MOVE 'ACTION MUST BE A, C OR D' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF

           MOVE TRN-MAP-TYPE TO GLM-MAP-TYPE
           IF NOT GLM-MAP-TYPE-VALID
               MOVE 'MAP TYPE MUST BE D, R OR C' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF

           IF TRN-MAP-CODE = SPACES
               MOVE 'MAP CODE IS BLANK' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF

           IF TRN-DELETE
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF

           IF GLM-REASON-MAP
              AND TRN-MAP-CODE NOT = 'W'
              AND TRN-MAP-CODE NOT = 'D'
              AND TRN-MAP-CODE NOT = 'S'
               MOVE 'REASON CODE MUST BE W, D OR S'
                   TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF

           IF GLM-CONTROL-MAP
              AND TRN-MAP-CODE NOT = 'INVENTRY'
              AND TRN-MAP-CODE NOT = 'GRNI'
               MOVE 'CONTROL CODE MUST BE INVENTRY OR GRNI'
                   TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF

           IF GLM-DEPT-MAP
               MOVE TRN-MAP-CODE TO DEP-DEPT-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       MOVE 'DEPARTMENT NOT ON DEPARTMENT MASTER'
                           TO WS-REJECT-REASON
                       GO TO 2100-VALIDATE-CARD-EXIT
               END-READ
               IF NOT WS-DEPT-OK
                   STRING 'READ FAILED FOR DEPARTMENT-FILE, STATUS='
                          WS-DEPT-STATUS DELIMITED BY SIZE
                          INTO WS-ABEND-MESSAGE
                   PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
               END-IF
           END-IF

           IF TRN-ACCOUNT = SPACES
               MOVE 'LEDGER ACCOUNT IS BLANK' TO WS-REJECT-REASON
               GO TO 2100-VALIDATE-CARD-EXIT
           END-IF

           IF TRN-COST-CENTRE = SPACES
               MOVE 'COST CENTRE IS BLANK' TO WS-REJECT-REASON
           END-IF
           .
       2100-VALIDATE-CARD-EXIT.
           EXIT.

      *****************************************************************
      *    2200-ADD-MAPPING - ADD A NEW MAPPING; IT MUST NOT EXIST     *
      *****************************************************************
       2200-ADD-MAPPING.
           MOVE TRN-COST-CENTRE  TO GLM-COST-CENTRE
           MOVE TRN-ACCOUNT      TO GLM-ACCOUNT
           MOVE TRN-DESCRIPTION  TO GLM-DESCRIPTION
           MOVE WS-NOW-DATE-TIME TO GLM-CHANGED-DATE-TIME

           WRITE DFH0XGM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-GLMAP-DUPLICATE
               MOVE 'MAPPING ALREADY EXISTS' TO WS-REJECT-REASON
               GO TO 2200-ADD-MAPPING-EXIT
           END-IF
           IF NOT WS-GLMAP-OK
               STRING 'WRITE FAILED FOR GL-MAP-FILE, STATUS='
                      WS-GLMAP-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       2200-ADD-MAPPING-EXIT.
           EXIT.

      *****************************************************************
      *    2300-CHANGE-MAPPING - REPLACE THE ACCOUNT, COST CENTRE AND  *
      *    DESCRIPTION OF AN EXISTING MAPPING.  A BLANK DESCRIPTION    *
      *    KEEPS THE OLD ONE                                           *
      *****************************************************************
       2300-CHANGE-MAPPING.
           READ GL-MAP-FILE
               INVALID KEY
                   MOVE 'MAPPING NOT FOUND' TO WS-REJECT-REASON
                   GO TO 2300-CHANGE-MAPPING-EXIT
           END-READ

           IF NOT WS-GLMAP-OK
               STRING 'READ FAILED FOR GL-MAP-FILE, STATUS='
                      WS-GLMAP-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           MOVE TRN-COST-CENTRE  TO GLM-COST-CENTRE
           MOVE TRN-ACCOUNT      TO GLM-ACCOUNT
           IF TRN-DESCRIPTION NOT = SPACES
               MOVE TRN-DESCRIPTION TO GLM-DESCRIPTION
           END-IF
           MOVE WS-NOW-DATE-TIME TO GLM-CHANGED-DATE-TIME

           REWRITE DFH0XGM-RECORD
           IF NOT WS-GLMAP-OK
               STRING 'REWRITE FAILED FOR GL-MAP-FILE, STATUS='
                      WS-GLMAP-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       2300-CHANGE-MAPPING-EXIT.
           EXIT.

      *****************************************************************
      *    2400-DELETE-MAPPING - REMOVE AN EXISTING MAPPING            *
      *****************************************************************
       2400-DELETE-MAPPING.
           DELETE GL-MAP-FILE
               INVALID KEY
                   MOVE 'MAPPING NOT FOUND' TO WS-REJECT-REASON
                   GO TO 2400-DELETE-MAPPING-EXIT
           END-DELETE

           IF NOT WS-GLMAP-OK
               STRING 'DELETE FAILED FOR GL-MAP-FILE, STATUS='
                      WS-GLMAP-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       2400-DELETE-MAPPING-EXIT.
           EXIT.

      *****************************************************************
      *    3000-LIST-TABLE - LIST EVERY MAPPING AS IT NOW STANDS       *
      *****************************************************************
       3000-LIST-TABLE.
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-TABLE-HEADING TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           MOVE 'N' TO WS-GLMAP-EOF-SW
           MOVE LOW-VALUES TO GLM-KEY
           START GL-MAP-FILE KEY NOT LESS THAN GLM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GLMAP-EOF-SW
           END-START

           PERFORM 3100-LIST-ONE-MAPPING
               THRU 3100-LIST-ONE-MAPPING-EXIT
               UNTIL WS-END-OF-GLMAP
           .
       3000-LIST-TABLE-EXIT.
           EXIT.

      *****************************************************************
      *    3100-LIST-ONE-MAPPING - READ AND PRINT THE NEXT MAPPING     *
      *****************************************************************
       3100-LIST-ONE-MAPPING.
           READ GL-MAP-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GLMAP-EOF-SW
                   GO TO 3100-LIST-ONE-MAPPING-EXIT
           END-READ

           IF NOT WS-GLMAP-OK
               STRING 'READ FAILED FOR GL-MAP-FILE, STATUS='
                      WS-GLMAP-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF

           ADD 1 TO WS-MAPPINGS-LISTED
           MOVE GLM-MAP-TYPE          TO WS-TL-MAP-TYPE
           MOVE GLM-MAP-CODE          TO WS-TL-MAP-CODE
           MOVE GLM-COST-CENTRE       TO WS-TL-COST-CENTRE
           MOVE GLM-ACCOUNT           TO WS-TL-ACCOUNT
           MOVE GLM-DESCRIPTION       TO WS-TL-DESCRIPTION
           MOVE GLM-CHANGED-DATE-TIME TO WS-TL-CHANGED
           MOVE WS-TABLE-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           .
       3100-LIST-ONE-MAPPING-EXIT.
           EXIT.

      *****************************************************************
      *    8000-WRITE-REPORT-LINE - WRITE REPORT-LINE AS ALREADY       *
      *    BUILT, ABENDING THE RUN ON A WRITE FAILURE                  *
      *****************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT WS-REPORT-OK
               STRING 'WRITE FAILED FOR MAPPING-REPORT, STATUS='
                      WS-REPORT-STATUS DELIMITED BY SIZE
                      INTO WS-ABEND-MESSAGE
               PERFORM 9900-ABEND-RUN THRU 9900-ABEND-RUN-EXIT
           END-IF
           .
       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    9000-TERMINATE - WRITE THE TRAILER COUNTS AND CLOSE DOWN    *
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-CARDS-READ      TO WS-TR-READ
           MOVE WS-CARDS-APPLIED   TO WS-TR-APPLIED
           MOVE WS-CARDS-REJECTED  TO WS-TR-REJECTED
           MOVE WS-MAPPINGS-LISTED TO WS-TR-LISTED
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT

           CLOSE TRANSACTION-FILE
           CLOSE GL-MAP-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE MAPPING-REPORT
           .
       9000-TERMINATE-EXIT.
           EXIT.

      *****************************************************************
      *    9900-ABEND-RUN - AN OPEN, READ, WRITE OR DELETE FAILED.     *
      *    DISPLAY THE REASON AND TERMINATE THE RUN WITH A NON-ZERO    *
      *    RETURN CODE SO THE JOB STEP SHOWS FAILED                    *
      *****************************************************************
       9900-ABEND-RUN.
           DISPLAY 'DFH0XGLM - ' WS-ABEND-MESSAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9900-ABEND-RUN-EXIT.
           EXIT.
