      *****************************************************************
      * Program     : CBACT86A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Nightly receivables roll-forward - proves the
      *               portfolio as a whole: yesterday's closing
      *               receivable plus the day's activity by
      *               transaction type must equal today's ACCTDAT
      *               total, for ACCT_CURR_BAL and for each balance
      *               bucket (cash, interest, fees, purchases). The
      *               closing position persists on RCVROLL as the
      *               next night's opening, and any difference is
      *               broken out by transaction type on RCVROLLT and
      *               the report - the roll the external auditors
      *               ask for, produced daily.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      * Modification History
      * 2026-10-15 - New batch job: daily receivables roll-forward
      *              proof by balance bucket
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT86A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RRFRPT-FILE ASSIGN TO RRFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD RRFRPT-FILE
           RECORDING MODE IS F.
       01 RRFRPT-LINE                     PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT86A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Measures proved, in report column order. Subscript 1 is the
      * total receivable; 2-5 are the buckets it is allocated across.
       01 WS-MEASURE-NAMES.
         05 FILLER                      PIC X(20)
             VALUE 'BAL     BALANCE     '.
         05 FILLER                      PIC X(20)
             VALUE 'CASH    CASH        '.
         05 FILLER                      PIC X(20)
             VALUE 'INT     INTEREST    '.
         05 FILLER                      PIC X(20)
             VALUE 'FEE     FEES        '.
         05 FILLER                      PIC X(20)
             VALUE 'PUR     PURCHASES   '.
       01 WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
         05 WS-MN-ENTRY OCCURS 5 TIMES.
            10 WS-MN-CODE               PIC X(04).
            10 FILLER                   PIC X(04).
            10 WS-MN-TITLE              PIC X(12).

       01 WS-MEASURE-TABLE.
         05 WS-MEASURE-ENTRY OCCURS 5 TIMES.
            10 WS-MS-OPENING            PIC S9(13)V99 COMP-3.
            10 WS-MS-ACTIVITY           PIC S9(13)V99 COMP-3.
            10 WS-MS-EXPECTED           PIC S9(13)V99 COMP-3.
            10 WS-MS-CLOSING            PIC S9(13)V99 COMP-3.
            10 WS-MS-DIFF               PIC S9(13)V99 COMP-3.
            10 WS-MS-SOURCE             PIC X(01).

      * The day's activity by transaction type. Per type: what
      * TRANSACT says, how much of it the posting journal covers,
      * the journaled change to each measure, and the explained
      * movement of each measure the roll adds to the opening.
       01 WS-TYPE-TABLE.
         05 WS-TYPE-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-TYPE-ENTRY OCCURS 40 TIMES.
            10 WS-TY-CODE               PIC X(02).
            10 WS-TY-DESC               PIC X(20).
            10 WS-TY-CNT                PIC S9(09) COMP-3.
            10 WS-TY-AMT                PIC S9(13)V99 COMP-3.
            10 WS-TY-JRN-AMT            PIC S9(13)V99 COMP-3.
            10 WS-TY-POSTING-VAR        PIC S9(13)V99 COMP-3.
            10 WS-TY-UNALLOC            PIC S9(13)V99 COMP-3.
            10 WS-TY-MEASURE OCCURS 5 TIMES.
               15 WS-TY-JRN-DELTA       PIC S9(13)V99 COMP-3.
               15 WS-TY-EXPLAINED       PIC S9(13)V99 COMP-3.

       01 WS-JOB-TOTALS.
         05 WS-TRANS-READ               PIC 9(09) VALUE ZEROS.
         05 WS-ROWS-WRITTEN             PIC 9(07) VALUE ZEROS.
         05 WS-MEASURES-OUT             PIC 9(03) VALUE ZEROS.
         05 WS-RRF-ERRORS               PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-POSTING-VAR        PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-UNALLOC            PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-BUCKET-DIFF        PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-UNATTRIBUTED             PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-OUT-LINE                 PIC X(132).
         05 WS-TX                       PIC S9(04) COMP VALUE ZEROS.
         05 WS-MX                       PIC S9(04) COMP VALUE ZEROS.
         05 WS-UNJOURNALED              PIC S9(13)V99 COMP-3.
         05 WS-RULE-MX                  PIC S9(04) COMP VALUE ZEROS.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
         05 WS-AMT-EDIT                 PIC -(12)9.99.
         05 WS-AMT-EDIT-2               PIC -(12)9.99.
         05 WS-TYPE-FOUND-FLAG          PIC X(01) VALUE 'N'.
           88 TYPE-FOUND                          VALUE 'Y'.
           88 TYPE-NOT-FOUND                      VALUE 'N'.

      * One line of the roll - a label and an amount per measure.
       01 WS-ROLL-LINE.
         05 WS-RL-LABEL                 PIC X(32).
         05 WS-RL-COLUMN OCCURS 5 TIMES.
            10 FILLER                   PIC X(01).
            10 WS-RL-AMT                PIC -(12)9.99.
       01 WS-ROLL-HEAD REDEFINES WS-ROLL-LINE.
         05 WS-RH-LABEL                 PIC X(32).
         05 WS-RH-COLUMN OCCURS 5 TIMES.
            10 FILLER                   PIC X(05).
            10 WS-RH-TITLE              PIC X(12).

       01 WS-TRAN-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 TRAN-CURSOR-EOF                        VALUE 'Y'.
         88 TRAN-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-JRNL-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 JRNL-CURSOR-EOF                        VALUE 'Y'.
         88 JRNL-CURSOR-NOT-EOF                    VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic.
      * JOBRUN-START refuses a second run for a date that
      * has already completed and enforces the job's
      * dependency; JOBRUN-END marks tonight's run complete.
       01 WS-JOBRUN-FIELDS.
       COPY CSUTLJWY.

      * Business processing date - see CSUTLBPL; all date
      * logic keys off the BIZDATE control row, not the
      * wall clock, so reruns stamp the right date.
       01 WS-BIZDT-FIELDS.
       COPY CSUTLBWY.

      * Durable run totals - see CSUTLTPL; written at end
      * of run for the day-end balancing proof.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-DAY-START-TS             PIC X(26).
       01 HOST-DAY-END-TS               PIC X(26).
       01 HOST-MEASURE                  PIC X(04).
       01 HOST-PRIOR-CLOSING            PIC S9(13)V99 COMP-3.

       01 HOST-CLOSING-ROW.
         05 HOST-CLS-BAL                PIC S9(13)V99 COMP-3.
         05 HOST-CLS-CASH               PIC S9(13)V99 COMP-3.
         05 HOST-CLS-INT                PIC S9(13)V99 COMP-3.
         05 HOST-CLS-FEE                PIC S9(13)V99 COMP-3.
         05 HOST-CLS-PUR                PIC S9(13)V99 COMP-3.

       01 HOST-TRAN-ROW.
         05 HOST-TRN-TYPE-CD            PIC X(02).
         05 HOST-TRN-CNT                PIC S9(09) COMP.
         05 HOST-TRN-AMT                PIC S9(13)V99 COMP-3.
         05 HOST-TRN-JRN-AMT            PIC S9(13)V99 COMP-3.

       01 HOST-JRNL-ROW.
         05 HOST-JRN-TYPE-CD            PIC X(02).
         05 HOST-JRN-BAL                PIC S9(13)V99 COMP-3.
         05 HOST-JRN-CASH               PIC S9(13)V99 COMP-3.
         05 HOST-JRN-INT                PIC S9(13)V99 COMP-3.
         05 HOST-JRN-FEE                PIC S9(13)V99 COMP-3.
         05 HOST-JRN-PUR                PIC S9(13)V99 COMP-3.

       01 HOST-TRAN-TYPE-DESC           PIC X(50).

       COPY CVRRF01Y.
       COPY CVRRF02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT86A - RECEIVABLES ROLL-FORWARD STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT86A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT03A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-RRF-ERRORS = 0
               PERFORM 2000-LOAD-OPENING
               PERFORM 2100-LOAD-CLOSING
               PERFORM 2200-GATHER-ACTIVITY
           END-IF
           IF WS-RRF-ERRORS = 0
               PERFORM 2300-COMPUTE-ROLL
               PERFORM 3000-PERSIST-ROLL
               PERFORM 4000-WRITE-REPORT
           END-IF
           PERFORM 6000-FINALIZE
           MOVE 'CBACT86A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-TRANS-READ TO WS-RTOT-RECS-READ
           MOVE WS-ROWS-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-MEASURES-OUT TO WS-RTOT-RECS-REJECTED
           MOVE WS-MS-CLOSING(1) TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT86A - RECEIVABLES ROLL-FORWARD ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * The day's activity is everything TRANSACT processed on the
      * business date - the same window CBACT24A ships to the GL.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-TRANS-READ
           MOVE ZEROS TO WS-ROWS-WRITTEN
           MOVE ZEROS TO WS-MEASURES-OUT
           MOVE ZEROS TO WS-RRF-ERRORS
           MOVE ZEROS TO WS-TYPE-COUNT
           PERFORM 1100-CLEAR-ONE-MEASURE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5

           MOVE SPACES TO HOST-DAY-START-TS
           STRING WS-BIZDT-DATE '-00.00.00.000000'
             DELIMITED BY SIZE INTO HOST-DAY-START-TS
           MOVE SPACES TO HOST-DAY-END-TS
           STRING WS-BIZDT-DATE '-23.59.59.999999'
             DELIMITED BY SIZE INTO HOST-DAY-END-TS

           OPEN OUTPUT RRFRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RRFRPT - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-RRF-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   1100-CLEAR-ONE-MEASURE
      *----------------------------------------------------------------*
       1100-CLEAR-ONE-MEASURE.

           MOVE ZEROS TO WS-MS-OPENING(WS-MX)
           MOVE ZEROS TO WS-MS-ACTIVITY(WS-MX)
           MOVE ZEROS TO WS-MS-EXPECTED(WS-MX)
           MOVE ZEROS TO WS-MS-CLOSING(WS-MX)
           MOVE ZEROS TO WS-MS-DIFF(WS-MX)
           MOVE 'P' TO WS-MS-SOURCE(WS-MX).

      *----------------------------------------------------------------*
      *                      2000-LOAD-OPENING
      * Each measure opens at the closing of the latest earlier run.
      * With no earlier run (the first night) the opening is derived
      * from the closing once the activity is known - see 2300.
      *----------------------------------------------------------------*
       2000-LOAD-OPENING.

           PERFORM 2010-LOAD-ONE-OPENING
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5.

      *----------------------------------------------------------------*
      *                   2010-LOAD-ONE-OPENING
      *----------------------------------------------------------------*
       2010-LOAD-ONE-OPENING.

           MOVE WS-MN-CODE(WS-MX) TO HOST-MEASURE

           EXEC SQL
               SELECT RRF_CLOSING_AMT
               INTO :HOST-PRIOR-CLOSING
               FROM RCVROLL
               WHERE RRF_MEASURE = :HOST-MEASURE
               AND   RRF_RUN_DATE =
                     (SELECT MAX(RRF_RUN_DATE) FROM RCVROLL
                      WHERE RRF_MEASURE = :HOST-MEASURE
                      AND   RRF_RUN_DATE < :WS-BIZDT-DATE)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-PRIOR-CLOSING TO WS-MS-OPENING(WS-MX)
                   MOVE 'P' TO WS-MS-SOURCE(WS-MX)
               WHEN 100
                   MOVE 'D' TO WS-MS-SOURCE(WS-MX)
               WHEN OTHER
                   PERFORM 2900-ROLL-SQL-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-LOAD-CLOSING
      * Tonight's position across every account, whatever its status
      * - a charged-off account's balance leaves through its
      * write-off, not by dropping out of the sum.
      *----------------------------------------------------------------*
       2100-LOAD-CLOSING.

           EXEC SQL
               SELECT COALESCE(SUM(ACCT_CURR_BAL), 0),
                      COALESCE(SUM(COALESCE(ACCT_CASH_BAL, 0)), 0),
                      COALESCE(SUM(COALESCE(ACCT_BAL_INTEREST, 0)), 0),
                      COALESCE(SUM(COALESCE(ACCT_BAL_FEES, 0)), 0),
                      COALESCE(SUM(COALESCE(ACCT_BAL_PURCHASES, 0)),
                               0)
               INTO :HOST-CLS-BAL, :HOST-CLS-CASH, :HOST-CLS-INT,
                    :HOST-CLS-FEE, :HOST-CLS-PUR
               FROM ACCTDAT
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-ROLL-SQL-ERROR
           ELSE
               MOVE HOST-CLS-BAL  TO WS-MS-CLOSING(1)
               MOVE HOST-CLS-CASH TO WS-MS-CLOSING(2)
               MOVE HOST-CLS-INT  TO WS-MS-CLOSING(3)
               MOVE HOST-CLS-FEE  TO WS-MS-CLOSING(4)
               MOVE HOST-CLS-PUR  TO WS-MS-CLOSING(5)
           END-IF.

      *----------------------------------------------------------------*
      *                   2200-GATHER-ACTIVITY
      * Two passes by transaction type: the day's TRANSACT activity,
      * with the part of it the posting journal covers, and the
      * journaled changes to the balance and each bucket (POSTJRNL,
      * less anything CBACT76A has backed out). Journal rows with no
      * TRANSACT row are balance-only adjustments, kept under type
      * blank.
      *----------------------------------------------------------------*
       2200-GATHER-ACTIVITY.

           SET TRAN-CURSOR-NOT-EOF TO TRUE
           SET JRNL-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-RRF-TRAN CURSOR FOR
               SELECT T.TRAN_TYPE_CD, COUNT(*),
                      COALESCE(SUM(T.TRAN_AMT), 0),
                      COALESCE(SUM(CASE WHEN J.PJ_TRAN_ID IS NULL
                               THEN 0 ELSE T.TRAN_AMT END), 0)
               FROM TRANSACT T
               LEFT OUTER JOIN
                    (SELECT DISTINCT PJ_TRAN_ID FROM POSTJRNL
                     WHERE PJ_JOB_DATE = :WS-BIZDT-DATE
                     AND   COALESCE(PJ_BACKOUT_TS, ' ') = ' '
                     AND   PJ_TRAN_ID <> ' ') J
                 ON J.PJ_TRAN_ID = T.TRAN_ID
               WHERE T.TRAN_PROC_TS >= :HOST-DAY-START-TS
               AND   T.TRAN_PROC_TS <= :HOST-DAY-END-TS
               GROUP BY T.TRAN_TYPE_CD
               ORDER BY T.TRAN_TYPE_CD
           END-EXEC

           EXEC SQL
               OPEN CUR-RRF-TRAN
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-ROLL-SQL-ERROR
               SET TRAN-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2210-FETCH-TRAN-TYPE
                   UNTIL TRAN-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-RRF-TRAN
           END-EXEC

           EXEC SQL
               DECLARE CUR-RRF-JRNL CURSOR FOR
               SELECT COALESCE(T.TRAN_TYPE_CD, ' '),
                      COALESCE(SUM(P.PJ_CURR_BAL_DELTA), 0),
                      COALESCE(SUM(P.PJ_CASH_BAL_DELTA), 0),
                      COALESCE(SUM(P.PJ_INTEREST_DELTA), 0),
                      COALESCE(SUM(P.PJ_FEES_DELTA), 0),
                      COALESCE(SUM(P.PJ_PURCHASES_DELTA), 0)
               FROM POSTJRNL P
               LEFT OUTER JOIN TRANSACT T
                 ON T.TRAN_ID = P.PJ_TRAN_ID
               WHERE P.PJ_JOB_DATE = :WS-BIZDT-DATE
               AND   COALESCE(P.PJ_BACKOUT_TS, ' ') = ' '
               GROUP BY COALESCE(T.TRAN_TYPE_CD, ' ')
           END-EXEC

           EXEC SQL
               OPEN CUR-RRF-JRNL
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-ROLL-SQL-ERROR
               SET JRNL-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2220-FETCH-JRNL-TYPE
                   UNTIL JRNL-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-RRF-JRNL
           END-EXEC.

      *----------------------------------------------------------------*
      *                   2210-FETCH-TRAN-TYPE
      *----------------------------------------------------------------*
       2210-FETCH-TRAN-TYPE.

           EXEC SQL
               FETCH CUR-RRF-TRAN
               INTO :HOST-TRN-TYPE-CD, :HOST-TRN-CNT,
                    :HOST-TRN-AMT, :HOST-TRN-JRN-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2250-LOCATE-TYPE
                      THRU 2250-LOCATE-TYPE-EXIT
                   IF TYPE-FOUND
                       ADD HOST-TRN-CNT TO WS-TRANS-READ
                       ADD HOST-TRN-CNT TO WS-TY-CNT(WS-TX)
                       ADD HOST-TRN-AMT TO WS-TY-AMT(WS-TX)
                       ADD HOST-TRN-JRN-AMT TO WS-TY-JRN-AMT(WS-TX)
                   END-IF
               WHEN 100
                   SET TRAN-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-ROLL-SQL-ERROR
                   SET TRAN-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2220-FETCH-JRNL-TYPE
      *----------------------------------------------------------------*
       2220-FETCH-JRNL-TYPE.

           EXEC SQL
               FETCH CUR-RRF-JRNL
               INTO :HOST-JRN-TYPE-CD, :HOST-JRN-BAL,
                    :HOST-JRN-CASH, :HOST-JRN-INT,
                    :HOST-JRN-FEE, :HOST-JRN-PUR
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-JRN-TYPE-CD TO HOST-TRN-TYPE-CD
                   PERFORM 2250-LOCATE-TYPE
                      THRU 2250-LOCATE-TYPE-EXIT
                   IF TYPE-FOUND
                       ADD HOST-JRN-BAL  TO WS-TY-JRN-DELTA(WS-TX, 1)
                       ADD HOST-JRN-CASH TO WS-TY-JRN-DELTA(WS-TX, 2)
                       ADD HOST-JRN-INT  TO WS-TY-JRN-DELTA(WS-TX, 3)
                       ADD HOST-JRN-FEE  TO WS-TY-JRN-DELTA(WS-TX, 4)
                       ADD HOST-JRN-PUR  TO WS-TY-JRN-DELTA(WS-TX, 5)
                   END-IF
               WHEN 100
                   SET JRNL-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-ROLL-SQL-ERROR
                   SET JRNL-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2250-LOCATE-TYPE
      * Finds HOST-TRN-TYPE-CD in the type table, adding it (with its
      * TRANTYPE description) when new. A full table fails the run -
      * a proof that silently drops a type proves nothing.
      *----------------------------------------------------------------*
       2250-LOCATE-TYPE.

           SET TYPE-NOT-FOUND TO TRUE
           PERFORM 2255-MATCH-ONE-TYPE
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TYPE-COUNT OR TYPE-FOUND
           IF TYPE-FOUND
               SUBTRACT 1 FROM WS-TX
               GO TO 2250-LOCATE-TYPE-EXIT
           END-IF

           IF WS-TYPE-COUNT NOT < 40
               DISPLAY 'ROLL-FORWARD TYPE TABLE FULL AT TYPE '
                       HOST-TRN-TYPE-CD
               ADD 1 TO WS-RRF-ERRORS
               GO TO 2250-LOCATE-TYPE-EXIT
           END-IF

           ADD 1 TO WS-TYPE-COUNT
           MOVE WS-TYPE-COUNT TO WS-TX
           INITIALIZE WS-TYPE-ENTRY(WS-TX)
           MOVE HOST-TRN-TYPE-CD TO WS-TY-CODE(WS-TX)
           SET TYPE-FOUND TO TRUE

           IF HOST-TRN-TYPE-CD = SPACES
               MOVE 'ADJUSTMENT - NO TRAN' TO WS-TY-DESC(WS-TX)
               GO TO 2250-LOCATE-TYPE-EXIT
           END-IF

           MOVE SPACES TO HOST-TRAN-TYPE-DESC
           EXEC SQL
               SELECT TRAN_TYPE_DESC
               INTO :HOST-TRAN-TYPE-DESC
               FROM TRANTYPE
               WHERE TRAN_TYPE_CD = :HOST-TRN-TYPE-CD
           END-EXEC
           IF SQLCODE = 0
               MOVE HOST-TRAN-TYPE-DESC TO WS-TY-DESC(WS-TX)
           ELSE
               MOVE 'UNKNOWN TYPE' TO WS-TY-DESC(WS-TX)
           END-IF.
       2250-LOCATE-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2255-MATCH-ONE-TYPE
      *----------------------------------------------------------------*
       2255-MATCH-ONE-TYPE.

           IF WS-TY-CODE(WS-TX) = HOST-TRN-TYPE-CD
               SET TYPE-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2300-COMPUTE-ROLL
      * What each type explains, then opening plus explained activity
      * against the closing for each measure.
      *----------------------------------------------------------------*
       2300-COMPUTE-ROLL.

           PERFORM 2310-EXPLAIN-ONE-TYPE
               VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TYPE-COUNT
           PERFORM 2320-PROVE-ONE-MEASURE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5

           COMPUTE WS-UNATTRIBUTED =
               WS-MS-DIFF(1) - WS-TOTAL-POSTING-VAR
           COMPUTE WS-TOTAL-BUCKET-DIFF =
               WS-MS-DIFF(2) + WS-MS-DIFF(3) + WS-MS-DIFF(4)
               + WS-MS-DIFF(5).

      *----------------------------------------------------------------*
      *                   2310-EXPLAIN-ONE-TYPE
      * The total receivable moves by the transaction amounts; an
      * adjustment with no transaction moves it by its journaled
      * change. A journaled posting that moved the balance by other
      * than its transaction amount is a posting variance of its
      * type. Buckets move by their journaled change, plus any
      * unjournaled activity of a type that always lands in one
      * bucket (the online purchase, cash-advance and charge lanes).
      * Unjournaled activity of any other type - an online payment
      * split across the buckets by COTRN02A at the moment it posted
      * - has no recorded split and is carried as unallocated.
      *----------------------------------------------------------------*
       2310-EXPLAIN-ONE-TYPE.

           IF WS-TY-CODE(WS-TX) = SPACES
               MOVE WS-TY-JRN-DELTA(WS-TX, 1)
                 TO WS-TY-EXPLAINED(WS-TX, 1)
           ELSE
               MOVE WS-TY-AMT(WS-TX) TO WS-TY-EXPLAINED(WS-TX, 1)
               COMPUTE WS-TY-POSTING-VAR(WS-TX) =
                   WS-TY-JRN-DELTA(WS-TX, 1) - WS-TY-JRN-AMT(WS-TX)
           END-IF

           PERFORM 2315-EXPLAIN-ONE-BUCKET
               VARYING WS-MX FROM 2 BY 1 UNTIL WS-MX > 5

           COMPUTE WS-UNJOURNALED =
               WS-TY-AMT(WS-TX) - WS-TY-JRN-AMT(WS-TX)
           EVALUATE WS-TY-CODE(WS-TX)
               WHEN '05'
                   MOVE 2 TO WS-RULE-MX
               WHEN '02'
                   MOVE 3 TO WS-RULE-MX
               WHEN '03'
                   MOVE 4 TO WS-RULE-MX
               WHEN '01'
                   MOVE 5 TO WS-RULE-MX
               WHEN OTHER
                   MOVE ZEROS TO WS-RULE-MX
           END-EVALUATE
           IF WS-RULE-MX > 0
               ADD WS-UNJOURNALED
                 TO WS-TY-EXPLAINED(WS-TX, WS-RULE-MX)
           ELSE
               MOVE WS-UNJOURNALED TO WS-TY-UNALLOC(WS-TX)
           END-IF

           PERFORM 2318-ADD-TYPE-TO-ACTIVITY
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
           ADD WS-TY-POSTING-VAR(WS-TX) TO WS-TOTAL-POSTING-VAR
           ADD WS-TY-UNALLOC(WS-TX) TO WS-TOTAL-UNALLOC.

      *----------------------------------------------------------------*
      *                   2315-EXPLAIN-ONE-BUCKET
      *----------------------------------------------------------------*
       2315-EXPLAIN-ONE-BUCKET.

           MOVE WS-TY-JRN-DELTA(WS-TX, WS-MX)
             TO WS-TY-EXPLAINED(WS-TX, WS-MX).

      *----------------------------------------------------------------*
      *                   2318-ADD-TYPE-TO-ACTIVITY
      *----------------------------------------------------------------*
       2318-ADD-TYPE-TO-ACTIVITY.

           ADD WS-TY-EXPLAINED(WS-TX, WS-MX) TO WS-MS-ACTIVITY(WS-MX).

      *----------------------------------------------------------------*
      *                   2320-PROVE-ONE-MEASURE
      *----------------------------------------------------------------*
       2320-PROVE-ONE-MEASURE.

           IF WS-MS-SOURCE(WS-MX) = 'D'
               COMPUTE WS-MS-OPENING(WS-MX) =
                   WS-MS-CLOSING(WS-MX) - WS-MS-ACTIVITY(WS-MX)
           END-IF

           COMPUTE WS-MS-EXPECTED(WS-MX) =
               WS-MS-OPENING(WS-MX) + WS-MS-ACTIVITY(WS-MX)
           COMPUTE WS-MS-DIFF(WS-MX) =
               WS-MS-CLOSING(WS-MX) - WS-MS-EXPECTED(WS-MX)
           IF WS-MS-DIFF(WS-MX) NOT = 0
               ADD 1 TO WS-MEASURES-OUT
           END-IF.

      *----------------------------------------------------------------*
      *                   2900-ROLL-SQL-ERROR
      *----------------------------------------------------------------*
       2900-ROLL-SQL-ERROR.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR IN RECEIVABLES ROLL-FORWARD - SQLCODE: '
                   WS-SQLCODE-DISPLAY
           ADD 1 TO WS-RRF-ERRORS.

      *----------------------------------------------------------------*
      *                      3000-PERSIST-ROLL
      * Rerun-safe: the date's rows are replaced. Tonight's closing
      * is what tomorrow's run opens at.
      *----------------------------------------------------------------*
       3000-PERSIST-ROLL.

           EXEC SQL
               DELETE FROM RCVROLL
               WHERE RRF_RUN_DATE = :WS-BIZDT-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-ROLL-SQL-ERROR
           END-IF

           EXEC SQL
               DELETE FROM RCVROLLT
               WHERE RRT_RUN_DATE = :WS-BIZDT-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-ROLL-SQL-ERROR
           END-IF

           IF WS-RRF-ERRORS = 0
               PERFORM 3010-INSERT-ONE-MEASURE
                   VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
               PERFORM 3020-INSERT-ONE-TYPE
                   VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TYPE-COUNT
           END-IF

           IF WS-RRF-ERRORS = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZEROS TO WS-ROWS-WRITTEN
           END-IF.

      *----------------------------------------------------------------*
      *                   3010-INSERT-ONE-MEASURE
      *----------------------------------------------------------------*
       3010-INSERT-ONE-MEASURE.

           MOVE WS-BIZDT-DATE          TO RRF-RUN-DATE
           MOVE WS-MN-CODE(WS-MX)      TO RRF-MEASURE
           MOVE WS-MS-OPENING(WS-MX)   TO RRF-OPENING-AMT
           MOVE WS-MS-ACTIVITY(WS-MX)  TO RRF-ACTIVITY-AMT
           MOVE WS-MS-EXPECTED(WS-MX)  TO RRF-EXPECTED-AMT
           MOVE WS-MS-CLOSING(WS-MX)   TO RRF-CLOSING-AMT
           MOVE WS-MS-DIFF(WS-MX)      TO RRF-DIFF-AMT
           MOVE WS-MS-SOURCE(WS-MX)    TO RRF-OPENING-SOURCE

           EXEC SQL
               INSERT INTO RCVROLL
               (RRF_RUN_DATE, RRF_MEASURE, RRF_OPENING_AMT,
                RRF_ACTIVITY_AMT, RRF_EXPECTED_AMT, RRF_CLOSING_AMT,
                RRF_DIFF_AMT, RRF_OPENING_SOURCE)
               VALUES
               (:RRF-RUN-DATE, :RRF-MEASURE, :RRF-OPENING-AMT,
                :RRF-ACTIVITY-AMT, :RRF-EXPECTED-AMT,
                :RRF-CLOSING-AMT, :RRF-DIFF-AMT,
                :RRF-OPENING-SOURCE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-WRITTEN
           ELSE
               PERFORM 2900-ROLL-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *                   3020-INSERT-ONE-TYPE
      *----------------------------------------------------------------*
       3020-INSERT-ONE-TYPE.

           MOVE WS-BIZDT-DATE             TO RRT-RUN-DATE
           MOVE WS-TY-CODE(WS-TX)         TO RRT-TRAN-TYPE-CD
           MOVE WS-TY-CNT(WS-TX)          TO RRT-TRAN-CNT
           MOVE WS-TY-AMT(WS-TX)          TO RRT-TRAN-AMT
           MOVE WS-TY-JRN-AMT(WS-TX)      TO RRT-JOURNALED-AMT
           MOVE WS-TY-POSTING-VAR(WS-TX)  TO RRT-POSTING-VAR-AMT
           MOVE WS-TY-UNALLOC(WS-TX)      TO RRT-UNALLOC-AMT

           EXEC SQL
               INSERT INTO RCVROLLT
               (RRT_RUN_DATE, RRT_TRAN_TYPE_CD, RRT_TRAN_CNT,
                RRT_TRAN_AMT, RRT_JOURNALED_AMT, RRT_POSTING_VAR_AMT,
                RRT_UNALLOC_AMT)
               VALUES
               (:RRT-RUN-DATE, :RRT-TRAN-TYPE-CD, :RRT-TRAN-CNT,
                :RRT-TRAN-AMT, :RRT-JOURNALED-AMT,
                :RRT-POSTING-VAR-AMT, :RRT-UNALLOC-AMT)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-WRITTEN
           ELSE
               PERFORM 2900-ROLL-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-WRITE-REPORT
      * Panel 1 is the roll itself - opening, activity by type,
      * expected and actual closing, difference - one column per
      * measure. Panel 2 breaks the differences out by type.
      *----------------------------------------------------------------*
       4000-WRITE-REPORT.

           MOVE SPACES TO WS-OUT-LINE
           STRING 'CBACT86A  RECEIVABLES ROLL-FORWARD  BUSINESS DATE '
                  WS-BIZDT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-ROLL-HEAD
           PERFORM 4010-SET-ONE-TITLE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
           MOVE WS-ROLL-HEAD TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-ROLL-LINE
           IF WS-MS-SOURCE(1) = 'D'
               MOVE 'OPENING (DERIVED - FIRST RUN)' TO WS-RL-LABEL
           ELSE
               MOVE 'OPENING' TO WS-RL-LABEL
           END-IF
           PERFORM 4020-SET-ONE-OPENING
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
           MOVE WS-ROLL-LINE TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           PERFORM 4100-WRITE-TYPE-ROLL-LINE
               VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TYPE-COUNT

           MOVE SPACES TO WS-ROLL-LINE
           MOVE 'EXPECTED CLOSING' TO WS-RL-LABEL
           PERFORM 4030-SET-ONE-EXPECTED
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
           MOVE WS-ROLL-LINE TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-ROLL-LINE
           MOVE 'ACTUAL CLOSING (ACCTDAT)' TO WS-RL-LABEL
           PERFORM 4040-SET-ONE-CLOSING
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
           MOVE WS-ROLL-LINE TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-ROLL-LINE
           IF WS-MEASURES-OUT > 0
               MOVE '** DIFFERENCE **' TO WS-RL-LABEL
           ELSE
               MOVE 'DIFFERENCE' TO WS-RL-LABEL
           END-IF
           PERFORM 4050-SET-ONE-DIFF
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
           MOVE WS-ROLL-LINE TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           PERFORM 4200-WRITE-DIFF-BREAKOUT.

      *----------------------------------------------------------------*
      *                   4010-SET-ONE-TITLE
      *----------------------------------------------------------------*
       4010-SET-ONE-TITLE.

           MOVE WS-MN-TITLE(WS-MX) TO WS-RH-TITLE(WS-MX).

      *----------------------------------------------------------------*
      *                   4020-SET-ONE-OPENING
      *----------------------------------------------------------------*
       4020-SET-ONE-OPENING.

           MOVE WS-MS-OPENING(WS-MX) TO WS-RL-AMT(WS-MX).

      *----------------------------------------------------------------*
      *                   4030-SET-ONE-EXPECTED
      *----------------------------------------------------------------*
       4030-SET-ONE-EXPECTED.

           MOVE WS-MS-EXPECTED(WS-MX) TO WS-RL-AMT(WS-MX).

      *----------------------------------------------------------------*
      *                   4040-SET-ONE-CLOSING
      *----------------------------------------------------------------*
       4040-SET-ONE-CLOSING.

           MOVE WS-MS-CLOSING(WS-MX) TO WS-RL-AMT(WS-MX).

      *----------------------------------------------------------------*
      *                   4050-SET-ONE-DIFF
      *----------------------------------------------------------------*
       4050-SET-ONE-DIFF.

           MOVE WS-MS-DIFF(WS-MX) TO WS-RL-AMT(WS-MX).

      *----------------------------------------------------------------*
      *                   4100-WRITE-TYPE-ROLL-LINE
      *----------------------------------------------------------------*
       4100-WRITE-TYPE-ROLL-LINE.

           MOVE SPACES TO WS-ROLL-LINE
           STRING '  + ' WS-TY-CODE(WS-TX) ' ' WS-TY-DESC(WS-TX)
             DELIMITED BY SIZE INTO WS-RL-LABEL
           PERFORM 4110-SET-ONE-EXPLAINED
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
           MOVE WS-ROLL-LINE TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   4110-SET-ONE-EXPLAINED
      *----------------------------------------------------------------*
       4110-SET-ONE-EXPLAINED.

           MOVE WS-TY-EXPLAINED(WS-TX, WS-MX) TO WS-RL-AMT(WS-MX).

      *----------------------------------------------------------------*
      *                   4200-WRITE-DIFF-BREAKOUT
      * The balance difference splits into each type's posting
      * variance and a remainder no journal accounts for (an online
      * change outside TRANSACT, or activity outside the day's
      * window). The bucket differences together are expected to
      * match the unallocated credits by type; the remainder there
      * is equally unexplained.
      *----------------------------------------------------------------*
       4200-WRITE-DIFF-BREAKOUT.

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE 'DIFFERENCE BY TRANSACTION TYPE' TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TYPE DESCRIPTION                TRANS'
                  '         ACTIVITY POSTING VARIANCE'
                  '      UNALLOCATED'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           PERFORM 4210-WRITE-ONE-TYPE-DIFF
               VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TYPE-COUNT

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-MS-DIFF(1) TO WS-AMT-EDIT
           MOVE WS-TOTAL-POSTING-VAR TO WS-AMT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING 'BALANCE DIFFERENCE ' WS-AMT-EDIT
                  '   BY POSTING VARIANCE ' WS-AMT-EDIT-2
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-UNATTRIBUTED TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '   NOT ATTRIBUTABLE TO A TYPE ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-TOTAL-BUCKET-DIFF TO WS-AMT-EDIT
           MOVE WS-TOTAL-UNALLOC TO WS-AMT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING 'BUCKET DIFFERENCES ' WS-AMT-EDIT
                  '   BY UNALLOCATED CREDITS ' WS-AMT-EDIT-2
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           COMPUTE WS-UNJOURNALED =
               WS-TOTAL-BUCKET-DIFF - WS-TOTAL-UNALLOC
           MOVE WS-UNJOURNALED TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '   NOT ATTRIBUTABLE TO A TYPE ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   4210-WRITE-ONE-TYPE-DIFF
      *----------------------------------------------------------------*
       4210-WRITE-ONE-TYPE-DIFF.

           MOVE WS-TY-CNT(WS-TX) TO WS-CNT-EDIT
           MOVE WS-TY-AMT(WS-TX) TO WS-AMT-EDIT
           MOVE WS-TY-POSTING-VAR(WS-TX) TO WS-AMT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-TY-CODE(WS-TX) '   ' WS-TY-DESC(WS-TX) ' '
                  WS-CNT-EDIT ' ' WS-AMT-EDIT ' ' WS-AMT-EDIT-2
             DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE WS-TY-UNALLOC(WS-TX) TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(73:16)
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO RRFRPT-LINE
           WRITE RRFRPT-LINE.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      * An out-of-balance roll ends RC 4 so operations sees it; an
      * error that stopped the proof ends RC 8.
      *----------------------------------------------------------------*
       6000-FINALIZE.

           IF WS-RPT-FILE-STATUS = '00'
               CLOSE RRFRPT-FILE
           END-IF

           DISPLAY 'TRANSACTIONS IN ROLL...: ' WS-TRANS-READ
           DISPLAY 'ROLL ROWS WRITTEN......: ' WS-ROWS-WRITTEN
           DISPLAY 'MEASURES OUT OF BALANCE: ' WS-MEASURES-OUT
           DISPLAY 'PROCESSING ERRORS......: ' WS-RRF-ERRORS

           EVALUATE TRUE
               WHEN WS-RRF-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MEASURES-OUT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLJPL.

      *----------------------------------------------------------------*
      *            GET-BUSINESS-DATE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLBPL.

      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.
