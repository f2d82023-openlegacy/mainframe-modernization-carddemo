      *****************************************************************
      * Program     : CBACT82A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Month-end allowance for credit losses (CECL) -
      *               projects lifetime losses for every account
      *               group and delinquency bucket from the DLQHIST
      *               roll-rate history and the RECOVERY net losses,
      *               persists the reserve by segment to LOSSRSV with
      *               the inputs used and the change from last month,
      *               prints the reserve report, and writes the month's
      *               provision through GLMAP to a ledger file in the
      *               same balanced double-entry format as the
      *               CBACT24A extract. The balance sheet's largest
      *               estimate, out of the system of record instead of
      *               a spreadsheet built from the CBACT57A and
      *               CBACT63A printouts.
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
      * 2026-10-15 - New batch job: month-end CECL loss reserve by
      *              account group and delinquency bucket, with the
      *              provision entry through GLMAP
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT82A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSV-REPORT-FILE ASSIGN TO RSVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT RSV-GL-FILE ASSIGN TO RSVGLEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD RSV-REPORT-FILE
           RECORDING MODE IS F.
       01 RSV-REPORT-LINE                PIC X(132).

      * Same record as the CBACT24A general-ledger extract, so the
      * provision loads through the same corporate ledger interface.
       FD RSV-GL-FILE
           RECORDING MODE IS F.
       01 GL-EXTRACT-RECORD.
          05 GLX-GL-ACCOUNT             PIC X(08).
          05 GLX-DR-CR-IND              PIC X(01).
          05 GLX-AMOUNT                 PIC 9(13)V99.
          05 GLX-RUN-DATE               PIC X(10).
          05 GLX-TRAN-TYPE-CD           PIC X(02).
          05 GLX-TRAN-CAT-CD            PIC 9(04).
          05 GLX-DESC                   PIC X(30).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT82A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.
         05 WS-EXT-FILE-STATUS          PIC X(02) VALUE '00'.

      * The provision posts under GLMAP type 'LR' category 0 - debit
      * provision expense, credit the allowance; a release flows the
      * other way.
       01 WS-RESERVE-CONTROL.
         05 WS-GLMAP-TYPE-CD            PIC X(02) VALUE 'LR'.
         05 WS-GLMAP-CAT-CD             PIC S9(04) COMP VALUE 0.
      * Roll-rate history window in days - the trailing year.
         05 WS-HIST-DAYS                PIC 9(03) VALUE 365.

       01 WS-JOB-TOTALS.
         05 WS-SEGMENTS-RESERVED        PIC 9(07) VALUE ZEROS.
         05 WS-SEGMENTS-RELEASED        PIC 9(07) VALUE ZEROS.
         05 WS-GL-RECS-WRITTEN          PIC 9(07) VALUE ZEROS.
         05 WS-RSV-ERRORS               PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-ACCTS              PIC S9(09) COMP VALUE ZEROS.
         05 WS-TOTAL-BALANCE            PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-RESERVE            PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-PRIOR              PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-CHANGE             PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

      * Roll and loss history by account group, loaded once. Entry 1
      * is the whole portfolio, the fallback for a group with no
      * history of its own in a bucket. Bucket entries 1-5 are DELINQ
      * buckets 0-4: FROM-BAL the dollars that sat in the bucket at a
      * cycle close over the window, ROLL-BAL the dollars that rolled
      * on to a worse bucket - for bucket 4, the dollars charged off.
       01 WS-RATE-TABLE.
         05 WS-RG-COUNT                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-RG-ENTRY OCCURS 51 TIMES.
            10 WS-RG-GROUP-ID           PIC X(10).
            10 WS-RG-BKT OCCURS 5 TIMES.
               15 WS-RG-FROM-BAL        PIC S9(13)V99 COMP-3.
               15 WS-RG-ROLL-BAL        PIC S9(13)V99 COMP-3.
            10 WS-RG-CO-LTD             PIC S9(13)V99 COMP-3.
            10 WS-RG-RCV-LTD            PIC S9(13)V99 COMP-3.

       01 WS-WORK-FIELDS.
         05 WS-OUT-LINE                 PIC X(132).
         05 WS-FIND-GROUP-ID            PIC X(10).
         05 WS-BUCKET-CD                PIC X(01).
         05 WS-BUCKET-N                 PIC 9(01).
         05 WS-BKT-IX                   PIC S9(04) COMP.
         05 WS-RG-IX                    PIC S9(04) COMP.
         05 WS-RG-FOUND-IX              PIC S9(04) COMP.
         05 WS-G-IX                     PIC S9(04) COMP.
         05 WS-K                        PIC S9(04) COMP.
         05 WS-RATE                     PIC S9(01)V9(08) COMP-3.
         05 WS-OWN-ROLL-RATE            PIC S9(01)V9(08) COMP-3.
         05 WS-LIFETIME-PD              PIC S9(01)V9(08) COMP-3.
         05 WS-LGD-RATE                 PIC S9(01)V9(08) COMP-3.
         05 WS-RESERVE-AMT              PIC S9(12)V99 COMP-3.
         05 WS-ABS-AMT                  PIC S9(13)V99 COMP-3.
         05 WS-PCT                      PIC 9(03)V99.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZ9.
         05 WS-AMT-EDIT                 PIC -(11)9.99.
         05 WS-PCT-EDIT                 PIC ZZ9.99.
         05 WS-HIST-INT                 PIC S9(09) COMP.
         05 WS-HIST-YYYYMMDD            PIC 9(08).
         05 WS-HOLD-FLAG                PIC X(01) VALUE 'N'.
           88 PROVISION-HELD                      VALUE 'Y'.
           88 PROVISION-CLEAN                     VALUE 'N'.
         05 WS-RATE-SOURCE-FLAG         PIC X(01) VALUE 'G'.
           88 RATES-FROM-GROUP                    VALUE 'G'.
           88 RATES-FROM-PORTFOLIO                VALUE 'P'.

       01 WS-ROLL-EOF-FLAG             PIC X(01) VALUE 'N'.
         88 ROLL-CURSOR-EOF                       VALUE 'Y'.
         88 ROLL-CURSOR-NOT-EOF                   VALUE 'N'.

       01 WS-LOSS-EOF-FLAG             PIC X(01) VALUE 'N'.
         88 LOSS-CURSOR-EOF                       VALUE 'Y'.
         88 LOSS-CURSOR-NOT-EOF                   VALUE 'N'.

       01 WS-SEG-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 SEG-CURSOR-EOF                        VALUE 'Y'.
         88 SEG-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-GONE-EOF-FLAG             PIC X(01) VALUE 'N'.
         88 GONE-CURSOR-EOF                       VALUE 'Y'.
         88 GONE-CURSOR-NOT-EOF                   VALUE 'N'.

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

       01 HOST-RSV-MONTH                PIC X(07).
       01 HOST-PRIOR-MONTH              PIC X(07).
       01 HOST-HIST-START-DATE          PIC X(10).

       01 HOST-ROLL-ROW.
         05 HOST-ROLL-GROUP-ID          PIC X(10).
         05 HOST-ROLL-FROM-BUCKET       PIC X(01).
         05 HOST-ROLL-FROM-BAL          PIC S9(13)V99 COMP-3.
         05 HOST-ROLL-ROLLED-BAL        PIC S9(13)V99 COMP-3.

       01 HOST-LOSS-ROW.
         05 HOST-LOSS-GROUP-ID          PIC X(10).
         05 HOST-LOSS-CO-HIST           PIC S9(13)V99 COMP-3.
         05 HOST-LOSS-CO-LTD            PIC S9(13)V99 COMP-3.
         05 HOST-LOSS-RCV-LTD           PIC S9(13)V99 COMP-3.

       01 HOST-SEG-ROW.
         05 HOST-SEG-GROUP-ID           PIC X(10).
         05 HOST-SEG-BUCKET             PIC X(01).
         05 HOST-SEG-ACCT-CNT           PIC S9(09) COMP.
         05 HOST-SEG-BALANCE            PIC S9(12)V99 COMP-3.

       01 HOST-PRIOR-RESERVE            PIC S9(12)V99 COMP-3.

       01 HOST-GLMAP-ROW.
         05 HOST-GLM-DR-ACCT            PIC X(08).
         05 HOST-GLM-CR-ACCT            PIC X(08).
         05 HOST-GLM-DESC               PIC X(30).

       COPY CVLRS01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT82A - CECL LOSS RESERVE STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT82A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-RSV-ERRORS = 0
               PERFORM 2000-LOAD-ROLL-HISTORY
               PERFORM 2500-LOAD-LOSS-HISTORY
           END-IF
           IF WS-RSV-ERRORS = 0
               PERFORM 3000-RESERVE-SEGMENTS
               PERFORM 3500-RELEASE-EMPTIED-SEGMENTS
           END-IF
           PERFORM 4000-COMMIT-OR-BACK-OUT
           PERFORM 5000-POST-PROVISION
           PERFORM 6000-FINALIZE
           MOVE 'CBACT82A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-SEGMENTS-RESERVED TO WS-RTOT-RECS-READ
           MOVE WS-GL-RECS-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-RSV-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-RESERVE TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT82A - CECL LOSS RESERVE ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * The reserve closes the month the business date falls in, on
      * the trailing year of history to that date.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-SEGMENTS-RESERVED
           MOVE ZEROS TO WS-SEGMENTS-RELEASED
           MOVE ZEROS TO WS-GL-RECS-WRITTEN
           MOVE ZEROS TO WS-RSV-ERRORS
           SET PROVISION-CLEAN TO TRUE

           INITIALIZE WS-RATE-TABLE
           MOVE 1 TO WS-RG-COUNT
           MOVE 'ALL GROUPS' TO WS-RG-GROUP-ID(1)

           MOVE WS-BIZDT-DATE(1:7) TO HOST-RSV-MONTH
           COMPUTE WS-HIST-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)
               - WS-HIST-DAYS
           COMPUTE WS-HIST-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-HIST-INT)
           MOVE SPACES TO HOST-HIST-START-DATE
           STRING WS-HIST-YYYYMMDD(1:4) '-'
                  WS-HIST-YYYYMMDD(5:2) '-'
                  WS-HIST-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-HIST-START-DATE

           OPEN OUTPUT RSV-REPORT-FILE
           OPEN OUTPUT RSV-GL-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
              OR WS-EXT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RESERVE FILES - STATUS: '
                       WS-RPT-FILE-STATUS ' / ' WS-EXT-FILE-STATUS
               ADD 1 TO WS-RSV-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING '=== ALLOWANCE FOR CREDIT LOSSES (CECL) === MONTH: '
                  HOST-RSV-MONTH
                  '  RUN DATE: ' WS-BIZDT-DATE
                  '  HISTORY FROM: ' HOST-HIST-START-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-OUT-LINE
           MOVE 'GROUP'   TO WS-OUT-LINE(1:5)
           MOVE 'B'       TO WS-OUT-LINE(12:1)
           MOVE 'ACCTS'   TO WS-OUT-LINE(16:5)
           MOVE 'BALANCE' TO WS-OUT-LINE(30:7)
           MOVE 'ROLL%'   TO WS-OUT-LINE(39:5)
           MOVE 'PD%'     TO WS-OUT-LINE(48:3)
           MOVE 'LGD%'    TO WS-OUT-LINE(54:4)
           MOVE 'RESERVE' TO WS-OUT-LINE(67:7)
           MOVE 'PRIOR'   TO WS-OUT-LINE(85:5)
           MOVE 'CHANGE'  TO WS-OUT-LINE(100:6)
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2000-LOAD-ROLL-HISTORY
      * Dollar-weighted, as the CBACT57A matrix reports it: by group
      * and from-bucket, the balances that sat in the bucket at each
      * cycle close over the window and those that rolled worse.
      *----------------------------------------------------------------*
       2000-LOAD-ROLL-HISTORY.

           SET ROLL-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-RSV-ROLL CURSOR FOR
               SELECT COALESCE(A.ACCT_GROUP_ID, 'DEFAULT'),
                      H.DHT_FROM_BUCKET,
                      COALESCE(SUM(H.DHT_ENDING_BAL), 0),
                      COALESCE(SUM(CASE
                          WHEN H.DHT_TO_BUCKET > H.DHT_FROM_BUCKET
                          THEN H.DHT_ENDING_BAL
                          ELSE 0 END), 0)
               FROM DLQHIST H, ACCTDAT A
               WHERE H.DHT_ACCT_ID = A.ACCT_ID
               AND   H.DHT_EVAL_DATE >= :HOST-HIST-START-DATE
               GROUP BY COALESCE(A.ACCT_GROUP_ID, 'DEFAULT'),
                        H.DHT_FROM_BUCKET
           END-EXEC

           EXEC SQL
               OPEN CUR-RSV-ROLL
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-RESERVE-SQL-ERROR
               SET ROLL-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-LOAD-ONE-ROLL-ROW
                   UNTIL ROLL-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-RSV-ROLL
           END-EXEC.

      *----------------------------------------------------------------*
      *                   2100-LOAD-ONE-ROLL-ROW
      *----------------------------------------------------------------*
       2100-LOAD-ONE-ROLL-ROW.

           EXEC SQL
               FETCH CUR-RSV-ROLL
               INTO :HOST-ROLL-GROUP-ID, :HOST-ROLL-FROM-BUCKET,
                    :HOST-ROLL-FROM-BAL, :HOST-ROLL-ROLLED-BAL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-ROLL-FROM-BUCKET TO WS-BUCKET-CD
                   PERFORM 2170-BUCKET-INDEX
                   IF WS-BKT-IX > 0
                       MOVE HOST-ROLL-GROUP-ID TO WS-FIND-GROUP-ID
                       PERFORM 2150-LOCATE-OR-ADD-GROUP
                       ADD HOST-ROLL-FROM-BAL
                         TO WS-RG-FROM-BAL(1, WS-BKT-IX)
                       ADD HOST-ROLL-ROLLED-BAL
                         TO WS-RG-ROLL-BAL(1, WS-BKT-IX)
                       IF WS-RG-FOUND-IX > 1
                           ADD HOST-ROLL-FROM-BAL
                             TO WS-RG-FROM-BAL(WS-RG-FOUND-IX,
                                               WS-BKT-IX)
                           ADD HOST-ROLL-ROLLED-BAL
                             TO WS-RG-ROLL-BAL(WS-RG-FOUND-IX,
                                               WS-BKT-IX)
                       END-IF
                   END-IF
               WHEN 100
                   SET ROLL-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-RESERVE-SQL-ERROR
                   SET ROLL-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2150-LOCATE-OR-ADD-GROUP
      * Finds WS-FIND-GROUP-ID in the rate table, adding it when
      * there is room. A group that does not fit is still counted in
      * the portfolio entry and reserves on portfolio rates.
      *----------------------------------------------------------------*
       2150-LOCATE-OR-ADD-GROUP.

           PERFORM 2160-LOCATE-GROUP

           IF WS-RG-FOUND-IX = 0
               IF WS-RG-COUNT < 51
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-RG-COUNT TO WS-RG-FOUND-IX
                   MOVE WS-FIND-GROUP-ID
                     TO WS-RG-GROUP-ID(WS-RG-FOUND-IX)
               ELSE
                   DISPLAY 'RATE TABLE FULL - GROUP '
                           WS-FIND-GROUP-ID
                           ' RESERVES ON PORTFOLIO RATES'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     2160-LOCATE-GROUP
      *----------------------------------------------------------------*
       2160-LOCATE-GROUP.

           MOVE ZEROS TO WS-RG-FOUND-IX
           PERFORM 2165-MATCH-ONE-GROUP
                   VARYING WS-RG-IX FROM 2 BY 1
                   UNTIL WS-RG-IX > WS-RG-COUNT
                      OR WS-RG-FOUND-IX > 0.

      *----------------------------------------------------------------*
      *                    2165-MATCH-ONE-GROUP
      *----------------------------------------------------------------*
       2165-MATCH-ONE-GROUP.

           IF WS-RG-GROUP-ID(WS-RG-IX) = WS-FIND-GROUP-ID
               MOVE WS-RG-IX TO WS-RG-FOUND-IX
           END-IF.

      *----------------------------------------------------------------*
      *                    2170-BUCKET-INDEX
      * DELINQ bucket '0'-'4' to table entry 1-5; anything else is
      * not a bucket and gives zero.
      *----------------------------------------------------------------*
       2170-BUCKET-INDEX.

           IF WS-BUCKET-CD >= '0' AND WS-BUCKET-CD <= '4'
               MOVE WS-BUCKET-CD TO WS-BUCKET-N
               COMPUTE WS-BKT-IX = WS-BUCKET-N + 1
           ELSE
               MOVE ZEROS TO WS-BKT-IX
           END-IF.

      *----------------------------------------------------------------*
      *                   2500-LOAD-LOSS-HISTORY
      * From RECOVERY by group: the dollars charged off inside the
      * window (bucket 4's roll to loss) and the lifetime charge-offs
      * and recoveries the loss given default is netted from.
      *----------------------------------------------------------------*
       2500-LOAD-LOSS-HISTORY.

           SET LOSS-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-RSV-LOSS CURSOR FOR
               SELECT COALESCE(A.ACCT_GROUP_ID, 'DEFAULT'),
                      COALESCE(SUM(CASE
                          WHEN R.RCV_CHARGEOFF_DATE >=
                               :HOST-HIST-START-DATE
                          THEN R.RCV_CHARGEOFF_AMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(R.RCV_CHARGEOFF_AMT), 0),
                      COALESCE(SUM(R.RCV_RECOVERED_AMT), 0)
               FROM RECOVERY R, ACCTDAT A
               WHERE R.RCV_ACCT_ID = A.ACCT_ID
               GROUP BY COALESCE(A.ACCT_GROUP_ID, 'DEFAULT')
           END-EXEC

           EXEC SQL
               OPEN CUR-RSV-LOSS
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-RESERVE-SQL-ERROR
               SET LOSS-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2600-LOAD-ONE-LOSS-ROW
                   UNTIL LOSS-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-RSV-LOSS
           END-EXEC.

      *----------------------------------------------------------------*
      *                   2600-LOAD-ONE-LOSS-ROW
      *----------------------------------------------------------------*
       2600-LOAD-ONE-LOSS-ROW.

           EXEC SQL
               FETCH CUR-RSV-LOSS
               INTO :HOST-LOSS-GROUP-ID, :HOST-LOSS-CO-HIST,
                    :HOST-LOSS-CO-LTD, :HOST-LOSS-RCV-LTD
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-LOSS-GROUP-ID TO WS-FIND-GROUP-ID
                   PERFORM 2150-LOCATE-OR-ADD-GROUP
                   ADD HOST-LOSS-CO-HIST TO WS-RG-ROLL-BAL(1, 5)
                   ADD HOST-LOSS-CO-LTD  TO WS-RG-CO-LTD(1)
                   ADD HOST-LOSS-RCV-LTD TO WS-RG-RCV-LTD(1)
                   IF WS-RG-FOUND-IX > 1
                       ADD HOST-LOSS-CO-HIST
                         TO WS-RG-ROLL-BAL(WS-RG-FOUND-IX, 5)
                       ADD HOST-LOSS-CO-LTD
                         TO WS-RG-CO-LTD(WS-RG-FOUND-IX)
                       ADD HOST-LOSS-RCV-LTD
                         TO WS-RG-RCV-LTD(WS-RG-FOUND-IX)
                   END-IF
               WHEN 100
                   SET LOSS-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-RESERVE-SQL-ERROR
                   SET LOSS-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2900-RESERVE-SQL-ERROR
      *----------------------------------------------------------------*
       2900-RESERVE-SQL-ERROR.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR CALCULATING RESERVE - SQLCODE: '
                   WS-SQLCODE-DISPLAY
           ADD 1 TO WS-RSV-ERRORS.

      *----------------------------------------------------------------*
      *                   3000-RESERVE-SEGMENTS
      * Rerun-safe: the month's rows are replaced. The prior month is
      * the latest one on file before this one.
      *----------------------------------------------------------------*
       3000-RESERVE-SEGMENTS.

           SET SEG-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DELETE FROM LOSSRSV
               WHERE LRS_MONTH = :HOST-RSV-MONTH
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-RESERVE-SQL-ERROR
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(LRS_MONTH), ' ')
               INTO :HOST-PRIOR-MONTH
               FROM LOSSRSV
               WHERE LRS_MONTH < :HOST-RSV-MONTH
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-RESERVE-SQL-ERROR
               MOVE SPACES TO HOST-PRIOR-MONTH
           END-IF

      * Every active account carrying a balance, by group and its
      * current DELINQ bucket - no DELINQ row yet means current.
           EXEC SQL
               DECLARE CUR-RSV-SEG CURSOR FOR
               SELECT COALESCE(A.ACCT_GROUP_ID, 'DEFAULT'),
                      COALESCE(D.DLQ_BUCKET, '0'),
                      COUNT(*),
                      COALESCE(SUM(A.ACCT_CURR_BAL), 0)
               FROM ACCTDAT A
               LEFT OUTER JOIN DELINQ D
                 ON D.DLQ_ACCT_ID = A.ACCT_ID
               WHERE A.ACCT_ACTIVE_STATUS = 'Y'
               AND   A.ACCT_CURR_BAL > 0
               GROUP BY COALESCE(A.ACCT_GROUP_ID, 'DEFAULT'),
                        COALESCE(D.DLQ_BUCKET, '0')
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CUR-RSV-SEG
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-RESERVE-SQL-ERROR
               SET SEG-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-RESERVE-ONE-SEGMENT
                   UNTIL SEG-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-RSV-SEG
           END-EXEC.

      *----------------------------------------------------------------*
      *                   3100-RESERVE-ONE-SEGMENT
      *----------------------------------------------------------------*
       3100-RESERVE-ONE-SEGMENT.

           EXEC SQL
               FETCH CUR-RSV-SEG
               INTO :HOST-SEG-GROUP-ID, :HOST-SEG-BUCKET,
                    :HOST-SEG-ACCT-CNT, :HOST-SEG-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-SEG-BUCKET TO WS-BUCKET-CD
                   PERFORM 2170-BUCKET-INDEX
                   IF WS-BKT-IX = 0
                       MOVE 1 TO WS-BKT-IX
                   END-IF
                   PERFORM 3200-PROJECT-SEGMENT
                   PERFORM 3300-READ-PRIOR-RESERVE
                   MOVE HOST-SEG-ACCT-CNT TO LRS-ACCT-CNT
                   MOVE HOST-SEG-BALANCE TO LRS-BALANCE
                   MOVE WS-OWN-ROLL-RATE TO LRS-ROLL-RATE
                   MOVE WS-LIFETIME-PD TO LRS-LIFETIME-PD
                   MOVE WS-LGD-RATE TO LRS-LGD-RATE
                   MOVE WS-RATE-SOURCE-FLAG TO LRS-RATE-SOURCE
                   MOVE WS-RESERVE-AMT TO LRS-RESERVE-AMT
                   PERFORM 3400-INSERT-SEGMENT-ROW
                   ADD 1 TO WS-SEGMENTS-RESERVED
                   ADD HOST-SEG-ACCT-CNT TO WS-TOTAL-ACCTS
                   ADD HOST-SEG-BALANCE TO WS-TOTAL-BALANCE
               WHEN 100
                   SET SEG-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-RESERVE-SQL-ERROR
                   SET SEG-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   3200-PROJECT-SEGMENT
      * Roll-rate (net flow) lifetime loss: the chance a dollar now in
      * bucket b reaches charge-off is the product of the monthly roll
      * rates from b through bucket 4's charge-off rate; the loss on
      * that dollar is what charge-offs have not recovered. A group
      * with no history of its own in a bucket takes the portfolio
      * rate; with no loss history anywhere the whole default is
      * taken as lost.
      *----------------------------------------------------------------*
       3200-PROJECT-SEGMENT.

           SET RATES-FROM-GROUP TO TRUE
           MOVE HOST-SEG-GROUP-ID TO WS-FIND-GROUP-ID
           PERFORM 2160-LOCATE-GROUP
           IF WS-RG-FOUND-IX = 0
               MOVE 1 TO WS-G-IX
               SET RATES-FROM-PORTFOLIO TO TRUE
           ELSE
               MOVE WS-RG-FOUND-IX TO WS-G-IX
           END-IF

           MOVE 1 TO WS-LIFETIME-PD
           PERFORM 3220-CHAIN-ONE-BUCKET
                   VARYING WS-K FROM WS-BKT-IX BY 1
                   UNTIL WS-K > 5

           EVALUATE TRUE
               WHEN WS-RG-CO-LTD(WS-G-IX) > 0
                   COMPUTE WS-LGD-RATE ROUNDED =
                       (WS-RG-CO-LTD(WS-G-IX)
                        - WS-RG-RCV-LTD(WS-G-IX))
                       / WS-RG-CO-LTD(WS-G-IX)
               WHEN WS-RG-CO-LTD(1) > 0
                   SET RATES-FROM-PORTFOLIO TO TRUE
                   COMPUTE WS-LGD-RATE ROUNDED =
                       (WS-RG-CO-LTD(1) - WS-RG-RCV-LTD(1))
                       / WS-RG-CO-LTD(1)
               WHEN OTHER
                   MOVE 1 TO WS-LGD-RATE
           END-EVALUATE
           IF WS-LGD-RATE < 0
               MOVE 0 TO WS-LGD-RATE
           END-IF
           IF WS-LGD-RATE > 1
               MOVE 1 TO WS-LGD-RATE
           END-IF

           COMPUTE WS-RESERVE-AMT ROUNDED =
               HOST-SEG-BALANCE * WS-LIFETIME-PD * WS-LGD-RATE.

      *----------------------------------------------------------------*
      *                   3210-RATE-FOR-BUCKET
      * Monthly roll rate out of bucket entry WS-K for group entry
      * WS-G-IX, bounded 0 to 1.
      *----------------------------------------------------------------*
       3210-RATE-FOR-BUCKET.

           EVALUATE TRUE
               WHEN WS-RG-FROM-BAL(WS-G-IX, WS-K) > 0
                   COMPUTE WS-RATE ROUNDED =
                       WS-RG-ROLL-BAL(WS-G-IX, WS-K)
                       / WS-RG-FROM-BAL(WS-G-IX, WS-K)
               WHEN WS-RG-FROM-BAL(1, WS-K) > 0
                   SET RATES-FROM-PORTFOLIO TO TRUE
                   COMPUTE WS-RATE ROUNDED =
                       WS-RG-ROLL-BAL(1, WS-K)
                       / WS-RG-FROM-BAL(1, WS-K)
               WHEN OTHER
                   MOVE 0 TO WS-RATE
           END-EVALUATE
           IF WS-RATE < 0
               MOVE 0 TO WS-RATE
           END-IF
           IF WS-RATE > 1
               MOVE 1 TO WS-RATE
           END-IF.

      *----------------------------------------------------------------*
      *                   3220-CHAIN-ONE-BUCKET
      *----------------------------------------------------------------*
       3220-CHAIN-ONE-BUCKET.

           PERFORM 3210-RATE-FOR-BUCKET
           IF WS-K = WS-BKT-IX
               MOVE WS-RATE TO WS-OWN-ROLL-RATE
           END-IF
           COMPUTE WS-LIFETIME-PD ROUNDED =
               WS-LIFETIME-PD * WS-RATE.

      *----------------------------------------------------------------*
      *                   3300-READ-PRIOR-RESERVE
      *----------------------------------------------------------------*
       3300-READ-PRIOR-RESERVE.

           MOVE ZEROS TO HOST-PRIOR-RESERVE

           IF HOST-PRIOR-MONTH NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(SUM(LRS_RESERVE_AMT), 0)
                   INTO :HOST-PRIOR-RESERVE
                   FROM LOSSRSV
                   WHERE LRS_MONTH = :HOST-PRIOR-MONTH
                   AND   LRS_GROUP_ID = :HOST-SEG-GROUP-ID
                   AND   LRS_BUCKET = :HOST-SEG-BUCKET
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 2900-RESERVE-SQL-ERROR
                   MOVE ZEROS TO HOST-PRIOR-RESERVE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   3400-INSERT-SEGMENT-ROW
      * Caller sets the segment's counts, rates and reserve in the
      * LOSSRSV record; the keys, prior and change are set here, and
      * the line printed.
      *----------------------------------------------------------------*
       3400-INSERT-SEGMENT-ROW.

           MOVE HOST-RSV-MONTH TO LRS-MONTH
           MOVE HOST-SEG-GROUP-ID TO LRS-GROUP-ID
           MOVE HOST-SEG-BUCKET TO LRS-BUCKET
           MOVE HOST-HIST-START-DATE TO LRS-HIST-START-DATE
           MOVE HOST-PRIOR-RESERVE TO LRS-PRIOR-RESERVE-AMT
           COMPUTE LRS-CHANGE-AMT =
               LRS-RESERVE-AMT - LRS-PRIOR-RESERVE-AMT
           MOVE WS-BIZDT-DATE TO LRS-RUN-DATE

           EXEC SQL
               INSERT INTO LOSSRSV
               (LRS_MONTH, LRS_GROUP_ID, LRS_BUCKET, LRS_ACCT_CNT,
                LRS_BALANCE, LRS_ROLL_RATE, LRS_LIFETIME_PD,
                LRS_LGD_RATE, LRS_RATE_SOURCE, LRS_HIST_START_DATE,
                LRS_RESERVE_AMT, LRS_PRIOR_RESERVE_AMT,
                LRS_CHANGE_AMT, LRS_RUN_DATE)
               VALUES
               (:LRS-MONTH, :LRS-GROUP-ID, :LRS-BUCKET,
                :LRS-ACCT-CNT, :LRS-BALANCE, :LRS-ROLL-RATE,
                :LRS-LIFETIME-PD, :LRS-LGD-RATE, :LRS-RATE-SOURCE,
                :LRS-HIST-START-DATE, :LRS-RESERVE-AMT,
                :LRS-PRIOR-RESERVE-AMT, :LRS-CHANGE-AMT,
                :LRS-RUN-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING LOSSRSV ' LRS-GROUP-ID
                       ' BUCKET ' LRS-BUCKET
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-RSV-ERRORS
           END-IF

           ADD LRS-RESERVE-AMT TO WS-TOTAL-RESERVE
           ADD LRS-PRIOR-RESERVE-AMT TO WS-TOTAL-PRIOR
           ADD LRS-CHANGE-AMT TO WS-TOTAL-CHANGE

           PERFORM 3450-WRITE-SEGMENT-LINE.

      *----------------------------------------------------------------*
      *                   3450-WRITE-SEGMENT-LINE
      *----------------------------------------------------------------*
       3450-WRITE-SEGMENT-LINE.

           MOVE SPACES TO WS-OUT-LINE
           MOVE LRS-GROUP-ID TO WS-OUT-LINE(1:10)
           MOVE LRS-BUCKET TO WS-OUT-LINE(12:1)
           MOVE LRS-ACCT-CNT TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT TO WS-OUT-LINE(14:7)
           MOVE LRS-BALANCE TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(22:15)
           COMPUTE WS-PCT ROUNDED = LRS-ROLL-RATE * 100
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-OUT-LINE(38:6)
           COMPUTE WS-PCT ROUNDED = LRS-LIFETIME-PD * 100
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-OUT-LINE(45:6)
           COMPUTE WS-PCT ROUNDED = LRS-LGD-RATE * 100
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-OUT-LINE(52:6)
           MOVE LRS-RESERVE-AMT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(59:15)
           MOVE LRS-PRIOR-RESERVE-AMT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(75:15)
           MOVE LRS-CHANGE-AMT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(91:15)
           IF LRS-RATES-FROM-PORTFOLIO
               MOVE '*' TO WS-OUT-LINE(107:1)
           END-IF
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *               3500-RELEASE-EMPTIED-SEGMENTS
      * A segment reserved last month with no balance this month
      * releases its whole prior reserve - a zero row records it, so
      * the month's changes add up to the provision.
      *----------------------------------------------------------------*
       3500-RELEASE-EMPTIED-SEGMENTS.

           SET GONE-CURSOR-NOT-EOF TO TRUE

           IF HOST-PRIOR-MONTH = SPACES
               SET GONE-CURSOR-EOF TO TRUE
           ELSE
               EXEC SQL
                   DECLARE CUR-RSV-GONE CURSOR FOR
                   SELECT P.LRS_GROUP_ID, P.LRS_BUCKET,
                          P.LRS_RESERVE_AMT
                   FROM LOSSRSV P
                   WHERE P.LRS_MONTH = :HOST-PRIOR-MONTH
                   AND   P.LRS_RESERVE_AMT <> 0
                   AND   NOT EXISTS
                         (SELECT 1 FROM LOSSRSV C
                          WHERE C.LRS_MONTH = :HOST-RSV-MONTH
                          AND   C.LRS_GROUP_ID = P.LRS_GROUP_ID
                          AND   C.LRS_BUCKET = P.LRS_BUCKET)
                   ORDER BY P.LRS_GROUP_ID, P.LRS_BUCKET
               END-EXEC

               EXEC SQL
                   OPEN CUR-RSV-GONE
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 2900-RESERVE-SQL-ERROR
                   SET GONE-CURSOR-EOF TO TRUE
               END-IF
           END-IF

           PERFORM 3600-RELEASE-ONE-SEGMENT
                   UNTIL GONE-CURSOR-EOF

           IF HOST-PRIOR-MONTH NOT = SPACES
               EXEC SQL
                   CLOSE CUR-RSV-GONE
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                  3600-RELEASE-ONE-SEGMENT
      *----------------------------------------------------------------*
       3600-RELEASE-ONE-SEGMENT.

           EXEC SQL
               FETCH CUR-RSV-GONE
               INTO :HOST-SEG-GROUP-ID, :HOST-SEG-BUCKET,
                    :HOST-PRIOR-RESERVE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE ZEROS TO LRS-ACCT-CNT
                   MOVE ZEROS TO LRS-BALANCE
                   MOVE ZEROS TO LRS-ROLL-RATE
                   MOVE ZEROS TO LRS-LIFETIME-PD
                   MOVE ZEROS TO LRS-LGD-RATE
                   SET LRS-RATES-FROM-GROUP TO TRUE
                   MOVE ZEROS TO LRS-RESERVE-AMT
                   PERFORM 3400-INSERT-SEGMENT-ROW
                   ADD 1 TO WS-SEGMENTS-RELEASED
               WHEN 100
                   SET GONE-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-RESERVE-SQL-ERROR
                   SET GONE-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4000-COMMIT-OR-BACK-OUT
      * The month's rows commit together or not at all; a failed run
      * leaves last month's figures standing and posts nothing.
      *----------------------------------------------------------------*
       4000-COMMIT-OR-BACK-OUT.

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           IF WS-RSV-ERRORS = 0
               EXEC SQL COMMIT END-EXEC
               MOVE WS-TOTAL-ACCTS TO WS-CNT-EDIT
               MOVE WS-TOTAL-BALANCE TO WS-AMT-EDIT
               MOVE SPACES TO WS-OUT-LINE
               STRING 'TOTAL ACCOUNTS.............: ' WS-CNT-EDIT
                      '  BALANCE: ' WS-AMT-EDIT
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               MOVE WS-TOTAL-RESERVE TO WS-AMT-EDIT
               MOVE SPACES TO WS-OUT-LINE
               STRING 'RESERVE THIS MONTH.........: ' WS-AMT-EDIT
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               MOVE WS-TOTAL-PRIOR TO WS-AMT-EDIT
               MOVE SPACES TO WS-OUT-LINE
               STRING 'RESERVE PRIOR MONTH........: ' WS-AMT-EDIT
                      '  (' HOST-PRIOR-MONTH ')'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               MOVE WS-TOTAL-CHANGE TO WS-AMT-EDIT
               MOVE SPACES TO WS-OUT-LINE
               STRING 'PROVISION (CHANGE).........: ' WS-AMT-EDIT
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE '* RATES TAKEN IN PART FROM THE WHOLE PORTFOLIO'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET PROVISION-HELD TO TRUE
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** RESERVE NOT SAVED - ERRORS IN THE RUN'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO RSV-REPORT-LINE
           WRITE RSV-REPORT-LINE.

      *----------------------------------------------------------------*
      *                    5000-POST-PROVISION
      * The month's change in the reserve as one balanced pair - a
      * build debits the GLMAP debit account and credits the credit
      * account; a release flows the other way with the sign flipped,
      * exactly as CBACT24A writes a negative summary. No change, no
      * entry; no 'LR' mapping holds the entry.
      *----------------------------------------------------------------*
       5000-POST-PROVISION.

           IF PROVISION-CLEAN AND WS-TOTAL-CHANGE NOT = 0
               EXEC SQL
                   SELECT GLM_DR_ACCOUNT, GLM_CR_ACCOUNT, GLM_DESC
                   INTO :HOST-GLM-DR-ACCT, :HOST-GLM-CR-ACCT,
                        :HOST-GLM-DESC
                   FROM GLMAP
                   WHERE GLM_TRAN_TYPE_CD = :WS-GLMAP-TYPE-CD
                   AND   GLM_TRAN_CAT_CD  = :WS-GLMAP-CAT-CD
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       SET PROVISION-HELD TO TRUE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING '** NO GLMAP ROW FOR TYPE '
                              WS-GLMAP-TYPE-CD
                              ' CATEGORY 0000 - PROVISION HELD'
                         DELIMITED BY SIZE
                         INTO WS-OUT-LINE
                       PERFORM 4900-WRITE-RPT-LINE
                   WHEN OTHER
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       DISPLAY 'ERROR READING GLMAP - SQLCODE: '
                               WS-SQLCODE-DISPLAY
                       SET PROVISION-HELD TO TRUE
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN PROVISION-HELD
                   DISPLAY 'PROVISION HELD - NO LEDGER ENTRY SHIPPED'
               WHEN WS-TOTAL-CHANGE = 0
                   MOVE SPACES TO WS-OUT-LINE
                   MOVE 'NO CHANGE IN THE RESERVE - NO PROVISION ENTRY'
                     TO WS-OUT-LINE
                   PERFORM 4900-WRITE-RPT-LINE
               WHEN OTHER
                   PERFORM 5100-WRITE-PROVISION-PAIR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  5100-WRITE-PROVISION-PAIR
      *----------------------------------------------------------------*
       5100-WRITE-PROVISION-PAIR.

           IF WS-TOTAL-CHANGE >= 0
               MOVE WS-TOTAL-CHANGE TO WS-ABS-AMT
               MOVE HOST-GLM-DR-ACCT TO GLX-GL-ACCOUNT
           ELSE
               COMPUTE WS-ABS-AMT = 0 - WS-TOTAL-CHANGE
               MOVE HOST-GLM-CR-ACCT TO GLX-GL-ACCOUNT
           END-IF
           MOVE 'D' TO GLX-DR-CR-IND
           MOVE WS-ABS-AMT TO GLX-AMOUNT
           MOVE WS-BIZDT-DATE TO GLX-RUN-DATE
           MOVE WS-GLMAP-TYPE-CD TO GLX-TRAN-TYPE-CD
           MOVE WS-GLMAP-CAT-CD TO GLX-TRAN-CAT-CD
           MOVE HOST-GLM-DESC TO GLX-DESC
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-GL-RECS-WRITTEN

           IF WS-TOTAL-CHANGE >= 0
               MOVE HOST-GLM-CR-ACCT TO GLX-GL-ACCOUNT
           ELSE
               MOVE HOST-GLM-DR-ACCT TO GLX-GL-ACCOUNT
           END-IF
           MOVE 'C' TO GLX-DR-CR-IND
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-GL-RECS-WRITTEN

           MOVE WS-ABS-AMT TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'PROVISION ENTRY WRITTEN....: ' WS-AMT-EDIT
                  '  DR ' GLX-GL-ACCOUNT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           IF WS-TOTAL-CHANGE >= 0
               MOVE HOST-GLM-DR-ACCT TO WS-OUT-LINE(50:8)
               MOVE '  CR ' TO WS-OUT-LINE(58:5)
               MOVE HOST-GLM-CR-ACCT TO WS-OUT-LINE(63:8)
           ELSE
               MOVE HOST-GLM-CR-ACCT TO WS-OUT-LINE(50:8)
               MOVE '  CR ' TO WS-OUT-LINE(58:5)
               MOVE HOST-GLM-DR-ACCT TO WS-OUT-LINE(63:8)
           END-IF
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      *----------------------------------------------------------------*
       6000-FINALIZE.

           CLOSE RSV-REPORT-FILE
           CLOSE RSV-GL-FILE

           DISPLAY 'SEGMENTS RESERVED......: ' WS-SEGMENTS-RESERVED
           DISPLAY 'SEGMENTS RELEASED......: ' WS-SEGMENTS-RELEASED
           DISPLAY 'GL RECORDS WRITTEN.....: ' WS-GL-RECS-WRITTEN
           DISPLAY 'PROCESSING ERRORS......: ' WS-RSV-ERRORS

           IF WS-RSV-ERRORS > 0 OR PROVISION-HELD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

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
