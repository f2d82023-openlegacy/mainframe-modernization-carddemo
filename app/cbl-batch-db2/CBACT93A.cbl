      *****************************************************************
      * Program     : CBACT93A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Monthly fraud basis-point summary for the
      *               business month, by merchant category (MCC) and
      *               channel (card-present, e-commerce, ATM). Fraud
      *               is every confirmed-fraud transaction on FRAUDTRN
      *               originated in the month; sales are the month's
      *               purchases and cash advances on TRANSACT, split
      *               by the same MCC and channel rules COFRD01A
      *               applies when it records the fraud. Basis points
      *               = fraud dollars / sales dollars x 10,000. A
      *               line is printed for every MCC and channel with
      *               sales or fraud, followed by channel totals and
      *               the month's overall figure. Fraud confirmed
      *               after the month closes still counts toward the
      *               month the transaction was made in, so a rerun
      *               later shows the settled picture.
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
      * 2026-10-15 - New batch job: monthly fraud basis-point summary
      *              by MCC and channel
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT93A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRD-BPS-FILE ASSIGN TO FRDBPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD FRD-BPS-FILE
           RECORDING MODE IS F.
       01 FRD-BPS-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT93A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-LINES-WRITTEN           PIC 9(07) VALUE ZEROS.
         05 WS-FRAUD-COUNT             PIC 9(09) VALUE ZEROS.
         05 WS-FRAUD-TOTAL-AMT         PIC S9(13)V99 VALUE ZEROS.
         05 WS-SALES-TOTAL-AMT         PIC S9(13)V99 VALUE ZEROS.
         05 WS-BPS-ERRORS              PIC 9(07) VALUE ZEROS.

      * Channel totals - card-present, e-commerce, ATM
       01 WS-CHANNEL-TOTALS.
         05 WS-CHN-ENTRY OCCURS 3 TIMES.
            10 WS-CHN-FRAUD-COUNT      PIC 9(09).
            10 WS-CHN-FRAUD-AMT        PIC S9(13)V99.
            10 WS-CHN-SALES-AMT        PIC S9(13)V99.

       01 WS-CHANNEL-NAMES.
         05 FILLER                     PIC X(12) VALUE 'CARD-PRESENT'.
         05 FILLER                     PIC X(12) VALUE 'E-COMMERCE  '.
         05 FILLER                     PIC X(12) VALUE 'ATM         '.
       01 WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
         05 WS-CHN-NAME                PIC X(12) OCCURS 3 TIMES.

       01 WS-WORK-FIELDS.
         05 WS-CX                      PIC S9(04) COMP VALUE ZEROS.
         05 WS-LINE-FRAUD-CNT          PIC 9(09) VALUE ZEROS.
         05 WS-LINE-FRAUD-AMT          PIC S9(13)V99 VALUE ZEROS.
         05 WS-LINE-SALES-AMT          PIC S9(13)V99 VALUE ZEROS.
         05 WS-LINE-LABEL              PIC X(24) VALUE SPACES.
         05 WS-BPS                     PIC S9(07)V99 VALUE ZEROS.
         05 WS-MCC-EDIT                PIC 9(04).
         05 WS-CNT-EDIT                PIC Z(08)9.
         05 WS-AMT-EDIT-1              PIC -(12)9.99.
         05 WS-AMT-EDIT-2              PIC -(12)9.99.
         05 WS-BPS-EDIT                PIC -(6)9.99.
         05 WS-BPS-TEXT                PIC X(10).
         05 WS-OUT-LINE                PIC X(132).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 BPS-CURSOR-EOF                        VALUE 'Y'.
         88 BPS-CURSOR-NOT-EOF                    VALUE 'N'.

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
      * of job so the day-end balancing report CBACT20A
      * can prove the night ties.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-SUM-MONTH                PIC X(07).
       01 HOST-MONTH-START-TS           PIC X(26).
       01 HOST-MONTH-END-TS             PIC X(26).

      * Host variables - one MCC / channel line
       01 HOST-BPS-ROW.
         05 HOST-BPS-MCC-CD             PIC 9(04).
         05 HOST-BPS-CHANNEL            PIC X(01).
         05 HOST-BPS-FRAUD-CNT          PIC S9(09) COMP.
         05 HOST-BPS-FRAUD-AMT          PIC S9(13)V99 COMP-3.
         05 HOST-BPS-SALES-AMT          PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT93A - FRAUD BASIS-POINT SUMMARY STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT93A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MCC-CHANNEL-LINES
           PERFORM 3000-CHANNEL-TOTALS
           PERFORM 9000-FINALIZE
           MOVE 'CBACT93A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-FRAUD-COUNT TO WS-RTOT-RECS-READ
           MOVE WS-LINES-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-BPS-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-FRAUD-TOTAL-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT93A - FRAUD BASIS-POINT SUMMARY ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-LINES-WRITTEN
           MOVE ZEROS TO WS-FRAUD-COUNT
           MOVE ZEROS TO WS-FRAUD-TOTAL-AMT
           MOVE ZEROS TO WS-SALES-TOTAL-AMT
           MOVE ZEROS TO WS-BPS-ERRORS
           PERFORM 1100-CLEAR-CHANNEL
               VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 3

           MOVE WS-BIZDT-DATE(1:7) TO HOST-SUM-MONTH

           MOVE SPACES TO HOST-MONTH-START-TS
           STRING HOST-SUM-MONTH '-01-00.00.00.000000'
             DELIMITED BY SIZE INTO HOST-MONTH-START-TS
           MOVE SPACES TO HOST-MONTH-END-TS
           STRING HOST-SUM-MONTH '-31-23.59.59.999999'
             DELIMITED BY SIZE INTO HOST-MONTH-END-TS

           OPEN OUTPUT FRD-BPS-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRD-BPS-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-BPS-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING '=== FRAUD BASIS POINTS BY MCC AND CHANNEL FOR '
                  HOST-SUM-MONTH ' ==='
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING 'MCC  CHANNEL                 FRAUD CNT'
                  '      FRAUD AMOUNT      SALES AMOUNT'
                  '  BASIS PTS'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                      1100-CLEAR-CHANNEL
      *----------------------------------------------------------------*
       1100-CLEAR-CHANNEL.

           MOVE ZEROS TO WS-CHN-FRAUD-COUNT(WS-CX)
           MOVE ZEROS TO WS-CHN-FRAUD-AMT(WS-CX)
           MOVE ZEROS TO WS-CHN-SALES-AMT(WS-CX).

      *----------------------------------------------------------------*
      *                    2000-MCC-CHANNEL-LINES
      * Fraud and sales for the month side by side, one row per MCC
      * and channel that has either. Unclassified merchants carry
      * MCC 0000.
      *----------------------------------------------------------------*
       2000-MCC-CHANNEL-LINES.

           SET BPS-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-FRD-BPS CURSOR FOR
               SELECT X.MCC_CD, X.CHANNEL,
                      SUM(X.FRAUD_CNT), SUM(X.FRAUD_AMT),
                      SUM(X.SALES_AMT)
               FROM (SELECT F.FRT_MCC_CD AS MCC_CD,
                            F.FRT_CHANNEL AS CHANNEL,
                            1 AS FRAUD_CNT,
                            F.FRT_TRAN_AMT AS FRAUD_AMT,
                            0 AS SALES_AMT
                     FROM FRAUDTRN F
                     WHERE F.FRT_TRAN_ORIG_TS
                           BETWEEN :HOST-MONTH-START-TS
                               AND :HOST-MONTH-END-TS
                     UNION ALL
                     SELECT COALESCE(T.TRAN_MCC_CD, 0),
                            CASE SUBSTR(T.TRAN_SOURCE, 1, 4)
                                 WHEN 'ECOM' THEN 'E'
                                 WHEN 'ATM ' THEN 'A'
                                 ELSE 'P'
                            END,
                            0, 0, T.TRAN_AMT
                     FROM TRANSACT T
                     WHERE T.TRAN_TYPE_CD IN ('01', '05')
                     AND   T.TRAN_AMT > 0
                     AND   T.TRAN_ORIG_TS
                           BETWEEN :HOST-MONTH-START-TS
                               AND :HOST-MONTH-END-TS) X
               GROUP BY X.MCC_CD, X.CHANNEL
               ORDER BY X.MCC_CD, X.CHANNEL
           END-EXEC

           EXEC SQL
               OPEN CUR-FRD-BPS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-FRD-BPS - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BPS-ERRORS
               SET BPS-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-BPS-ROW
                   UNTIL BPS-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-FRD-BPS
           END-EXEC.

      *----------------------------------------------------------------*
      *                    2100-FETCH-BPS-ROW
      *----------------------------------------------------------------*
       2100-FETCH-BPS-ROW.

           EXEC SQL
               FETCH CUR-FRD-BPS
               INTO :HOST-BPS-MCC-CD, :HOST-BPS-CHANNEL,
                    :HOST-BPS-FRAUD-CNT, :HOST-BPS-FRAUD-AMT,
                    :HOST-BPS-SALES-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EVALUATE HOST-BPS-CHANNEL
                       WHEN 'E'
                           MOVE 2 TO WS-CX
                       WHEN 'A'
                           MOVE 3 TO WS-CX
                       WHEN OTHER
                           MOVE 1 TO WS-CX
                   END-EVALUATE
                   ADD HOST-BPS-FRAUD-CNT TO WS-CHN-FRAUD-COUNT(WS-CX)
                   ADD HOST-BPS-FRAUD-AMT TO WS-CHN-FRAUD-AMT(WS-CX)
                   ADD HOST-BPS-SALES-AMT TO WS-CHN-SALES-AMT(WS-CX)
                   ADD HOST-BPS-FRAUD-CNT TO WS-FRAUD-COUNT
                   ADD HOST-BPS-FRAUD-AMT TO WS-FRAUD-TOTAL-AMT
                   ADD HOST-BPS-SALES-AMT TO WS-SALES-TOTAL-AMT

                   MOVE HOST-BPS-MCC-CD TO WS-MCC-EDIT
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING WS-MCC-EDIT ' ' WS-CHN-NAME(WS-CX)
                     DELIMITED BY SIZE INTO WS-LINE-LABEL
                   MOVE HOST-BPS-FRAUD-CNT TO WS-LINE-FRAUD-CNT
                   MOVE HOST-BPS-FRAUD-AMT TO WS-LINE-FRAUD-AMT
                   MOVE HOST-BPS-SALES-AMT TO WS-LINE-SALES-AMT
                   PERFORM 4000-WRITE-BPS-LINE
               WHEN 100
                   SET BPS-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-FRD-BPS - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-BPS-ERRORS
                   SET BPS-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    3000-CHANNEL-TOTALS
      *----------------------------------------------------------------*
       3000-CHANNEL-TOTALS.

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE '--- CHANNEL TOTALS ---' TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           PERFORM 3100-ONE-CHANNEL-TOTAL
               VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 3

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE 'ALL MCC / ALL CHANNELS' TO WS-LINE-LABEL
           MOVE WS-FRAUD-COUNT TO WS-LINE-FRAUD-CNT
           MOVE WS-FRAUD-TOTAL-AMT TO WS-LINE-FRAUD-AMT
           MOVE WS-SALES-TOTAL-AMT TO WS-LINE-SALES-AMT
           PERFORM 4000-WRITE-BPS-LINE.

      *----------------------------------------------------------------*
      *                    3100-ONE-CHANNEL-TOTAL
      *----------------------------------------------------------------*
       3100-ONE-CHANNEL-TOTAL.

           MOVE SPACES TO WS-LINE-LABEL
           STRING 'ALL  ' WS-CHN-NAME(WS-CX)
             DELIMITED BY SIZE INTO WS-LINE-LABEL
           MOVE WS-CHN-FRAUD-COUNT(WS-CX) TO WS-LINE-FRAUD-CNT
           MOVE WS-CHN-FRAUD-AMT(WS-CX) TO WS-LINE-FRAUD-AMT
           MOVE WS-CHN-SALES-AMT(WS-CX) TO WS-LINE-SALES-AMT
           PERFORM 4000-WRITE-BPS-LINE.

      *----------------------------------------------------------------*
      *                    4000-WRITE-BPS-LINE
      * Fraud with no sales to measure it against (the fraud was all
      * on transaction types outside purchases and cash advances)
      * prints without a rate.
      *----------------------------------------------------------------*
       4000-WRITE-BPS-LINE.

           IF WS-LINE-SALES-AMT > 0
               COMPUTE WS-BPS ROUNDED =
                   WS-LINE-FRAUD-AMT * 10000 / WS-LINE-SALES-AMT
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-BPS
               END-COMPUTE
               MOVE WS-BPS TO WS-BPS-EDIT
               MOVE WS-BPS-EDIT TO WS-BPS-TEXT
           ELSE
               MOVE '       N/A' TO WS-BPS-TEXT
           END-IF

           MOVE WS-LINE-FRAUD-CNT TO WS-CNT-EDIT
           MOVE WS-LINE-FRAUD-AMT TO WS-AMT-EDIT-1
           MOVE WS-LINE-SALES-AMT TO WS-AMT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-LINE-LABEL ' ' WS-CNT-EDIT ' ' WS-AMT-EDIT-1
                  ' ' WS-AMT-EDIT-2 ' ' WS-BPS-TEXT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           ADD 1 TO WS-LINES-WRITTEN.

      *----------------------------------------------------------------*
      *                    4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO FRD-BPS-LINE
           WRITE FRD-BPS-LINE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE FRD-BPS-FILE

           DISPLAY 'FRAUD TRANSACTIONS......: ' WS-FRAUD-COUNT
           MOVE WS-FRAUD-TOTAL-AMT TO WS-AMT-EDIT-1
           DISPLAY 'FRAUD AMOUNT............: ' WS-AMT-EDIT-1
           MOVE WS-SALES-TOTAL-AMT TO WS-AMT-EDIT-2
           DISPLAY 'SALES AMOUNT............: ' WS-AMT-EDIT-2
           DISPLAY 'REPORT LINES............: ' WS-LINES-WRITTEN
           DISPLAY 'PROCESSING ERRORS.......: ' WS-BPS-ERRORS

           IF WS-BPS-ERRORS > 0
               MOVE 4 TO RETURN-CODE
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
