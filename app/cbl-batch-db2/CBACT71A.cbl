      *****************************************************************
      * Program     : CBACT71A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Anti-money-laundering transaction monitor -
      *               runs after the credit-balance refund run
      *               CBACT49A. Four scenarios are scored over
      *               TRANSACT, EFTDISB and ACCTDAT with thresholds
      *               from the AMLRULE table: structuring (cash
      *               advances or payments just under the reporting
      *               threshold), an overpayment refunded out by EFT,
      *               third-party lockbox checks (CBACT47A source
      *               LOCKBOX-3P), and rapid load-and-spend. Every hit
      *               opens an AMLCASE row with its triggering
      *               transactions attached on AMLCTRN for the
      *               investigators' queue (COAML00U), and prints on
      *               the AMLRPT alert report.
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
      * 2026-10-15 - New batch job: AML scenario monitoring and case
      *              queue feed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT71A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-RPT-FILE ASSIGN TO AMLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD AML-RPT-FILE
           RECORDING MODE IS F.
       01 AML-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT71A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * House defaults - a scenario with no AMLRULE row runs on
      * these. Amounts are USD; the look-back is in calendar days.
       01 WS-CONSTANTS.
         05 WS-STRC-DEFAULTS.
           10 WS-STRC-THRESHOLD        PIC S9(10)V99 COMP-3
                                        VALUE 10000.00.
           10 WS-STRC-BAND-PCT         PIC S9(03)V99 COMP-3
                                        VALUE 90.00.
           10 WS-STRC-MIN-COUNT        PIC S9(04) COMP VALUE 2.
           10 WS-STRC-LOOKBACK         PIC S9(04) COMP VALUE 30.
         05 WS-OVPY-DEFAULTS.
           10 WS-OVPY-THRESHOLD        PIC S9(10)V99 COMP-3
                                        VALUE 2500.00.
           10 WS-OVPY-MIN-COUNT        PIC S9(04) COMP VALUE 1.
           10 WS-OVPY-LOOKBACK         PIC S9(04) COMP VALUE 30.
         05 WS-LB3P-DEFAULTS.
           10 WS-LB3P-THRESHOLD        PIC S9(10)V99 COMP-3
                                        VALUE 1000.00.
           10 WS-LB3P-MIN-COUNT        PIC S9(04) COMP VALUE 2.
           10 WS-LB3P-LOOKBACK         PIC S9(04) COMP VALUE 30.
         05 WS-LDSP-DEFAULTS.
           10 WS-LDSP-THRESHOLD        PIC S9(10)V99 COMP-3
                                        VALUE 5000.00.
           10 WS-LDSP-BAND-PCT         PIC S9(03)V99 COMP-3
                                        VALUE 80.00.
           10 WS-LDSP-LOOKBACK         PIC S9(04) COMP VALUE 7.
      * A credit balance reaches the refund run only after CBACT49A's
      * 180-day holding period, so the payments that built an
      * overpayment are looked for over the year before tonight.
         05 WS-OVPY-PAYMENT-DAYS       PIC S9(04) COMP VALUE 365.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-CANDIDATES-READ         PIC 9(07) VALUE ZEROS.
         05 WS-CASES-OPENED            PIC 9(07) VALUE ZEROS.
         05 WS-STRC-CASES              PIC 9(07) VALUE ZEROS.
         05 WS-OVPY-CASES              PIC 9(07) VALUE ZEROS.
         05 WS-LB3P-CASES              PIC 9(07) VALUE ZEROS.
         05 WS-LDSP-CASES              PIC 9(07) VALUE ZEROS.
         05 WS-TRANS-ATTACHED          PIC 9(07) VALUE ZEROS.
         05 WS-RULES-SKIPPED           PIC 9(07) VALUE ZEROS.
         05 WS-ALERT-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-ALERT-AMT         PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.

      * Working fields
       01 WS-WORK-FIELDS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-EVENT-TS                PIC X(26).
         05 WS-DATE-INT                PIC S9(09) COMP.
         05 WS-START-YYYYMMDD          PIC 9(08).
         05 WS-LOOKBACK-DAYS           PIC S9(04) COMP.
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-CASE-ID-EDIT            PIC 9(09).
         05 WS-COUNT-EDIT              PIC ZZZ9.
         05 WS-AMT-EDIT                PIC -(8)9.99.
         05 WS-AMT2-EDIT               PIC -(8)9.99.
         05 WS-PCT-EDIT                PIC ZZ9.99.

       01 WS-END-OF-CAND-CURSOR-FLAG   PIC X(01) VALUE 'N'.
         88 CAND-CURSOR-EOF                       VALUE 'Y'.
         88 CAND-CURSOR-NOT-EOF                   VALUE 'N'.

       01 WS-RULE-FLAG                 PIC X(01) VALUE 'Y'.
         88 RULE-RUNS                             VALUE 'Y'.
         88 RULE-SKIPPED                          VALUE 'N'.

       01 WS-CASE-FLAG                 PIC X(01) VALUE 'N'.
         88 CASE-WRITE-OK                         VALUE 'Y'.
         88 CASE-WRITE-FAILED                     VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic. A
      * transaction already attached to a case for a scenario is
      * never counted toward it again, so a rerun after an abend
      * opens no duplicate cases.
       01 WS-JOBRUN-FIELDS.
       COPY CSUTLJWY.

      * Business processing date - see CSUTLBPL.
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

      * Scenario parameters for the cursor in flight
       01 HOST-RULE-PARMS.
         05 HOST-WINDOW-START-TS       PIC X(26).
         05 HOST-WINDOW-START-DATE     PIC X(10).
         05 HOST-PAYMENT-START-TS      PIC X(26).
         05 HOST-BAND-LOW-AMT          PIC S9(10)V99 COMP-3.
         05 HOST-TODAY-DATE            PIC X(10).

      * One candidate account
       01 HOST-CAND-ROW.
         05 HOST-ACCT-ID               PIC S9(11) COMP-3.
         05 HOST-CUST-ID               PIC S9(09) COMP.
         05 HOST-ITEM-COUNT            PIC S9(09) COMP.
         05 HOST-ITEM-AMT              PIC S9(11)V99 COMP-3.
         05 HOST-SPEND-AMT             PIC S9(11)V99 COMP-3.
         05 HOST-REFUND-AMT            PIC S9(11)V99 COMP-3.

       01 HOST-CASE-ID-SEQ             PIC S9(18) COMP-3.

       COPY CVAML01Y.
       COPY CVAML02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT71A - AML TRANSACTION MONITOR STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT71A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT49A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCORE-STRUCTURING
              THRU 2000-SCORE-STRUCTURING-EXIT
           PERFORM 3000-SCORE-OVERPAY-REFUND
              THRU 3000-SCORE-OVERPAY-REFUND-EXIT
           PERFORM 4000-SCORE-THIRD-PARTY
              THRU 4000-SCORE-THIRD-PARTY-EXIT
           PERFORM 5000-SCORE-LOAD-AND-SPEND
              THRU 5000-SCORE-LOAD-AND-SPEND-EXIT
           PERFORM 9000-FINALIZE
           MOVE 'CBACT71A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-CANDIDATES-READ TO WS-RTOT-RECS-READ
           MOVE WS-CASES-OPENED TO WS-RTOT-RECS-POSTED
           MOVE WS-ALERT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-ALERT-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT71A - AML TRANSACTION MONITOR ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-EVENT-TS
           MOVE WS-BIZDT-DATE TO HOST-TODAY-DATE

           OPEN OUTPUT AML-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AML-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO AML-RPT-LINE
           STRING 'AML SCENARIO ALERTS - BUSINESS DATE '
                  WS-BIZDT-DATE
             DELIMITED BY SIZE
             INTO AML-RPT-LINE
           WRITE AML-RPT-LINE
           MOVE SPACES TO AML-RPT-LINE
           STRING 'CASE ID   ACCOUNT     CUSTOMER  RULE '
                  '      AMOUNT ITEMS  DETAIL'
             DELIMITED BY SIZE
             INTO AML-RPT-LINE
           WRITE AML-RPT-LINE.

      *----------------------------------------------------------------*
      *                  2000-SCORE-STRUCTURING
      * Cash advances (type 05) or payments (type 04) each inside the
      * band just under the reporting threshold - two or more in the
      * window is the classic pattern of splitting a reportable sum.
      *----------------------------------------------------------------*
       2000-SCORE-STRUCTURING.

           INITIALIZE AML-RULE-RECORD
           MOVE 'STRC' TO AMR-RULE-ID
           MOVE WS-STRC-THRESHOLD TO AMR-THRESHOLD-AMT
           MOVE WS-STRC-BAND-PCT TO AMR-BAND-PCT
           MOVE WS-STRC-MIN-COUNT TO AMR-MIN-COUNT
           MOVE WS-STRC-LOOKBACK TO AMR-LOOKBACK-DAYS
           PERFORM 8000-LOAD-RULE THRU 8000-LOAD-RULE-EXIT
           IF RULE-SKIPPED
               GO TO 2000-SCORE-STRUCTURING-EXIT
           END-IF

           COMPUTE HOST-BAND-LOW-AMT ROUNDED =
               AMR-THRESHOLD-AMT * AMR-BAND-PCT / 100
           SET CAND-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-AML-STRC CURSOR WITH HOLD FOR
               SELECT X.XREF_ACCT_ID, MIN(X.XREF_CUST_ID),
                      COUNT(*), SUM(ABS(T.TRAN_AMT))
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_CARD_NUM = T.TRAN_CARD_NUM
               AND   T.TRAN_TYPE_CD IN ('04', '05')
               AND   T.TRAN_PROC_TS >= :HOST-WINDOW-START-TS
               AND   ABS(T.TRAN_AMT) >= :HOST-BAND-LOW-AMT
               AND   ABS(T.TRAN_AMT) < :AMR-THRESHOLD-AMT
               AND   NOT EXISTS
                     (SELECT 1 FROM AMLCTRN A
                      WHERE A.AMX_TRAN_ID = T.TRAN_ID
                      AND   A.AMX_RULE_ID = 'STRC')
               GROUP BY X.XREF_ACCT_ID
               HAVING COUNT(*) >= :AMR-MIN-COUNT
               ORDER BY X.XREF_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-AML-STRC
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-AML-STRC - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ALERT-ERRORS
               GO TO 2000-SCORE-STRUCTURING-EXIT
           END-IF

           PERFORM 2100-FETCH-STRUCTURING
               UNTIL CAND-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-AML-STRC
           END-EXEC.
       2000-SCORE-STRUCTURING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  2100-FETCH-STRUCTURING
      *----------------------------------------------------------------*
       2100-FETCH-STRUCTURING.

           EXEC SQL
               FETCH CUR-AML-STRC
               INTO :HOST-ACCT-ID, :HOST-CUST-ID,
                    :HOST-ITEM-COUNT, :HOST-ITEM-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CANDIDATES-READ
                   PERFORM 2200-OPEN-STRUCTURING-CASE
                      THRU 2200-OPEN-STRUCTURING-CASE-EXIT
               WHEN 100
                   SET CAND-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-AML-STRC - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ALERT-ERRORS
                   SET CAND-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                2200-OPEN-STRUCTURING-CASE
      *----------------------------------------------------------------*
       2200-OPEN-STRUCTURING-CASE.

           MOVE HOST-ITEM-AMT TO AMC-ALERT-AMT
           MOVE HOST-ITEM-COUNT TO AMC-TRAN-COUNT
           MOVE AMR-THRESHOLD-AMT TO WS-AMT-EDIT
           MOVE HOST-ITEM-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO AMC-ALERT-DESC
           STRING 'STRUCTURING -' WS-COUNT-EDIT
                  ' ITEMS JUST UNDER ' WS-AMT-EDIT
             DELIMITED BY SIZE
             INTO AMC-ALERT-DESC
           PERFORM 6000-OPEN-CASE THRU 6000-OPEN-CASE-EXIT
           IF CASE-WRITE-FAILED
               GO TO 2200-OPEN-STRUCTURING-CASE-EXIT
           END-IF

           EXEC SQL
               INSERT INTO AMLCTRN
               (AMX_CASE_ID, AMX_TRAN_ID, AMX_RULE_ID, AMX_CARD_NUM,
                AMX_TRAN_TYPE_CD, AMX_TRAN_SOURCE, AMX_TRAN_AMT,
                AMX_TRAN_PROC_TS)
               SELECT :AMC-CASE-ID, T.TRAN_ID, 'STRC',
                      T.TRAN_CARD_NUM, T.TRAN_TYPE_CD, T.TRAN_SOURCE,
                      T.TRAN_AMT, T.TRAN_PROC_TS
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   T.TRAN_CARD_NUM = X.XREF_CARD_NUM
               AND   T.TRAN_TYPE_CD IN ('04', '05')
               AND   T.TRAN_PROC_TS >= :HOST-WINDOW-START-TS
               AND   ABS(T.TRAN_AMT) >= :HOST-BAND-LOW-AMT
               AND   ABS(T.TRAN_AMT) < :AMR-THRESHOLD-AMT
               AND   NOT EXISTS
                     (SELECT 1 FROM AMLCTRN A
                      WHERE A.AMX_TRAN_ID = T.TRAN_ID
                      AND   A.AMX_RULE_ID = 'STRC')
           END-EXEC

           PERFORM 6500-FINISH-CASE
           IF CASE-WRITE-OK
               ADD 1 TO WS-STRC-CASES
           END-IF.
       2200-OPEN-STRUCTURING-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 3000-SCORE-OVERPAY-REFUND
      * A credit balance paid out by EFT (EFTDISB - the CBACT49A
      * refund or a CBACT34A closure refund) in the window, where
      * the account's own payments cover the refund - money paid in
      * by card payment and taken back out as a clean bank transfer.
      * An account is alerted once per refund: a case opened on or
      * after the disbursement date already covers it.
      *----------------------------------------------------------------*
       3000-SCORE-OVERPAY-REFUND.

           INITIALIZE AML-RULE-RECORD
           MOVE 'OVPY' TO AMR-RULE-ID
           MOVE WS-OVPY-THRESHOLD TO AMR-THRESHOLD-AMT
           MOVE ZEROS TO AMR-BAND-PCT
           MOVE WS-OVPY-MIN-COUNT TO AMR-MIN-COUNT
           MOVE WS-OVPY-LOOKBACK TO AMR-LOOKBACK-DAYS
           PERFORM 8000-LOAD-RULE THRU 8000-LOAD-RULE-EXIT
           IF RULE-SKIPPED
               GO TO 3000-SCORE-OVERPAY-REFUND-EXIT
           END-IF

           MOVE WS-OVPY-PAYMENT-DAYS TO WS-LOOKBACK-DAYS
           PERFORM 8100-WINDOW-START
           STRING WS-START-YYYYMMDD(1:4) '-'
                  WS-START-YYYYMMDD(5:2) '-'
                  WS-START-YYYYMMDD(7:2) '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO HOST-PAYMENT-START-TS
           SET CAND-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-AML-OVPY CURSOR WITH HOLD FOR
               SELECT E.EFT_ACCT_ID, SUM(E.EFT_AMOUNT)
               FROM EFTDISB E
               WHERE E.EFT_DISBURSE_DATE >= :HOST-WINDOW-START-DATE
               AND   E.EFT_AMOUNT >= :AMR-THRESHOLD-AMT
               AND   NOT EXISTS
                     (SELECT 1 FROM AMLCASE C
                      WHERE C.AMC_ACCT_ID = E.EFT_ACCT_ID
                      AND   C.AMC_RULE_ID = 'OVPY'
                      AND   C.AMC_OPEN_DATE >= E.EFT_DISBURSE_DATE)
               GROUP BY E.EFT_ACCT_ID
               ORDER BY E.EFT_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-AML-OVPY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-AML-OVPY - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ALERT-ERRORS
               GO TO 3000-SCORE-OVERPAY-REFUND-EXIT
           END-IF

           PERFORM 3100-FETCH-OVERPAY-REFUND
               UNTIL CAND-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-AML-OVPY
           END-EXEC.
       3000-SCORE-OVERPAY-REFUND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 3100-FETCH-OVERPAY-REFUND
      *----------------------------------------------------------------*
       3100-FETCH-OVERPAY-REFUND.

           EXEC SQL
               FETCH CUR-AML-OVPY
               INTO :HOST-ACCT-ID, :HOST-REFUND-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CANDIDATES-READ
                   PERFORM 3200-OPEN-OVERPAY-CASE
                      THRU 3200-OPEN-OVERPAY-CASE-EXIT
               WHEN 100
                   SET CAND-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-AML-OVPY - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ALERT-ERRORS
                   SET CAND-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  3200-OPEN-OVERPAY-CASE
      * A refund the account's payments do not cover came from a
      * dispute or other credit, not from an overpayment - no alert.
      *----------------------------------------------------------------*
       3200-OPEN-OVERPAY-CASE.

           EXEC SQL
               SELECT MIN(X.XREF_CUST_ID), COUNT(T.TRAN_ID),
                      COALESCE(SUM(0 - T.TRAN_AMT), 0)
               INTO :HOST-CUST-ID, :HOST-ITEM-COUNT, :HOST-ITEM-AMT
               FROM CXACAIX X
               LEFT OUTER JOIN TRANSACT T
                 ON  T.TRAN_CARD_NUM = X.XREF_CARD_NUM
                 AND T.TRAN_TYPE_CD = '04'
                 AND T.TRAN_PROC_TS >= :HOST-PAYMENT-START-TS
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING PAYMENTS FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ALERT-ERRORS
               GO TO 3200-OPEN-OVERPAY-CASE-EXIT
           END-IF

           IF HOST-ITEM-COUNT < AMR-MIN-COUNT
              OR HOST-ITEM-AMT < HOST-REFUND-AMT
               GO TO 3200-OPEN-OVERPAY-CASE-EXIT
           END-IF

           MOVE HOST-REFUND-AMT TO AMC-ALERT-AMT
           MOVE HOST-ITEM-COUNT TO AMC-TRAN-COUNT
           MOVE HOST-REFUND-AMT TO WS-AMT-EDIT
           MOVE HOST-ITEM-AMT TO WS-AMT2-EDIT
           MOVE SPACES TO AMC-ALERT-DESC
           STRING 'EFT REFUND ' WS-AMT-EDIT
                  ' OF OVERPAYMENTS ' WS-AMT2-EDIT
             DELIMITED BY SIZE
             INTO AMC-ALERT-DESC
           PERFORM 6000-OPEN-CASE THRU 6000-OPEN-CASE-EXIT
           IF CASE-WRITE-FAILED
               GO TO 3200-OPEN-OVERPAY-CASE-EXIT
           END-IF

           EXEC SQL
               INSERT INTO AMLCTRN
               (AMX_CASE_ID, AMX_TRAN_ID, AMX_RULE_ID, AMX_CARD_NUM,
                AMX_TRAN_TYPE_CD, AMX_TRAN_SOURCE, AMX_TRAN_AMT,
                AMX_TRAN_PROC_TS)
               SELECT :AMC-CASE-ID, T.TRAN_ID, 'OVPY',
                      T.TRAN_CARD_NUM, T.TRAN_TYPE_CD, T.TRAN_SOURCE,
                      T.TRAN_AMT, T.TRAN_PROC_TS
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   T.TRAN_CARD_NUM = X.XREF_CARD_NUM
               AND   T.TRAN_TYPE_CD = '04'
               AND   T.TRAN_PROC_TS >= :HOST-PAYMENT-START-TS
               AND   NOT EXISTS
                     (SELECT 1 FROM AMLCTRN A
                      WHERE A.AMX_TRAN_ID = T.TRAN_ID
                      AND   A.AMX_RULE_ID = 'OVPY')
           END-EXEC

      *    Payments an earlier refund case already carries leave
      *    nothing new to attach - the case still stands on the
      *    refund itself.
           IF SQLCODE = 100
               MOVE ZEROS TO SQLCODE
           END-IF

           PERFORM 6500-FINISH-CASE
           IF CASE-WRITE-OK
               ADD 1 TO WS-OVPY-CASES
           END-IF.
       3200-OPEN-OVERPAY-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   4000-SCORE-THIRD-PARTY
      * Lockbox checks drawn by someone other than the cardholder
      * (CBACT47A posts them as source LOCKBOX-3P) - repeated third-
      * party money into the account is a placement red flag.
      *----------------------------------------------------------------*
       4000-SCORE-THIRD-PARTY.

           INITIALIZE AML-RULE-RECORD
           MOVE 'LB3P' TO AMR-RULE-ID
           MOVE WS-LB3P-THRESHOLD TO AMR-THRESHOLD-AMT
           MOVE ZEROS TO AMR-BAND-PCT
           MOVE WS-LB3P-MIN-COUNT TO AMR-MIN-COUNT
           MOVE WS-LB3P-LOOKBACK TO AMR-LOOKBACK-DAYS
           PERFORM 8000-LOAD-RULE THRU 8000-LOAD-RULE-EXIT
           IF RULE-SKIPPED
               GO TO 4000-SCORE-THIRD-PARTY-EXIT
           END-IF

           SET CAND-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-AML-LB3P CURSOR WITH HOLD FOR
               SELECT X.XREF_ACCT_ID, MIN(X.XREF_CUST_ID),
                      COUNT(*), SUM(0 - T.TRAN_AMT)
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_CARD_NUM = T.TRAN_CARD_NUM
               AND   T.TRAN_TYPE_CD = '04'
               AND   T.TRAN_SOURCE = 'LOCKBOX-3P'
               AND   T.TRAN_PROC_TS >= :HOST-WINDOW-START-TS
               AND   NOT EXISTS
                     (SELECT 1 FROM AMLCTRN A
                      WHERE A.AMX_TRAN_ID = T.TRAN_ID
                      AND   A.AMX_RULE_ID = 'LB3P')
               GROUP BY X.XREF_ACCT_ID
               HAVING COUNT(*) >= :AMR-MIN-COUNT
               AND    SUM(0 - T.TRAN_AMT) >= :AMR-THRESHOLD-AMT
               ORDER BY X.XREF_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-AML-LB3P
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-AML-LB3P - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ALERT-ERRORS
               GO TO 4000-SCORE-THIRD-PARTY-EXIT
           END-IF

           PERFORM 4100-FETCH-THIRD-PARTY
               UNTIL CAND-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-AML-LB3P
           END-EXEC.
       4000-SCORE-THIRD-PARTY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   4100-FETCH-THIRD-PARTY
      *----------------------------------------------------------------*
       4100-FETCH-THIRD-PARTY.

           EXEC SQL
               FETCH CUR-AML-LB3P
               INTO :HOST-ACCT-ID, :HOST-CUST-ID,
                    :HOST-ITEM-COUNT, :HOST-ITEM-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CANDIDATES-READ
                   PERFORM 4200-OPEN-THIRD-PARTY-CASE
                      THRU 4200-OPEN-THIRD-PARTY-CASE-EXIT
               WHEN 100
                   SET CAND-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-AML-LB3P - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ALERT-ERRORS
                   SET CAND-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 4200-OPEN-THIRD-PARTY-CASE
      *----------------------------------------------------------------*
       4200-OPEN-THIRD-PARTY-CASE.

           MOVE HOST-ITEM-AMT TO AMC-ALERT-AMT
           MOVE HOST-ITEM-COUNT TO AMC-TRAN-COUNT
           MOVE HOST-ITEM-AMT TO WS-AMT-EDIT
           MOVE HOST-ITEM-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO AMC-ALERT-DESC
           STRING 'THIRD-PARTY LOCKBOX CHECKS -' WS-COUNT-EDIT
                  ' TOTALLING ' WS-AMT-EDIT
             DELIMITED BY SIZE
             INTO AMC-ALERT-DESC
           PERFORM 6000-OPEN-CASE THRU 6000-OPEN-CASE-EXIT
           IF CASE-WRITE-FAILED
               GO TO 4200-OPEN-THIRD-PARTY-CASE-EXIT
           END-IF

           EXEC SQL
               INSERT INTO AMLCTRN
               (AMX_CASE_ID, AMX_TRAN_ID, AMX_RULE_ID, AMX_CARD_NUM,
                AMX_TRAN_TYPE_CD, AMX_TRAN_SOURCE, AMX_TRAN_AMT,
                AMX_TRAN_PROC_TS)
               SELECT :AMC-CASE-ID, T.TRAN_ID, 'LB3P',
                      T.TRAN_CARD_NUM, T.TRAN_TYPE_CD, T.TRAN_SOURCE,
                      T.TRAN_AMT, T.TRAN_PROC_TS
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   T.TRAN_CARD_NUM = X.XREF_CARD_NUM
               AND   T.TRAN_TYPE_CD = '04'
               AND   T.TRAN_SOURCE = 'LOCKBOX-3P'
               AND   T.TRAN_PROC_TS >= :HOST-WINDOW-START-TS
               AND   NOT EXISTS
                     (SELECT 1 FROM AMLCTRN A
                      WHERE A.AMX_TRAN_ID = T.TRAN_ID
                      AND   A.AMX_RULE_ID = 'LB3P')
           END-EXEC

           PERFORM 6500-FINISH-CASE
           IF CASE-WRITE-OK
               ADD 1 TO WS-LB3P-CASES
           END-IF.
       4200-OPEN-THIRD-PARTY-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 5000-SCORE-LOAD-AND-SPEND
      * A large payment load spent straight back down - purchases
      * and cash advances of most of it inside a few days. The card
      * is being used as a pass-through for the money.
      *----------------------------------------------------------------*
       5000-SCORE-LOAD-AND-SPEND.

           INITIALIZE AML-RULE-RECORD
           MOVE 'LDSP' TO AMR-RULE-ID
           MOVE WS-LDSP-THRESHOLD TO AMR-THRESHOLD-AMT
           MOVE WS-LDSP-BAND-PCT TO AMR-BAND-PCT
           MOVE 1 TO AMR-MIN-COUNT
           MOVE WS-LDSP-LOOKBACK TO AMR-LOOKBACK-DAYS
           PERFORM 8000-LOAD-RULE THRU 8000-LOAD-RULE-EXIT
           IF RULE-SKIPPED
               GO TO 5000-SCORE-LOAD-AND-SPEND-EXIT
           END-IF

           SET CAND-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-AML-LDSP CURSOR WITH HOLD FOR
               SELECT X.XREF_ACCT_ID, MIN(X.XREF_CUST_ID),
                      COUNT(*),
                      SUM(CASE WHEN T.TRAN_TYPE_CD = '04'
                               THEN 0 - T.TRAN_AMT ELSE 0 END),
                      SUM(CASE WHEN T.TRAN_TYPE_CD <> '04'
                               THEN T.TRAN_AMT ELSE 0 END)
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_CARD_NUM = T.TRAN_CARD_NUM
               AND   T.TRAN_TYPE_CD IN ('01', '04', '05')
               AND   T.TRAN_PROC_TS >= :HOST-WINDOW-START-TS
               AND   NOT EXISTS
                     (SELECT 1 FROM AMLCTRN A
                      WHERE A.AMX_TRAN_ID = T.TRAN_ID
                      AND   A.AMX_RULE_ID = 'LDSP')
               GROUP BY X.XREF_ACCT_ID
               HAVING SUM(CASE WHEN T.TRAN_TYPE_CD = '04'
                               THEN 0 - T.TRAN_AMT ELSE 0 END)
                      >= :AMR-THRESHOLD-AMT
               AND    SUM(CASE WHEN T.TRAN_TYPE_CD <> '04'
                               THEN T.TRAN_AMT ELSE 0 END) * 100
                      >= SUM(CASE WHEN T.TRAN_TYPE_CD = '04'
                               THEN 0 - T.TRAN_AMT ELSE 0 END)
                         * :AMR-BAND-PCT
               ORDER BY X.XREF_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-AML-LDSP
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-AML-LDSP - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ALERT-ERRORS
               GO TO 5000-SCORE-LOAD-AND-SPEND-EXIT
           END-IF

           PERFORM 5100-FETCH-LOAD-AND-SPEND
               UNTIL CAND-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-AML-LDSP
           END-EXEC.
       5000-SCORE-LOAD-AND-SPEND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 5100-FETCH-LOAD-AND-SPEND
      *----------------------------------------------------------------*
       5100-FETCH-LOAD-AND-SPEND.

           EXEC SQL
               FETCH CUR-AML-LDSP
               INTO :HOST-ACCT-ID, :HOST-CUST-ID,
                    :HOST-ITEM-COUNT, :HOST-ITEM-AMT,
                    :HOST-SPEND-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CANDIDATES-READ
                   PERFORM 5200-OPEN-LOAD-SPEND-CASE
                      THRU 5200-OPEN-LOAD-SPEND-CASE-EXIT
               WHEN 100
                   SET CAND-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-AML-LDSP - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ALERT-ERRORS
                   SET CAND-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 5200-OPEN-LOAD-SPEND-CASE
      *----------------------------------------------------------------*
       5200-OPEN-LOAD-SPEND-CASE.

           MOVE HOST-ITEM-AMT TO AMC-ALERT-AMT
           MOVE HOST-ITEM-COUNT TO AMC-TRAN-COUNT
           MOVE HOST-ITEM-AMT TO WS-AMT-EDIT
           MOVE HOST-SPEND-AMT TO WS-AMT2-EDIT
           MOVE SPACES TO AMC-ALERT-DESC
           STRING 'LOAD ' WS-AMT-EDIT ' SPENT DOWN ' WS-AMT2-EDIT
             DELIMITED BY SIZE
             INTO AMC-ALERT-DESC
           PERFORM 6000-OPEN-CASE THRU 6000-OPEN-CASE-EXIT
           IF CASE-WRITE-FAILED
               GO TO 5200-OPEN-LOAD-SPEND-CASE-EXIT
           END-IF

           EXEC SQL
               INSERT INTO AMLCTRN
               (AMX_CASE_ID, AMX_TRAN_ID, AMX_RULE_ID, AMX_CARD_NUM,
                AMX_TRAN_TYPE_CD, AMX_TRAN_SOURCE, AMX_TRAN_AMT,
                AMX_TRAN_PROC_TS)
               SELECT :AMC-CASE-ID, T.TRAN_ID, 'LDSP',
                      T.TRAN_CARD_NUM, T.TRAN_TYPE_CD, T.TRAN_SOURCE,
                      T.TRAN_AMT, T.TRAN_PROC_TS
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   T.TRAN_CARD_NUM = X.XREF_CARD_NUM
               AND   T.TRAN_TYPE_CD IN ('01', '04', '05')
               AND   T.TRAN_PROC_TS >= :HOST-WINDOW-START-TS
               AND   NOT EXISTS
                     (SELECT 1 FROM AMLCTRN A
                      WHERE A.AMX_TRAN_ID = T.TRAN_ID
                      AND   A.AMX_RULE_ID = 'LDSP')
           END-EXEC

           PERFORM 6500-FINISH-CASE
           IF CASE-WRITE-OK
               ADD 1 TO WS-LDSP-CASES
           END-IF.
       5200-OPEN-LOAD-SPEND-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      6000-OPEN-CASE
      * The scenario paragraph sets the alert amount, count and
      * description; the case opens Open and unassigned. Shares the
      * scenario's unit of work with the transaction attach -
      * 6500-FINISH-CASE commits or rolls back both.
      *----------------------------------------------------------------*
       6000-OPEN-CASE.

           SET CASE-WRITE-OK TO TRUE

           EXEC SQL
               SELECT NEXT VALUE FOR AMC_CASE_ID_SEQ
               INTO :HOST-CASE-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR ASSIGNING AML CASE ID - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ALERT-ERRORS
               SET CASE-WRITE-FAILED TO TRUE
               GO TO 6000-OPEN-CASE-EXIT
           END-IF

           MOVE HOST-CASE-ID-SEQ TO AMC-CASE-ID
           MOVE HOST-CUST-ID TO AMC-CUST-ID
           MOVE HOST-ACCT-ID TO AMC-ACCT-ID
           MOVE AMR-RULE-ID TO AMC-RULE-ID
           MOVE HOST-TODAY-DATE TO AMC-OPEN-DATE
           SET AMC-STATUS-OPEN TO TRUE
           MOVE SPACES TO AMC-INVESTIGATOR-ID
           MOVE SPACES TO AMC-DECISION-DATE
           MOVE SPACES TO AMC-SAR-REF-NUM
           MOVE SPACES TO AMC-DECISION-NOTES
           MOVE WS-EVENT-TS TO AMC-CREATE-TS
           MOVE WS-EVENT-TS TO AMC-UPDATE-TS

           EXEC SQL
               INSERT INTO AMLCASE
               (AMC_CASE_ID, AMC_CUST_ID, AMC_ACCT_ID, AMC_RULE_ID,
                AMC_OPEN_DATE, AMC_STATUS, AMC_ALERT_AMT,
                AMC_TRAN_COUNT, AMC_ALERT_DESC, AMC_INVESTIGATOR_ID,
                AMC_DECISION_DATE, AMC_SAR_REF_NUM,
                AMC_DECISION_NOTES, AMC_CREATE_TS, AMC_UPDATE_TS)
               VALUES
               (:AMC-CASE-ID, :AMC-CUST-ID, :AMC-ACCT-ID,
                :AMC-RULE-ID, :AMC-OPEN-DATE, :AMC-STATUS,
                :AMC-ALERT-AMT, :AMC-TRAN-COUNT, :AMC-ALERT-DESC,
                :AMC-INVESTIGATOR-ID, :AMC-DECISION-DATE,
                :AMC-SAR-REF-NUM, :AMC-DECISION-NOTES,
                :AMC-CREATE-TS, :AMC-UPDATE-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING AMLCASE FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ALERT-ERRORS
               SET CASE-WRITE-FAILED TO TRUE
           END-IF.
       6000-OPEN-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     6500-FINISH-CASE
      * Runs straight after the scenario's AMLCTRN attach insert -
      * SQLCODE is that insert's.
      *----------------------------------------------------------------*
       6500-FINISH-CASE.

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-COUNT-EDIT
               ADD SQLERRD(3) TO WS-TRANS-ATTACHED
               EXEC SQL COMMIT END-EXEC
               SET CASE-WRITE-OK TO TRUE
               ADD 1 TO WS-CASES-OPENED
               ADD AMC-ALERT-AMT TO WS-TOTAL-ALERT-AMT
               PERFORM 7000-WRITE-REPORT-LINE
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR ATTACHING AMLCTRN FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ALERT-ERRORS
               SET CASE-WRITE-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                   7000-WRITE-REPORT-LINE
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.

           MOVE AMC-CASE-ID TO WS-CASE-ID-EDIT
           MOVE AMC-ACCT-ID TO WS-ACCT-ID-EDIT
           MOVE AMC-ALERT-AMT TO WS-AMT-EDIT
           MOVE AMC-TRAN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO AML-RPT-LINE
           STRING WS-CASE-ID-EDIT ' ' WS-ACCT-ID-EDIT ' '
                  AMC-CUST-ID ' ' AMC-RULE-ID ' '
                  WS-AMT-EDIT ' ' WS-COUNT-EDIT '  '
                  AMC-ALERT-DESC
             DELIMITED BY SIZE
             INTO AML-RPT-LINE
           WRITE AML-RPT-LINE.

      *----------------------------------------------------------------*
      *                      8000-LOAD-RULE
      * The caller has set AMR-RULE-ID and the house defaults; an
      * AMLRULE row overrides them. A row switched off, or a read
      * error, skips the scenario for this run (reported).
      *----------------------------------------------------------------*
       8000-LOAD-RULE.

           SET RULE-RUNS TO TRUE
           SET AMR-RULE-ACTIVE TO TRUE

           EXEC SQL
               SELECT AMR_ACTIVE_FLAG, AMR_THRESHOLD_AMT,
                      AMR_BAND_PCT, AMR_MIN_COUNT,
                      AMR_LOOKBACK_DAYS
               INTO :AMR-ACTIVE-FLAG, :AMR-THRESHOLD-AMT,
                    :AMR-BAND-PCT, :AMR-MIN-COUNT,
                    :AMR-LOOKBACK-DAYS
               FROM AMLRULE
               WHERE AMR_RULE_ID = :AMR-RULE-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING AMLRULE ' AMR-RULE-ID
                           ' - SQLCODE: ' WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ALERT-ERRORS
                   SET AMR-RULE-INACTIVE TO TRUE
           END-EVALUATE

           IF AMR-RULE-INACTIVE
               SET RULE-SKIPPED TO TRUE
               ADD 1 TO WS-RULES-SKIPPED
               MOVE SPACES TO AML-RPT-LINE
               STRING 'SCENARIO ' AMR-RULE-ID
                      ' NOT RUN - SWITCHED OFF OR UNREADABLE'
                 DELIMITED BY SIZE
                 INTO AML-RPT-LINE
               WRITE AML-RPT-LINE
               GO TO 8000-LOAD-RULE-EXIT
           END-IF

           IF AMR-LOOKBACK-DAYS < 1
               MOVE 1 TO AMR-LOOKBACK-DAYS
           END-IF
           MOVE AMR-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           PERFORM 8100-WINDOW-START
           STRING WS-START-YYYYMMDD(1:4) '-'
                  WS-START-YYYYMMDD(5:2) '-'
                  WS-START-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-WINDOW-START-DATE
           STRING HOST-WINDOW-START-DATE '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO HOST-WINDOW-START-TS.
       8000-LOAD-RULE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     8100-WINDOW-START
      * Business date less WS-LOOKBACK-DAYS, as YYYYMMDD.
      *----------------------------------------------------------------*
       8100-WINDOW-START.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-START-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE AML-RPT-FILE

           DISPLAY 'CANDIDATE ACCOUNTS.....: ' WS-CANDIDATES-READ
           DISPLAY 'AML CASES OPENED.......: ' WS-CASES-OPENED
           DISPLAY '  STRUCTURING..........: ' WS-STRC-CASES
           DISPLAY '  OVERPAYMENT REFUND...: ' WS-OVPY-CASES
           DISPLAY '  THIRD-PARTY LOCKBOX..: ' WS-LB3P-CASES
           DISPLAY '  LOAD AND SPEND.......: ' WS-LDSP-CASES
           DISPLAY 'TRANSACTIONS ATTACHED..: ' WS-TRANS-ATTACHED
           DISPLAY 'SCENARIOS NOT RUN......: ' WS-RULES-SKIPPED
           DISPLAY 'PROCESSING ERRORS......: ' WS-ALERT-ERRORS

           IF WS-ALERT-ERRORS > 0
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
