      *****************************************************************
      * Program     : CBACT84A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Monthly account and product profitability -
      *               brings together per account what is booked in
      *               separate places: revenue (interest and fees
      *               from TRANSACT, interchange attributed through
      *               the account's cards at the INTRCHG schedule,
      *               debt-protection premiums) and cost (rewards
      *               earned at the redemption value, net charge-off
      *               from RECOVERY and the recovery payments, lost-
      *               dispute write-offs from DISPUTES, statement
      *               postage by delivery channel). Persists one
      *               ACCTPROF row per account and prints the rollup
      *               by product (ACCT_GROUP_ID) with the spread of
      *               profitable versus unprofitable accounts, so
      *               the pricing (CORTE01A) and product-change
      *               (COPRD01A) decisions have numbers behind them.
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
      * 2026-10-15 - New batch job: monthly account profitability
      *              with the product rollup and profitable versus
      *              unprofitable distribution
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT84A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRFRPT-FILE ASSIGN TO PRFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PRFRPT-FILE
           RECORDING MODE IS F.
       01 PRFRPT-LINE                     PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT84A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Cost assumptions. A reward point redeems at one cent - the
      * COTRN02A redemption lane takes 100 points per dollar of
      * statement credit. Postage is the all-in cost of one monthly
      * statement by channel.
       01 WS-PROFIT-CONTROL.
         05 WS-POINT-VALUE              PIC S9(01)V9(04) COMP-3
                                         VALUE 0.0100.
         05 WS-POSTAGE-PRINTED          PIC S9(03)V99 COMP-3
                                         VALUE 0.73.
         05 WS-POSTAGE-ELECTRONIC       PIC S9(03)V99 COMP-3
                                         VALUE 0.02.
      * The premium's own fee category (CBACT01A posts it under the
      * fee type '03').
         05 WS-PREMIUM-TRAN-CAT-CD      PIC S9(04) COMP VALUE 7.
         05 WS-COMMIT-EVERY             PIC 9(04) COMP VALUE 500.

       01 WS-JOB-TOTALS.
         05 WS-ACCTS-READ               PIC 9(09) VALUE ZEROS.
         05 WS-ACCTS-WRITTEN            PIC 9(09) VALUE ZEROS.
         05 WS-PRF-ERRORS               PIC 9(07) VALUE ZEROS.
         05 WS-UNCOMMITTED              PIC 9(04) COMP VALUE ZEROS.
         05 WS-TOTAL-PROFIT             PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

      * Portfolio line of the rollup, summed from the group lines.
       01 WS-PORTFOLIO-TOTALS.
         05 WS-PT-ACCTS                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-PT-INT                   PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-FEE                   PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-ICH                   PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-PREM                  PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-RWD                   PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-NCO                   PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-DSP                   PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-POST                  PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-REVENUE               PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-COST                  PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-PROFIT                PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-WIN-CNT               PIC S9(09) COMP VALUE ZEROS.
         05 WS-PT-LOSE-CNT              PIC S9(09) COMP VALUE ZEROS.
         05 WS-PT-WIN-AMT               PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PT-LOSE-AMT              PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-OUT-LINE                 PIC X(132).
         05 WS-POINTS-EARNED            PIC S9(13)V99 COMP-3.
         05 WS-PCT                      PIC 9(03)V99.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZ9.
         05 WS-CNT-EDIT-2               PIC ZZZ,ZZ9.
         05 WS-SMALL-EDIT               PIC -(8)9.99.
         05 WS-AMT-EDIT                 PIC -(11)9.99.
         05 WS-PCT-EDIT                 PIC ZZ9.99.
         05 WS-LINE-KIND                PIC X(01).
           88 LINE-IS-GROUP                       VALUE 'G'.
           88 LINE-IS-PORTFOLIO                   VALUE 'P'.

       01 WS-ACCT-EOF-FLAG             PIC X(01) VALUE 'N'.
         88 ACCT-CURSOR-EOF                       VALUE 'Y'.
         88 ACCT-CURSOR-NOT-EOF                   VALUE 'N'.

       01 WS-GRP-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 GRP-CURSOR-EOF                        VALUE 'Y'.
         88 GRP-CURSOR-NOT-EOF                    VALUE 'N'.

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

       01 HOST-PRF-MONTH                PIC X(07).
       01 HOST-MONTH-START-TS           PIC X(26).
       01 HOST-MONTH-END-TS             PIC X(26).
       01 HOST-MONTH-START-DT           PIC X(10).
       01 HOST-MONTH-END-DT             PIC X(10).

       01 HOST-ACCT-ROW.
         05 HOST-ACCT-ID                PIC S9(11) COMP.
         05 HOST-ACCT-GROUP-ID          PIC X(10).
         05 HOST-ACCT-STATUS            PIC X(01).
         05 HOST-ACCT-CURR-BAL          PIC S9(10)V99 COMP-3.

       01 HOST-ACTIVITY-ROW.
         05 HOST-ACT-INT                PIC S9(10)V99 COMP-3.
         05 HOST-ACT-FEE                PIC S9(10)V99 COMP-3.
         05 HOST-ACT-PREM               PIC S9(10)V99 COMP-3.
         05 HOST-ACT-RECOVERED          PIC S9(10)V99 COMP-3.
         05 HOST-ACT-ICH                PIC S9(10)V99 COMP-3.
         05 HOST-ACT-POINTS             PIC S9(13)V99 COMP-3.

       01 HOST-CHGOFF-AMT               PIC S9(10)V99 COMP-3.
       01 HOST-DISPUTE-WO               PIC S9(10)V99 COMP-3.
       01 HOST-DLVRY-PREF               PIC X(01).
       01 HOST-MAIL-RETURN              PIC X(01).
       01 HOST-ICHDAILY-TOTAL           PIC S9(13)V99 COMP-3.

       01 HOST-GRP-ROW.
         05 HOST-GRP-GROUP-ID           PIC X(10).
         05 HOST-GRP-ACCTS              PIC S9(09) COMP.
         05 HOST-GRP-INT                PIC S9(13)V99 COMP-3.
         05 HOST-GRP-FEE                PIC S9(13)V99 COMP-3.
         05 HOST-GRP-ICH                PIC S9(13)V99 COMP-3.
         05 HOST-GRP-PREM               PIC S9(13)V99 COMP-3.
         05 HOST-GRP-RWD                PIC S9(13)V99 COMP-3.
         05 HOST-GRP-NCO                PIC S9(13)V99 COMP-3.
         05 HOST-GRP-DSP                PIC S9(13)V99 COMP-3.
         05 HOST-GRP-POST               PIC S9(13)V99 COMP-3.
         05 HOST-GRP-REVENUE            PIC S9(13)V99 COMP-3.
         05 HOST-GRP-COST               PIC S9(13)V99 COMP-3.
         05 HOST-GRP-PROFIT             PIC S9(13)V99 COMP-3.
         05 HOST-GRP-WIN-CNT            PIC S9(09) COMP.
         05 HOST-GRP-LOSE-CNT           PIC S9(09) COMP.
         05 HOST-GRP-WIN-AMT            PIC S9(13)V99 COMP-3.
         05 HOST-GRP-LOSE-AMT           PIC S9(13)V99 COMP-3.

       COPY CVAPF01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT84A - ACCOUNT PROFITABILITY STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT84A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-PRF-ERRORS = 0
               PERFORM 2000-PROFIT-ACCOUNTS
               PERFORM 4000-WRITE-ROLLUP
           END-IF
           PERFORM 6000-FINALIZE
           MOVE 'CBACT84A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ACCTS-READ TO WS-RTOT-RECS-READ
           MOVE WS-ACCTS-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-PRF-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-PROFIT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT84A - ACCOUNT PROFITABILITY ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * The month closed is the one the business date falls in.
      * Rerun-safe: the month's rows are cleared before they are
      * rebuilt.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ACCTS-READ
           MOVE ZEROS TO WS-ACCTS-WRITTEN
           MOVE ZEROS TO WS-PRF-ERRORS
           MOVE ZEROS TO WS-UNCOMMITTED

           MOVE WS-BIZDT-DATE(1:7) TO HOST-PRF-MONTH
           MOVE SPACES TO HOST-MONTH-START-TS
           STRING HOST-PRF-MONTH '-01-00.00.00.000000'
             DELIMITED BY SIZE INTO HOST-MONTH-START-TS
           MOVE SPACES TO HOST-MONTH-END-TS
           STRING HOST-PRF-MONTH '-31-23.59.59.999999'
             DELIMITED BY SIZE INTO HOST-MONTH-END-TS
           MOVE SPACES TO HOST-MONTH-START-DT
           STRING HOST-PRF-MONTH '-01'
             DELIMITED BY SIZE INTO HOST-MONTH-START-DT
           MOVE SPACES TO HOST-MONTH-END-DT
           STRING HOST-PRF-MONTH '-31'
             DELIMITED BY SIZE INTO HOST-MONTH-END-DT

           OPEN OUTPUT PRFRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRFRPT - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-PRF-ERRORS
           END-IF

           EXEC SQL
               DELETE FROM ACCTPROF
               WHERE APF_MONTH = :HOST-PRF-MONTH
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-PROFIT-SQL-ERROR
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                   2000-PROFIT-ACCOUNTS
      * Every account not yet settled - a charged-off or closed
      * account still carries its losses and recoveries.
      *----------------------------------------------------------------*
       2000-PROFIT-ACCOUNTS.

           SET ACCT-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-PRF-ACCT CURSOR WITH HOLD FOR
               SELECT ACCT_ID, COALESCE(ACCT_GROUP_ID, 'DEFAULT'),
                      ACCT_ACTIVE_STATUS, ACCT_CURR_BAL
               FROM ACCTDAT
               WHERE ACCT_ACTIVE_STATUS <> 'S'
               ORDER BY ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PRF-ACCT
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-PROFIT-SQL-ERROR
               SET ACCT-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-PROFIT-ONE-ACCOUNT
                   UNTIL ACCT-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PRF-ACCT
           END-EXEC

           IF WS-PRF-ERRORS = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                   2100-PROFIT-ONE-ACCOUNT
      *----------------------------------------------------------------*
       2100-PROFIT-ONE-ACCOUNT.

           EXEC SQL
               FETCH CUR-PRF-ACCT
               INTO :HOST-ACCT-ID, :HOST-ACCT-GROUP-ID,
                    :HOST-ACCT-STATUS, :HOST-ACCT-CURR-BAL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 2200-GATHER-ACTIVITY
                   PERFORM 2300-GATHER-LOSSES
                   PERFORM 2400-COST-STATEMENT
                   PERFORM 2500-INSERT-PROFIT-ROW
               WHEN 100
                   SET ACCT-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-PROFIT-SQL-ERROR
                   SET ACCT-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2200-GATHER-ACTIVITY
      * The month's postings on every card of the account: interest
      * ('02'), fees ('03') with the protection premium split out,
      * recovery payments ('RV', posted as credits), interchange at
      * the INTRCHG schedule on each charge - the attribution the
      * clearing run's ICHDAILY totals carry no card for - and the
      * reward points the purchases earned at the REWARDRT rates,
      * net of reversals.
      *----------------------------------------------------------------*
       2200-GATHER-ACTIVITY.

           EXEC SQL
               SELECT
                   COALESCE(SUM(CASE WHEN T.TRAN_TYPE_CD = '02'
                            THEN T.TRAN_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN T.TRAN_TYPE_CD = '03'
                            AND T.TRAN_CAT_CD <> :WS-PREMIUM-TRAN-CAT-CD
                            THEN T.TRAN_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN T.TRAN_TYPE_CD = '03'
                            AND T.TRAN_CAT_CD = :WS-PREMIUM-TRAN-CAT-CD
                            THEN T.TRAN_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN T.TRAN_TYPE_CD = 'RV'
                            THEN 0 - T.TRAN_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN T.TRAN_AMT > 0
                            AND I.ICH_TRAN_TYPE_CD IS NOT NULL
                            THEN T.TRAN_AMT * I.ICH_RATE_PCT / 100
                                 + I.ICH_FLAT_FEE
                            ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN T.TRAN_TYPE_CD = '01'
                            AND R.RWDRT_TRAN_CAT_CD IS NOT NULL
                            THEN T.TRAN_AMT * R.RWDRT_POINTS_PER_DOLLAR
                            ELSE 0 END), 0)
               INTO :HOST-ACT-INT, :HOST-ACT-FEE, :HOST-ACT-PREM,
                    :HOST-ACT-RECOVERED, :HOST-ACT-ICH,
                    :HOST-ACT-POINTS
               FROM TRANSACT T
               LEFT OUTER JOIN INTRCHG I
                 ON  I.ICH_TRAN_TYPE_CD = T.TRAN_TYPE_CD
                 AND I.ICH_TRAN_CAT_CD  = T.TRAN_CAT_CD
               LEFT OUTER JOIN REWARDRT R
                 ON  R.RWDRT_TRAN_CAT_CD = T.TRAN_CAT_CD
               WHERE T.TRAN_CARD_NUM IN
                     (SELECT X.XREF_CARD_NUM FROM CXACAIX X
                      WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID)
               AND   T.TRAN_PROC_TS >= :HOST-MONTH-START-TS
               AND   T.TRAN_PROC_TS <= :HOST-MONTH-END-TS
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-PROFIT-SQL-ERROR
               INITIALIZE HOST-ACTIVITY-ROW
           END-IF

           MOVE HOST-ACT-INT TO APF-INT-INCOME
           MOVE HOST-ACT-FEE TO APF-FEE-INCOME
           MOVE HOST-ACT-ICH TO APF-ICH-INCOME
           MOVE HOST-ACT-PREM TO APF-PREMIUM-INCOME
           MOVE HOST-ACT-POINTS TO WS-POINTS-EARNED
           COMPUTE APF-REWARDS-COST ROUNDED =
               WS-POINTS-EARNED * WS-POINT-VALUE.

      *----------------------------------------------------------------*
      *                   2300-GATHER-LOSSES
      * Net charge-off is the balance charged off this month less the
      * recovery payments received this month; a lost dispute is the
      * chargeback credit the acquirer beat us on - our money gone.
      *----------------------------------------------------------------*
       2300-GATHER-LOSSES.

           EXEC SQL
               SELECT COALESCE(SUM(RCV_CHARGEOFF_AMT), 0)
               INTO :HOST-CHGOFF-AMT
               FROM RECOVERY
               WHERE RCV_ACCT_ID = :HOST-ACCT-ID
               AND   RCV_CHARGEOFF_DATE >= :HOST-MONTH-START-DT
               AND   RCV_CHARGEOFF_DATE <= :HOST-MONTH-END-DT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-PROFIT-SQL-ERROR
               MOVE ZEROS TO HOST-CHGOFF-AMT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(DSP_TRAN_AMT), 0)
               INTO :HOST-DISPUTE-WO
               FROM DISPUTES
               WHERE DSP_ACCT_ID = :HOST-ACCT-ID
               AND   DSP_STATUS = 'A'
               AND   DSP_NETWORK_STATUS = 'L'
               AND   DSP_RESOLVE_TS >= :HOST-MONTH-START-TS
               AND   DSP_RESOLVE_TS <= :HOST-MONTH-END-TS
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-PROFIT-SQL-ERROR
               MOVE ZEROS TO HOST-DISPUTE-WO
           END-IF

           COMPUTE APF-NET-CHGOFF =
               HOST-CHGOFF-AMT - HOST-ACT-RECOVERED
           MOVE HOST-DISPUTE-WO TO APF-DISPUTE-WO.

      *----------------------------------------------------------------*
      *                   2400-COST-STATEMENT
      * An open account, or any account still carrying a balance,
      * gets the month's statement - printed and mailed unless the
      * customer takes it electronically. Returned mail is held on
      * the e-statement staging output by CBACT02A, so it costs as
      * electronic too.
      *----------------------------------------------------------------*
       2400-COST-STATEMENT.

           IF HOST-ACCT-STATUS NOT = 'Y' AND HOST-ACCT-CURR-BAL = 0
               SET APF-STMT-NONE TO TRUE
               MOVE ZEROS TO APF-POSTAGE-COST
           ELSE
               EXEC SQL
                   SELECT COALESCE(MAX(C.CUST_STMT_DLVRY_PREF), 'P'),
                          COALESCE(MAX(C.CUST_MAIL_RETURN_IND), 'N')
                   INTO :HOST-DLVRY-PREF, :HOST-MAIL-RETURN
                   FROM CXACAIX X, CUSTDAT C
                   WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
                   AND   C.CUST_ID = X.XREF_CUST_ID
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 2900-PROFIT-SQL-ERROR
                   MOVE 'P' TO HOST-DLVRY-PREF
                   MOVE 'N' TO HOST-MAIL-RETURN
               END-IF
               IF HOST-DLVRY-PREF = 'E' OR HOST-MAIL-RETURN = 'Y'
                   SET APF-STMT-ELECTRONIC TO TRUE
                   MOVE WS-POSTAGE-ELECTRONIC TO APF-POSTAGE-COST
               ELSE
                   SET APF-STMT-PRINTED TO TRUE
                   MOVE WS-POSTAGE-PRINTED TO APF-POSTAGE-COST
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   2500-INSERT-PROFIT-ROW
      * Committed every WS-COMMIT-EVERY rows to keep the locks
      * short; a failed run is simply rerun - the month is cleared
      * first.
      *----------------------------------------------------------------*
       2500-INSERT-PROFIT-ROW.

           MOVE HOST-PRF-MONTH TO APF-MONTH
           MOVE HOST-ACCT-ID TO APF-ACCT-ID
           MOVE HOST-ACCT-GROUP-ID TO APF-GROUP-ID
           COMPUTE APF-TOTAL-REVENUE =
               APF-INT-INCOME + APF-FEE-INCOME
             + APF-ICH-INCOME + APF-PREMIUM-INCOME
           COMPUTE APF-TOTAL-COST =
               APF-REWARDS-COST + APF-NET-CHGOFF
             + APF-DISPUTE-WO + APF-POSTAGE-COST
           COMPUTE APF-PROFIT =
               APF-TOTAL-REVENUE - APF-TOTAL-COST
           MOVE WS-BIZDT-DATE TO APF-RUN-DATE

           EXEC SQL
               INSERT INTO ACCTPROF
               (APF_MONTH, APF_ACCT_ID, APF_GROUP_ID,
                APF_INT_INCOME, APF_FEE_INCOME, APF_ICH_INCOME,
                APF_PREMIUM_INCOME, APF_TOTAL_REVENUE,
                APF_REWARDS_COST, APF_NET_CHGOFF, APF_DISPUTE_WO,
                APF_POSTAGE_COST, APF_TOTAL_COST, APF_PROFIT,
                APF_STMT_CHANNEL, APF_RUN_DATE)
               VALUES
               (:APF-MONTH, :APF-ACCT-ID, :APF-GROUP-ID,
                :APF-INT-INCOME, :APF-FEE-INCOME, :APF-ICH-INCOME,
                :APF-PREMIUM-INCOME, :APF-TOTAL-REVENUE,
                :APF-REWARDS-COST, :APF-NET-CHGOFF, :APF-DISPUTE-WO,
                :APF-POSTAGE-COST, :APF-TOTAL-COST, :APF-PROFIT,
                :APF-STMT-CHANNEL, :APF-RUN-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING ACCTPROF FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PRF-ERRORS
           ELSE
               ADD 1 TO WS-ACCTS-WRITTEN
               ADD APF-PROFIT TO WS-TOTAL-PROFIT
               ADD 1 TO WS-UNCOMMITTED
               IF WS-UNCOMMITTED >= WS-COMMIT-EVERY
                   EXEC SQL COMMIT END-EXEC
                   MOVE ZEROS TO WS-UNCOMMITTED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   2900-PROFIT-SQL-ERROR
      *----------------------------------------------------------------*
       2900-PROFIT-SQL-ERROR.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR COMPUTING PROFITABILITY - SQLCODE: '
                   WS-SQLCODE-DISPLAY
           ADD 1 TO WS-PRF-ERRORS.

      *----------------------------------------------------------------*
      *                     4000-WRITE-ROLLUP
      * Summed back off the month's ACCTPROF rows by product, then a
      * portfolio line. Two panels: where the money comes from and
      * goes, and how many accounts make or lose it.
      *----------------------------------------------------------------*
       4000-WRITE-ROLLUP.

           SET GRP-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO WS-OUT-LINE
           STRING '=== ACCOUNT AND PRODUCT PROFITABILITY === MONTH: '
                  HOST-PRF-MONTH '  RUN DATE: ' WS-BIZDT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-OUT-LINE
           MOVE 'PRODUCT'    TO WS-OUT-LINE(1:7)
           MOVE 'ACCTS'      TO WS-OUT-LINE(14:5)
           MOVE 'INTEREST'   TO WS-OUT-LINE(24:8)
           MOVE 'FEES'       TO WS-OUT-LINE(41:4)
           MOVE 'INTERCHG'   TO WS-OUT-LINE(50:8)
           MOVE 'PREMIUM'    TO WS-OUT-LINE(64:7)
           MOVE 'REWARDS'    TO WS-OUT-LINE(77:7)
           MOVE 'NET CO'     TO WS-OUT-LINE(91:6)
           MOVE 'DISPUTES'   TO WS-OUT-LINE(102:8)
           MOVE 'POSTAGE'    TO WS-OUT-LINE(116:7)
           PERFORM 4900-WRITE-RPT-LINE

           EXEC SQL
               DECLARE CUR-PRF-GROUP CURSOR FOR
               SELECT APF_GROUP_ID, COUNT(*),
                      SUM(APF_INT_INCOME), SUM(APF_FEE_INCOME),
                      SUM(APF_ICH_INCOME), SUM(APF_PREMIUM_INCOME),
                      SUM(APF_REWARDS_COST), SUM(APF_NET_CHGOFF),
                      SUM(APF_DISPUTE_WO), SUM(APF_POSTAGE_COST),
                      SUM(APF_TOTAL_REVENUE), SUM(APF_TOTAL_COST),
                      SUM(APF_PROFIT),
                      SUM(CASE WHEN APF_PROFIT > 0
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN APF_PROFIT < 0
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN APF_PROFIT > 0
                               THEN APF_PROFIT ELSE 0 END),
                      SUM(CASE WHEN APF_PROFIT < 0
                               THEN APF_PROFIT ELSE 0 END)
               FROM ACCTPROF
               WHERE APF_MONTH = :HOST-PRF-MONTH
               GROUP BY APF_GROUP_ID
               ORDER BY APF_GROUP_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PRF-GROUP
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-PROFIT-SQL-ERROR
               SET GRP-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4100-WRITE-ONE-GROUP
                   UNTIL GRP-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PRF-GROUP
           END-EXEC

           MOVE 'ALL'        TO HOST-GRP-GROUP-ID
           MOVE WS-PT-ACCTS  TO HOST-GRP-ACCTS
           MOVE WS-PT-INT    TO HOST-GRP-INT
           MOVE WS-PT-FEE    TO HOST-GRP-FEE
           MOVE WS-PT-ICH    TO HOST-GRP-ICH
           MOVE WS-PT-PREM   TO HOST-GRP-PREM
           MOVE WS-PT-RWD    TO HOST-GRP-RWD
           MOVE WS-PT-NCO    TO HOST-GRP-NCO
           MOVE WS-PT-DSP    TO HOST-GRP-DSP
           MOVE WS-PT-POST   TO HOST-GRP-POST
           MOVE WS-PT-REVENUE TO HOST-GRP-REVENUE
           MOVE WS-PT-COST   TO HOST-GRP-COST
           MOVE WS-PT-PROFIT TO HOST-GRP-PROFIT
           MOVE WS-PT-WIN-CNT TO HOST-GRP-WIN-CNT
           MOVE WS-PT-LOSE-CNT TO HOST-GRP-LOSE-CNT
           MOVE WS-PT-WIN-AMT TO HOST-GRP-WIN-AMT
           MOVE WS-PT-LOSE-AMT TO HOST-GRP-LOSE-AMT
           PERFORM 4200-WRITE-COMPONENT-LINE

           PERFORM 4300-WRITE-DISTRIBUTION
           PERFORM 4500-RECONCILE-INTERCHANGE.

      *----------------------------------------------------------------*
      *                   4100-WRITE-ONE-GROUP
      *----------------------------------------------------------------*
       4100-WRITE-ONE-GROUP.

           EXEC SQL
               FETCH CUR-PRF-GROUP
               INTO :HOST-GRP-GROUP-ID, :HOST-GRP-ACCTS,
                    :HOST-GRP-INT, :HOST-GRP-FEE, :HOST-GRP-ICH,
                    :HOST-GRP-PREM, :HOST-GRP-RWD, :HOST-GRP-NCO,
                    :HOST-GRP-DSP, :HOST-GRP-POST,
                    :HOST-GRP-REVENUE, :HOST-GRP-COST,
                    :HOST-GRP-PROFIT, :HOST-GRP-WIN-CNT,
                    :HOST-GRP-LOSE-CNT, :HOST-GRP-WIN-AMT,
                    :HOST-GRP-LOSE-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD HOST-GRP-ACCTS    TO WS-PT-ACCTS
                   ADD HOST-GRP-INT      TO WS-PT-INT
                   ADD HOST-GRP-FEE      TO WS-PT-FEE
                   ADD HOST-GRP-ICH      TO WS-PT-ICH
                   ADD HOST-GRP-PREM     TO WS-PT-PREM
                   ADD HOST-GRP-RWD      TO WS-PT-RWD
                   ADD HOST-GRP-NCO      TO WS-PT-NCO
                   ADD HOST-GRP-DSP      TO WS-PT-DSP
                   ADD HOST-GRP-POST     TO WS-PT-POST
                   ADD HOST-GRP-REVENUE  TO WS-PT-REVENUE
                   ADD HOST-GRP-COST     TO WS-PT-COST
                   ADD HOST-GRP-PROFIT   TO WS-PT-PROFIT
                   ADD HOST-GRP-WIN-CNT  TO WS-PT-WIN-CNT
                   ADD HOST-GRP-LOSE-CNT TO WS-PT-LOSE-CNT
                   ADD HOST-GRP-WIN-AMT  TO WS-PT-WIN-AMT
                   ADD HOST-GRP-LOSE-AMT TO WS-PT-LOSE-AMT
                   PERFORM 4200-WRITE-COMPONENT-LINE
               WHEN 100
                   SET GRP-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-PROFIT-SQL-ERROR
                   SET GRP-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 4200-WRITE-COMPONENT-LINE
      *----------------------------------------------------------------*
       4200-WRITE-COMPONENT-LINE.

           MOVE SPACES TO WS-OUT-LINE
           MOVE HOST-GRP-GROUP-ID TO WS-OUT-LINE(1:10)
           MOVE HOST-GRP-ACCTS TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT TO WS-OUT-LINE(12:7)
           MOVE HOST-GRP-INT TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(20:12)
           MOVE HOST-GRP-FEE TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(33:12)
           MOVE HOST-GRP-ICH TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(46:12)
           MOVE HOST-GRP-PREM TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(59:12)
           MOVE HOST-GRP-RWD TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(72:12)
           MOVE HOST-GRP-NCO TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(85:12)
           MOVE HOST-GRP-DSP TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(98:12)
           MOVE HOST-GRP-POST TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(111:12)
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   4300-WRITE-DISTRIBUTION
      * Second panel, re-reading the group figures: revenue, cost and
      * profit, and the split between the accounts that made money
      * and those that lost it (break-even accounts are in neither).
      *----------------------------------------------------------------*
       4300-WRITE-DISTRIBUTION.

           SET GRP-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE 'PRODUCT'    TO WS-OUT-LINE(1:7)
           MOVE 'REVENUE'    TO WS-OUT-LINE(25:7)
           MOVE 'COST'       TO WS-OUT-LINE(41:4)
           MOVE 'PROFIT'     TO WS-OUT-LINE(52:6)
           MOVE 'PROFITABLE' TO WS-OUT-LINE(60:10)
           MOVE 'UNPROFIT'   TO WS-OUT-LINE(71:8)
           MOVE 'PROF%'      TO WS-OUT-LINE(81:5)
           MOVE 'EARNED BY WINNERS' TO WS-OUT-LINE(88:17)
           MOVE 'LOST BY LOSERS' TO WS-OUT-LINE(107:14)
           PERFORM 4900-WRITE-RPT-LINE

           EXEC SQL
               OPEN CUR-PRF-GROUP
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-PROFIT-SQL-ERROR
               SET GRP-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4310-DISTRIBUTE-ONE-GROUP
                   UNTIL GRP-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PRF-GROUP
           END-EXEC

           MOVE 'ALL'        TO HOST-GRP-GROUP-ID
           MOVE WS-PT-ACCTS  TO HOST-GRP-ACCTS
           MOVE WS-PT-REVENUE TO HOST-GRP-REVENUE
           MOVE WS-PT-COST   TO HOST-GRP-COST
           MOVE WS-PT-PROFIT TO HOST-GRP-PROFIT
           MOVE WS-PT-WIN-CNT TO HOST-GRP-WIN-CNT
           MOVE WS-PT-LOSE-CNT TO HOST-GRP-LOSE-CNT
           MOVE WS-PT-WIN-AMT TO HOST-GRP-WIN-AMT
           MOVE WS-PT-LOSE-AMT TO HOST-GRP-LOSE-AMT
           PERFORM 4320-WRITE-DISTRIBUTION-LINE.

      *----------------------------------------------------------------*
      *                 4310-DISTRIBUTE-ONE-GROUP
      *----------------------------------------------------------------*
       4310-DISTRIBUTE-ONE-GROUP.

           EXEC SQL
               FETCH CUR-PRF-GROUP
               INTO :HOST-GRP-GROUP-ID, :HOST-GRP-ACCTS,
                    :HOST-GRP-INT, :HOST-GRP-FEE, :HOST-GRP-ICH,
                    :HOST-GRP-PREM, :HOST-GRP-RWD, :HOST-GRP-NCO,
                    :HOST-GRP-DSP, :HOST-GRP-POST,
                    :HOST-GRP-REVENUE, :HOST-GRP-COST,
                    :HOST-GRP-PROFIT, :HOST-GRP-WIN-CNT,
                    :HOST-GRP-LOSE-CNT, :HOST-GRP-WIN-AMT,
                    :HOST-GRP-LOSE-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 4320-WRITE-DISTRIBUTION-LINE
               WHEN 100
                   SET GRP-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-PROFIT-SQL-ERROR
                   SET GRP-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                4320-WRITE-DISTRIBUTION-LINE
      *----------------------------------------------------------------*
       4320-WRITE-DISTRIBUTION-LINE.

           MOVE SPACES TO WS-OUT-LINE
           MOVE HOST-GRP-GROUP-ID TO WS-OUT-LINE(1:10)
           MOVE HOST-GRP-REVENUE TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(20:12)
           MOVE HOST-GRP-COST TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(33:12)
           MOVE HOST-GRP-PROFIT TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-OUT-LINE(46:12)
           MOVE HOST-GRP-WIN-CNT TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT TO WS-OUT-LINE(63:7)
           MOVE HOST-GRP-LOSE-CNT TO WS-CNT-EDIT-2
           MOVE WS-CNT-EDIT-2 TO WS-OUT-LINE(72:7)
           IF HOST-GRP-ACCTS > 0
               COMPUTE WS-PCT ROUNDED =
                   HOST-GRP-WIN-CNT * 100 / HOST-GRP-ACCTS
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-OUT-LINE(80:6)
           END-IF
           MOVE HOST-GRP-WIN-AMT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(90:15)
           MOVE HOST-GRP-LOSE-AMT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(106:15)
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                 4500-RECONCILE-INTERCHANGE
      * Interchange attributed through the cards against what the
      * clearing run accrued to ICHDAILY for the month - a wide gap
      * means the attribution is not to be trusted this month.
      *----------------------------------------------------------------*
       4500-RECONCILE-INTERCHANGE.

           EXEC SQL
               SELECT COALESCE(SUM(ICD_INCOME_AMT), 0)
               INTO :HOST-ICHDAILY-TOTAL
               FROM ICHDAILY
               WHERE ICD_RUN_DATE >= :HOST-MONTH-START-DT
               AND   ICD_RUN_DATE <= :HOST-MONTH-END-DT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-PROFIT-SQL-ERROR
               MOVE ZEROS TO HOST-ICHDAILY-TOTAL
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-PT-ICH TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'INTERCHANGE ATTRIBUTED.....: ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE HOST-ICHDAILY-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'INTERCHANGE ACCRUED (ICHDAILY): ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                      4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO PRFRPT-LINE
           WRITE PRFRPT-LINE.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      *----------------------------------------------------------------*
       6000-FINALIZE.

           CLOSE PRFRPT-FILE

           DISPLAY 'ACCOUNTS READ..........: ' WS-ACCTS-READ
           DISPLAY 'PROFIT ROWS WRITTEN....: ' WS-ACCTS-WRITTEN
           DISPLAY 'PROCESSING ERRORS......: ' WS-PRF-ERRORS

           IF WS-PRF-ERRORS > 0
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
