      *****************************************************************
      * Program     : CBACT85A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Nightly interest accrual - accrues each account's
      *               daily interest (earned, not yet billed) by
      *               balance bucket from the day's DAILYBAL snapshot
      *               at the rate CBACT01A would bill it at, keeps the
      *               running accrued balance on INTACCR, and reverses
      *               that balance the night the cycle's interest
      *               posts or the account stops accruing. Each day's
      *               entries land on ACCRDTL, where the CBACT24A
      *               general-ledger extract picks them up under
      *               GLMAP type 'AI', so month-end income no longer
      *               waits on the cycle close or a manual estimate.
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
      * 2026-10-15 - New batch job: daily accrued-interest entries
      *              with reversal at cycle billing, for the GL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT85A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACRRPT-FILE ASSIGN TO ACRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ACRRPT-FILE
           RECORDING MODE IS F.
       01 ACRRPT-LINE                     PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT85A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Fallback monthly rates - the same ones CBACT01A bills at when
      * an account's group has no RATEGRP row in force, so the
      * accrual and the bill agree. The daily rate is the monthly
      * rate annualized over a 365-day year.
       01 WS-CONSTANTS.
         05 WS-DEFAULT-MONTHLY-INT-RATE PIC S9(01)V9(04) COMP-3
                                         VALUE 0.0150.
         05 WS-DEFAULT-MONTHLY-CASH-RATE PIC S9(01)V9(04) COMP-3
                                         VALUE 0.0220.
         05 WS-DAYS-IN-YEAR             PIC S9(03) COMP-3 VALUE 365.

       01 WS-JOB-TOTALS.
         05 WS-ACCTS-READ               PIC 9(09) VALUE ZEROS.
         05 WS-ACCTS-ACCRUED            PIC 9(09) VALUE ZEROS.
         05 WS-ACCTS-CYCLE-REVERSED     PIC 9(09) VALUE ZEROS.
         05 WS-ACCTS-STOP-REVERSED      PIC 9(09) VALUE ZEROS.
         05 WS-ACCTS-NO-SNAPSHOT        PIC 9(09) VALUE ZEROS.
         05 WS-ROWS-POSTED              PIC 9(09) VALUE ZEROS.
         05 WS-ACR-ERRORS               PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-ACCRUED            PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-CYCLE-REVERSED     PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-STOP-REVERSED      PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-NET                PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-OUT-LINE                 PIC X(132).
         05 WS-CYCLE-DAY-N              PIC 9(02).
      * Effective rates for the account in hand - monthly, as
      * CBACT01A carries them, then restated per day.
         05 WS-MONTHLY-INT-RATE         PIC S9(01)V9(04) COMP-3.
         05 WS-MONTHLY-CASH-INT-RATE    PIC S9(01)V9(04) COMP-3.
         05 WS-PENALTY-RATE             PIC S9(01)V9(04) COMP-3.
         05 WS-SCRA-CAP-RATE            PIC S9(01)V9(04) COMP-3.
         05 WS-DAILY-INT-RATE           PIC S9(01)V9(09) COMP-3.
         05 WS-DAILY-CASH-INT-RATE      PIC S9(01)V9(09) COMP-3.
         05 WS-BASIS-BAL                PIC S9(10)V99 COMP-3.
         05 WS-BASIS-CASH-BAL           PIC S9(10)V99 COMP-3.
         05 WS-PURCH-ACCRUAL            PIC S9(09)V99 COMP-3.
         05 WS-CASH-ACCRUAL             PIC S9(09)V99 COMP-3.
         05 WS-PROMO-ACCRUAL            PIC S9(09)V99 COMP-3.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
         05 WS-AMT-EDIT                 PIC -(11)9.99.

      * What tonight does to the account in hand.
       01 WS-ACTION-FLAG                PIC X(01) VALUE 'A'.
         88 ACTION-ACCRUE                          VALUE 'A'.
         88 ACTION-CYCLE-REVERSE                   VALUE 'C'.
         88 ACTION-STOP-REVERSE                    VALUE 'S'.

       01 WS-ACCT-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 ACCT-CURSOR-EOF                        VALUE 'Y'.
         88 ACCT-CURSOR-NOT-EOF                    VALUE 'N'.

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

      * Statement cycle day CBACT01A bills tonight - the same
      * selection it uses, so the reversal lands the night the
      * charge posts.
       01 HOST-CYCLE-DAY                PIC S9(04) COMP VALUE ZEROS.
       01 HOST-MONTH-START-DT           PIC X(10).

      * Host variables - Account Master (ACCTDAT) with its running
      * accrued balance (INTACCR)
       01 HOST-ACCT-ROW.
         05 HOST-ACCT-ID                PIC S9(11) COMP.
         05 HOST-ACCT-STATUS            PIC X(01).
         05 HOST-ACCT-GROUP-ID          PIC X(10).
         05 HOST-ACCT-CURR-BAL          PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CASH-BAL          PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CYCLE-DAY         PIC S9(04) COMP.
         05 HOST-IAC-ACCRUED-BAL        PIC S9(10)V99 COMP-3.
         05 HOST-IAC-CYCLE-START        PIC X(10).
         05 HOST-IAC-ROW-IND            PIC X(01).

      * Host variables - the day's balance snapshot (DAILYBAL)
       01 HOST-SNAP-BAL                 PIC S9(10)V99 COMP-3.
       01 HOST-SNAP-CASH-BAL            PIC S9(10)V99 COMP-3.

      * Host variables - Interest Rate/Fee Group (RATEGRP)
       01 HOST-RATE-APR                 PIC S9(03)V9(02) COMP-3.
       01 HOST-RATE-CASH-APR            PIC S9(03)V9(02) COMP-3.

      * Host variables - the pricing overrides CBACT01A applies, in
      * the order it applies them: penalty APR, workout plan APR,
      * servicemember cap.
       01 HOST-PNA-PENALTY-APR          PIC S9(03)V9(02) COMP-3.
       01 HOST-WRK-REDUCED-APR          PIC S9(03)V9(02) COMP-3.
       01 HOST-SCR-CAP-APR              PIC S9(03)V9(02) COMP-3.
       01 HOST-XREF-CUST-ID             PIC S9(09) COMP.

      * Host variables - accrual stops (deceased customer, active
      * debt-protection claim)
       01 HOST-DECEASED-COUNT           PIC S9(04) COMP.
       01 HOST-CLAIM-COUNT              PIC S9(04) COMP.

      * Host variables - active promotional plans (PROMOPLAN), which
      * accrue at their own APR out of the standard purchase bucket
       01 HOST-PRM-ACTIVE-TOTAL         PIC S9(10)V99 COMP-3.
       01 HOST-PRM-BAL-X-APR            PIC S9(13)V9(04) COMP-3.

      * Report totals - what is on the books tonight and what the
      * month has booked so far
       01 HOST-OUTSTANDING-BAL          PIC S9(13)V99 COMP-3.
       01 HOST-OUTSTANDING-CNT          PIC S9(09) COMP.
       01 HOST-MTD-ACCRUED              PIC S9(13)V99 COMP-3.
       01 HOST-MTD-REVERSED             PIC S9(13)V99 COMP-3.

       COPY CVACR01Y.
       COPY CVACR02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT85A - INTEREST ACCRUAL STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT85A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT01A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL ACCT-CURSOR-EOF
           PERFORM 3000-WRITE-REPORT
              THRU 3000-WRITE-REPORT-EXIT
           PERFORM 6000-FINALIZE
           MOVE 'CBACT85A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ACCTS-READ TO WS-RTOT-RECS-READ
           MOVE WS-ROWS-POSTED TO WS-RTOT-RECS-POSTED
           MOVE WS-ACR-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-NET TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT85A - INTEREST ACCRUAL ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * Every active account accrues; any other account is picked up
      * only while it still carries an accrued balance to reverse.
      * An account already posted for the date (a restart after an
      * abend) is passed over - each account's day commits as one
      * unit, so nothing is accrued twice.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ACCTS-READ
           MOVE ZEROS TO WS-ROWS-POSTED
           MOVE ZEROS TO WS-ACR-ERRORS
           SET ACCT-CURSOR-NOT-EOF TO TRUE

           MOVE WS-BIZDT-YYYYMMDD-X(7:2) TO WS-CYCLE-DAY-N
           MOVE WS-CYCLE-DAY-N TO HOST-CYCLE-DAY
           MOVE SPACES TO HOST-MONTH-START-DT
           STRING WS-BIZDT-DATE(1:7) '-01'
             DELIMITED BY SIZE INTO HOST-MONTH-START-DT

           OPEN OUTPUT ACRRPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACRRPT - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-ACR-ERRORS
               SET ACCT-CURSOR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           EXEC SQL
               DECLARE CUR-ACR-ACCT CURSOR WITH HOLD FOR
               SELECT A.ACCT_ID, A.ACCT_ACTIVE_STATUS,
                      COALESCE(A.ACCT_GROUP_ID, ' '),
                      A.ACCT_CURR_BAL, COALESCE(A.ACCT_CASH_BAL, 0),
                      COALESCE(A.ACCT_CYCLE_DAY, 0),
                      COALESCE(I.IAC_ACCRUED_BAL, 0),
                      COALESCE(I.IAC_CYCLE_START_DATE, ' '),
                      CASE WHEN I.IAC_ACCT_ID IS NULL
                           THEN 'N' ELSE 'Y' END
               FROM ACCTDAT A
               LEFT OUTER JOIN INTACCR I
                 ON I.IAC_ACCT_ID = A.ACCT_ID
               WHERE (A.ACCT_ACTIVE_STATUS = 'Y'
                      OR COALESCE(I.IAC_ACCRUED_BAL, 0) <> 0)
               AND   NOT EXISTS
                     (SELECT 1 FROM ACCRDTL D
                      WHERE D.ACD_ACCT_ID = A.ACCT_ID
                      AND   D.ACD_RUN_DATE = :WS-BIZDT-DATE)
               ORDER BY A.ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-ACR-ACCT
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-ACCRUAL-SQL-ERROR
               SET ACCT-CURSOR-EOF TO TRUE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-ACCOUNTS
      *----------------------------------------------------------------*
       2000-PROCESS-ACCOUNTS.

           EXEC SQL
               FETCH CUR-ACR-ACCT
               INTO :HOST-ACCT-ID, :HOST-ACCT-STATUS,
                    :HOST-ACCT-GROUP-ID, :HOST-ACCT-CURR-BAL,
                    :HOST-ACCT-CASH-BAL, :HOST-ACCT-CYCLE-DAY,
                    :HOST-IAC-ACCRUED-BAL, :HOST-IAC-CYCLE-START,
                    :HOST-IAC-ROW-IND
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 2100-ACCRUE-ONE-ACCOUNT
                      THRU 2100-ACCRUE-ONE-ACCOUNT-EXIT
               WHEN 100
                   SET ACCT-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-ACCRUAL-SQL-ERROR
                   SET ACCT-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-ACCRUE-ONE-ACCOUNT
      * Tonight either adds a day's interest to the account's accrued
      * balance or reverses the whole balance. Nothing to accrue and
      * nothing to reverse writes no row.
      *----------------------------------------------------------------*
       2100-ACCRUE-ONE-ACCOUNT.

           INITIALIZE ACCRUAL-DETAIL-RECORD
           MOVE WS-BIZDT-DATE TO ACD-RUN-DATE
           MOVE HOST-ACCT-ID TO ACD-ACCT-ID

           PERFORM 2110-DETERMINE-ACTION
              THRU 2110-DETERMINE-ACTION-EXIT

           IF ACTION-ACCRUE
               PERFORM 2200-COMPUTE-DAILY-ACCRUAL
           ELSE
               MOVE HOST-IAC-ACCRUED-BAL TO ACD-REVERSAL-AMT
           END-IF

           IF ACD-ACCRUAL-AMT = 0 AND ACD-REVERSAL-AMT = 0
               GO TO 2100-ACCRUE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE WS-ACTION-FLAG TO ACD-ACTION
           COMPUTE ACD-ACCRUED-BAL =
               HOST-IAC-ACCRUED-BAL + ACD-ACCRUAL-AMT
               - ACD-REVERSAL-AMT
           PERFORM 2500-POST-ACCOUNT-DAY
              THRU 2500-POST-ACCOUNT-DAY-EXIT.
       2100-ACCRUE-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2110-DETERMINE-ACTION
      * The same stops CBACT01A bills under. Only an active account
      * bills, so a charged-off, closed or settled account stops
      * accruing and what it had accrued reverses. A deceased
      * customer or an active debt-protection claim bills nothing
      * either. The night CBACT01A bills the account's cycle, the
      * charge it posts replaces the accrual, which reverses in
      * full.
      *----------------------------------------------------------------*
       2110-DETERMINE-ACTION.

           SET ACTION-ACCRUE TO TRUE

           IF HOST-ACCT-STATUS NOT = 'Y'
               SET ACTION-STOP-REVERSE TO TRUE
               GO TO 2110-DETERMINE-ACTION-EXIT
           END-IF

           MOVE ZEROS TO HOST-DECEASED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-DECEASED-COUNT
               FROM CXACAIX X, CUSTDAT C
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   C.CUST_ID = X.XREF_CUST_ID
               AND   COALESCE(C.CUST_DATE_OF_DEATH, ' ') <> ' '
           END-EXEC
           IF SQLCODE = 0 AND HOST-DECEASED-COUNT > 0
               SET ACTION-STOP-REVERSE TO TRUE
               GO TO 2110-DETERMINE-ACTION-EXIT
           END-IF

           MOVE ZEROS TO HOST-CLAIM-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-CLAIM-COUNT
               FROM DBTPROT
               WHERE DBT_ACCT_ID = :HOST-ACCT-ID
               AND   DBT_STATUS = 'E'
               AND   COALESCE(DBT_CLAIM_STATUS, ' ') = 'A'
           END-EXEC
           IF SQLCODE = 0 AND HOST-CLAIM-COUNT > 0
               SET ACTION-STOP-REVERSE TO TRUE
               GO TO 2110-DETERMINE-ACTION-EXIT
           END-IF

           IF HOST-ACCT-CYCLE-DAY = HOST-CYCLE-DAY
               SET ACTION-CYCLE-REVERSE TO TRUE
           END-IF.
       2110-DETERMINE-ACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2200-COMPUTE-DAILY-ACCRUAL
      * One day of the interest CBACT01A will bill: the day's balance
      * split as CBACT01A splits the average daily balance - active
      * promotional plan balances at their own APR, the cash bucket
      * at the cash APR, the rest at the purchase APR - each at the
      * effective rate after penalty, workout and servicemember cap.
      *----------------------------------------------------------------*
       2200-COMPUTE-DAILY-ACCRUAL.

           PERFORM 2210-LOOKUP-RATE-FOR-GROUP
           PERFORM 2220-CHECK-PENALTY-APR
           PERFORM 2230-CHECK-WORKOUT-PLAN
           PERFORM 2240-CHECK-SCRA-CAP
              THRU 2240-CHECK-SCRA-CAP-EXIT
           PERFORM 2250-GET-DAY-SNAPSHOT
           PERFORM 2260-GET-PROMO-BASIS

           COMPUTE WS-DAILY-INT-RATE ROUNDED =
               WS-MONTHLY-INT-RATE * 12 / WS-DAYS-IN-YEAR
           COMPUTE WS-DAILY-CASH-INT-RATE ROUNDED =
               WS-MONTHLY-CASH-INT-RATE * 12 / WS-DAYS-IN-YEAR
           COMPUTE ACD-PURCH-APR ROUNDED = WS-MONTHLY-INT-RATE * 1200
           COMPUTE ACD-CASH-APR ROUNDED =
               WS-MONTHLY-CASH-INT-RATE * 1200

           MOVE ZEROS TO WS-PURCH-ACCRUAL
           MOVE ZEROS TO WS-CASH-ACCRUAL
           MOVE ZEROS TO WS-PROMO-ACCRUAL

           MOVE HOST-PRM-ACTIVE-TOTAL TO ACD-PROMO-BASIS
           IF HOST-PRM-BAL-X-APR > 0
               COMPUTE WS-PROMO-ACCRUAL ROUNDED =
                   HOST-PRM-BAL-X-APR / (100 * WS-DAYS-IN-YEAR)
           END-IF

           IF WS-BASIS-CASH-BAL > 0
               MOVE WS-BASIS-CASH-BAL TO ACD-CASH-BASIS
               COMPUTE WS-CASH-ACCRUAL ROUNDED =
                   WS-BASIS-CASH-BAL * WS-DAILY-CASH-INT-RATE
           END-IF

           COMPUTE ACD-PURCH-BASIS =
               WS-BASIS-BAL - HOST-PRM-ACTIVE-TOTAL - ACD-CASH-BASIS
           IF ACD-PURCH-BASIS > 0
               COMPUTE WS-PURCH-ACCRUAL ROUNDED =
                   ACD-PURCH-BASIS * WS-DAILY-INT-RATE
           ELSE
               MOVE ZEROS TO ACD-PURCH-BASIS
           END-IF

           COMPUTE ACD-ACCRUAL-AMT =
               WS-PURCH-ACCRUAL + WS-CASH-ACCRUAL + WS-PROMO-ACCRUAL.

      *----------------------------------------------------------------*
      *                   2210-LOOKUP-RATE-FOR-GROUP
      * The RATEGRP row in force for the business date, as CBACT01A
      * picks it, falling back to the same default rates.
      *----------------------------------------------------------------*
       2210-LOOKUP-RATE-FOR-GROUP.

           EXEC SQL
               SELECT RATE_GROUP_APR,
                      COALESCE(RATE_GROUP_CASH_APR, RATE_GROUP_APR)
               INTO :HOST-RATE-APR, :HOST-RATE-CASH-APR
               FROM RATEGRP
               WHERE RATE_GROUP_ID = :HOST-ACCT-GROUP-ID
               AND   RATE_GROUP_EFF_DATE <= :WS-BIZDT-DATE
               ORDER BY RATE_GROUP_EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WS-MONTHLY-INT-RATE ROUNDED =
                       HOST-RATE-APR / 1200
                   COMPUTE WS-MONTHLY-CASH-INT-RATE ROUNDED =
                       HOST-RATE-CASH-APR / 1200
               WHEN OTHER
                   MOVE WS-DEFAULT-MONTHLY-INT-RATE
                        TO WS-MONTHLY-INT-RATE
                   MOVE WS-DEFAULT-MONTHLY-CASH-RATE
                        TO WS-MONTHLY-CASH-INT-RATE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2220-CHECK-PENALTY-APR
      * An effective penalty APR raises either lane, never lowers it.
      *----------------------------------------------------------------*
       2220-CHECK-PENALTY-APR.

           EXEC SQL
               SELECT PNA_PENALTY_APR
               INTO :HOST-PNA-PENALTY-APR
               FROM PENALTY
               WHERE PNA_ACCT_ID = :HOST-ACCT-ID
               AND   PNA_STATUS = 'A'
               AND   PNA_EFFECTIVE_DATE <= :WS-BIZDT-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WS-PENALTY-RATE ROUNDED =
                       HOST-PNA-PENALTY-APR / 1200
                   IF WS-PENALTY-RATE > WS-MONTHLY-INT-RATE
                       MOVE WS-PENALTY-RATE TO WS-MONTHLY-INT-RATE
                   END-IF
                   IF WS-PENALTY-RATE > WS-MONTHLY-CASH-INT-RATE
                       MOVE WS-PENALTY-RATE
                         TO WS-MONTHLY-CASH-INT-RATE
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING PENALTY - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2230-CHECK-WORKOUT-PLAN
      * An active workout plan prices both lanes at its reduced APR.
      *----------------------------------------------------------------*
       2230-CHECK-WORKOUT-PLAN.

           EXEC SQL
               SELECT WRK_REDUCED_APR
               INTO :HOST-WRK-REDUCED-APR
               FROM WORKOUT
               WHERE WRK_ACCT_ID = :HOST-ACCT-ID
               AND   WRK_STATUS = 'A'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WS-MONTHLY-INT-RATE ROUNDED =
                       HOST-WRK-REDUCED-APR / 1200
                   MOVE WS-MONTHLY-INT-RATE
                     TO WS-MONTHLY-CASH-INT-RATE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING WORKOUT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2240-CHECK-SCRA-CAP
      * An active servicemember protection caps both lanes; the cap
      * never raises a rate.
      *----------------------------------------------------------------*
       2240-CHECK-SCRA-CAP.

           EXEC SQL
               SELECT XREF_CUST_ID
               INTO :HOST-XREF-CUST-ID
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-ACCT-ID
               AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                       FROM CXACAIX
                                       WHERE XREF_ACCT_ID =
                                             :HOST-ACCT-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               GO TO 2240-CHECK-SCRA-CAP-EXIT
           END-IF

           EXEC SQL
               SELECT SCR_CAP_APR
               INTO :HOST-SCR-CAP-APR
               FROM SCRAPROT
               WHERE SCR_CUST_ID = :HOST-XREF-CUST-ID
               AND   COALESCE(SCR_RELEASE_DATE, ' ') = ' '
           END-EXEC

           IF SQLCODE = 0
               COMPUTE WS-SCRA-CAP-RATE ROUNDED =
                   HOST-SCR-CAP-APR / 1200
               IF WS-SCRA-CAP-RATE < WS-MONTHLY-INT-RATE
                   MOVE WS-SCRA-CAP-RATE TO WS-MONTHLY-INT-RATE
               END-IF
               IF WS-SCRA-CAP-RATE < WS-MONTHLY-CASH-INT-RATE
                   MOVE WS-SCRA-CAP-RATE
                     TO WS-MONTHLY-CASH-INT-RATE
               END-IF
           END-IF.
       2240-CHECK-SCRA-CAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2250-GET-DAY-SNAPSHOT
      * The end-of-day balances CBACT21A snapshotted for the date -
      * the same rows CBACT01A averages at cycle close. No snapshot
      * falls back to the ACCTDAT balances, as CBACT01A does.
      *----------------------------------------------------------------*
       2250-GET-DAY-SNAPSHOT.

           EXEC SQL
               SELECT BAL_AMT, COALESCE(BAL_CASH_AMT, 0)
               INTO :HOST-SNAP-BAL, :HOST-SNAP-CASH-BAL
               FROM DAILYBAL
               WHERE BAL_ACCT_ID = :HOST-ACCT-ID
               AND   BAL_DATE = :WS-BIZDT-DATE
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO ACD-SNAPSHOT-IND
               MOVE HOST-SNAP-BAL TO WS-BASIS-BAL
               MOVE HOST-SNAP-CASH-BAL TO WS-BASIS-CASH-BAL
           ELSE
               MOVE 'N' TO ACD-SNAPSHOT-IND
               ADD 1 TO WS-ACCTS-NO-SNAPSHOT
               MOVE HOST-ACCT-CURR-BAL TO WS-BASIS-BAL
               MOVE HOST-ACCT-CASH-BAL TO WS-BASIS-CASH-BAL
           END-IF.

      *----------------------------------------------------------------*
      *                   2260-GET-PROMO-BASIS
      * Active plan balances, and the balance-times-APR the day's
      * promotional accrual is taken from. Deferred interest is not
      * accrued - it is earned only if the plan expires unpaid.
      *----------------------------------------------------------------*
       2260-GET-PROMO-BASIS.

           EXEC SQL
               SELECT COALESCE(SUM(PRM_PLAN_BAL), 0),
                      COALESCE(SUM(CASE WHEN PRM_PLAN_BAL > 0
                               THEN PRM_PLAN_BAL * PRM_PROMO_APR
                               ELSE 0 END), 0)
               INTO :HOST-PRM-ACTIVE-TOTAL, :HOST-PRM-BAL-X-APR
               FROM PROMOPLAN
               WHERE PRM_ACCT_ID = :HOST-ACCT-ID
               AND   PRM_STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING PROMOPLAN - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE ZEROS TO HOST-PRM-ACTIVE-TOTAL
               MOVE ZEROS TO HOST-PRM-BAL-X-APR
           END-IF.

      *----------------------------------------------------------------*
      *                   2500-POST-ACCOUNT-DAY
      * The detail row and the running balance commit together. The
      * open balance remembers the first date it accrued from and
      * clears that date when it goes back to zero.
      *----------------------------------------------------------------*
       2500-POST-ACCOUNT-DAY.

           EVALUATE TRUE
               WHEN ACD-ACCRUED-BAL = 0
                   MOVE SPACES TO IAC-CYCLE-START-DATE
               WHEN HOST-IAC-ACCRUED-BAL = 0
                 OR HOST-IAC-CYCLE-START = SPACES
                   MOVE WS-BIZDT-DATE TO IAC-CYCLE-START-DATE
               WHEN OTHER
                   MOVE HOST-IAC-CYCLE-START TO IAC-CYCLE-START-DATE
           END-EVALUATE

           EXEC SQL
               INSERT INTO ACCRDTL
               (ACD_RUN_DATE, ACD_ACCT_ID, ACD_ACTION,
                ACD_SNAPSHOT_IND, ACD_PURCH_BASIS, ACD_CASH_BASIS,
                ACD_PROMO_BASIS, ACD_PURCH_APR, ACD_CASH_APR,
                ACD_ACCRUAL_AMT, ACD_REVERSAL_AMT, ACD_ACCRUED_BAL)
               VALUES
               (:ACD-RUN-DATE, :ACD-ACCT-ID, :ACD-ACTION,
                :ACD-SNAPSHOT-IND, :ACD-PURCH-BASIS, :ACD-CASH-BASIS,
                :ACD-PROMO-BASIS, :ACD-PURCH-APR, :ACD-CASH-APR,
                :ACD-ACCRUAL-AMT, :ACD-REVERSAL-AMT,
                :ACD-ACCRUED-BAL)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-ACCRUAL-SQL-ERROR
               EXEC SQL ROLLBACK END-EXEC
               GO TO 2500-POST-ACCOUNT-DAY-EXIT
           END-IF

           IF HOST-IAC-ROW-IND = 'Y'
               EXEC SQL
                   UPDATE INTACCR
                   SET IAC_ACCRUED_BAL = :ACD-ACCRUED-BAL,
                       IAC_CYCLE_START_DATE = :IAC-CYCLE-START-DATE,
                       IAC_LAST_ACCRUAL_DATE = :WS-BIZDT-DATE,
                       IAC_UPDATE_TS = CURRENT TIMESTAMP
                   WHERE IAC_ACCT_ID = :HOST-ACCT-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO INTACCR
                   (IAC_ACCT_ID, IAC_ACCRUED_BAL,
                    IAC_CYCLE_START_DATE, IAC_LAST_ACCRUAL_DATE,
                    IAC_UPDATE_TS)
                   VALUES
                   (:HOST-ACCT-ID, :ACD-ACCRUED-BAL,
                    :IAC-CYCLE-START-DATE, :WS-BIZDT-DATE,
                    CURRENT TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               PERFORM 2900-ACCRUAL-SQL-ERROR
               EXEC SQL ROLLBACK END-EXEC
               GO TO 2500-POST-ACCOUNT-DAY-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-ROWS-POSTED
           ADD ACD-ACCRUAL-AMT TO WS-TOTAL-NET
           SUBTRACT ACD-REVERSAL-AMT FROM WS-TOTAL-NET
           EVALUATE TRUE
               WHEN ACTION-ACCRUE
                   ADD 1 TO WS-ACCTS-ACCRUED
                   ADD ACD-ACCRUAL-AMT TO WS-TOTAL-ACCRUED
               WHEN ACTION-CYCLE-REVERSE
                   ADD 1 TO WS-ACCTS-CYCLE-REVERSED
                   ADD ACD-REVERSAL-AMT TO WS-TOTAL-CYCLE-REVERSED
               WHEN OTHER
                   ADD 1 TO WS-ACCTS-STOP-REVERSED
                   ADD ACD-REVERSAL-AMT TO WS-TOTAL-STOP-REVERSED
           END-EVALUATE.
       2500-POST-ACCOUNT-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2900-ACCRUAL-SQL-ERROR
      *----------------------------------------------------------------*
       2900-ACCRUAL-SQL-ERROR.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR POSTING INTEREST ACCRUAL FOR ACCT '
                   HOST-ACCT-ID ' - SQLCODE: '
                   WS-SQLCODE-DISPLAY
           ADD 1 TO WS-ACR-ERRORS.

      *----------------------------------------------------------------*
      *                      3000-WRITE-REPORT
      * Tonight's entries, then the accrued balance on the books and
      * the month's accruals and reversals to date - the figures the
      * month-end close books from.
      *----------------------------------------------------------------*
       3000-WRITE-REPORT.

           IF WS-RPT-FILE-STATUS NOT = '00'
               GO TO 3000-WRITE-REPORT-EXIT
           END-IF

           MOVE ZEROS TO HOST-OUTSTANDING-BAL
           MOVE ZEROS TO HOST-OUTSTANDING-CNT
           EXEC SQL
               SELECT COALESCE(SUM(IAC_ACCRUED_BAL), 0), COUNT(*)
               INTO :HOST-OUTSTANDING-BAL, :HOST-OUTSTANDING-CNT
               FROM INTACCR
               WHERE IAC_ACCRUED_BAL <> 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-ACCRUAL-SQL-ERROR
           END-IF

           MOVE ZEROS TO HOST-MTD-ACCRUED
           MOVE ZEROS TO HOST-MTD-REVERSED
           EXEC SQL
               SELECT COALESCE(SUM(ACD_ACCRUAL_AMT), 0),
                      COALESCE(SUM(ACD_REVERSAL_AMT), 0)
               INTO :HOST-MTD-ACCRUED, :HOST-MTD-REVERSED
               FROM ACCRDTL
               WHERE ACD_RUN_DATE >= :HOST-MONTH-START-DT
               AND   ACD_RUN_DATE <= :WS-BIZDT-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-ACCRUAL-SQL-ERROR
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'CBACT85A  DAILY INTEREST ACCRUAL  BUSINESS DATE '
                  WS-BIZDT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-ACCTS-ACCRUED TO WS-CNT-EDIT
           MOVE WS-TOTAL-ACCRUED TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'ACCRUED TONIGHT .............. ' WS-CNT-EDIT
                  ' ACCTS  ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-ACCTS-CYCLE-REVERSED TO WS-CNT-EDIT
           MOVE WS-TOTAL-CYCLE-REVERSED TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'REVERSED - CYCLE BILLED ...... ' WS-CNT-EDIT
                  ' ACCTS  ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-ACCTS-STOP-REVERSED TO WS-CNT-EDIT
           MOVE WS-TOTAL-STOP-REVERSED TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'REVERSED - ACCRUAL STOPPED ... ' WS-CNT-EDIT
                  ' ACCTS  ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-TOTAL-NET TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'NET TO GL (GLMAP TYPE AI) ....              '
                  '        ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE WS-ACCTS-NO-SNAPSHOT TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'ACCRUED WITHOUT A SNAPSHOT ... ' WS-CNT-EDIT
                  ' ACCTS'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE HOST-OUTSTANDING-CNT TO WS-CNT-EDIT
           MOVE HOST-OUTSTANDING-BAL TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'ACCRUED INTEREST OUTSTANDING . ' WS-CNT-EDIT
                  ' ACCTS  ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE HOST-MTD-ACCRUED TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'MONTH TO DATE - ACCRUED ......              '
                  '        ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE HOST-MTD-REVERSED TO WS-AMT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'MONTH TO DATE - REVERSED .....              '
                  '        ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.
       3000-WRITE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO ACRRPT-LINE
           WRITE ACRRPT-LINE.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      *----------------------------------------------------------------*
       6000-FINALIZE.

           EXEC SQL
               CLOSE CUR-ACR-ACCT
           END-EXEC

           IF WS-RPT-FILE-STATUS = '00'
               CLOSE ACRRPT-FILE
           END-IF

           DISPLAY 'ACCOUNTS READ..........: ' WS-ACCTS-READ
           DISPLAY 'ACCOUNTS ACCRUED.......: ' WS-ACCTS-ACCRUED
           DISPLAY 'REVERSED AT CYCLE......: ' WS-ACCTS-CYCLE-REVERSED
           DISPLAY 'REVERSED ON STOP.......: ' WS-ACCTS-STOP-REVERSED
           DISPLAY 'PROCESSING ERRORS......: ' WS-ACR-ERRORS

           IF WS-ACR-ERRORS > 0
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
