      *****************************************************************
      * Program     : CBACT68A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Late-payment fee assessment - the business day
      *               after a payment due date passes, checks every
      *               account whose due date fell since the prior
      *               business date against the payments received
      *               from the cycle close through the due date. A
      *               missed minimum posts the rate group's late fee
      *               (capped at the balance owed) under its own fee
      *               category; workout, skip-a-payment, SCRA and
      *               deceased accounts are exempt, and disaster
      *               relief waives it. Every decision,
      *               charged or not, is recorded on LATEFEE.
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
      * 2026-10-15 - New batch job: late-payment fee assessment on
      *              the business day after the payment due date
      * 2026-10-15 - Postings stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      * 2026-10-15 - Late fee waived while a disaster relief event
      *              (DSTEVENT) covers the due date; the fee waived is
      *              added to the account's DSTENROL row
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT68A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT68A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.

      * Literals and constants
       01 WS-CONSTANTS.
         05 WS-LATE-FEE-TRAN-DESC      PIC X(50)
             VALUE 'LATE PAYMENT FEE - MINIMUM NOT RECEIVED BY '.
      * Fallback fee when the account's group has no RATEGRP row -
      * the same flat amount the minimum-due floor falls back to.
         05 WS-DEFAULT-LATE-FEE-AMT    PIC S9(05)V99 COMP-3
                                        VALUE 25.00.
      * Minimum-due calculation - kept in step with COACTVWA's
      * 9220-COMPUTE-MIN-PAYMENT-DUE (percentage of balance with the
      * account group's late fee as the floor), applied to the
      * statement balance the due date belongs to.
         05 WS-MIN-DUE-PERCENT         PIC S9(01)V9(04) COMP-3
                                        VALUE 0.0200.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-TOTAL-POSTED-AMT        PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-ACCTS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-FEES-ASSESSED           PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-PAID              PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-EXEMPT            PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ALREADY-DONE      PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ERRORS            PIC 9(07) VALUE ZEROS.

      * Working fields
       01 WS-WORK-FIELDS.
         05 WS-LATE-FEE-AMT            PIC S9(05)V99 COMP-3.
         05 WS-MIN-DUE-PCT-AMT         PIC S9(10)V99 COMP-3.
         05 WS-TRAN-ID-N               PIC 9(16).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-TRAN-TS                 PIC X(26).
         05 WS-TODAY-DATE              PIC X(10).
      * Prior-business-date search - the due-date window opens on the
      * business date before today, so a due date that fell on a
      * weekend or holiday is picked up on the next business day.
         05 WS-DATE-INT                PIC S9(09) COMP.
         05 WS-DAY-OF-WEEK             PIC S9(04) COMP.
         05 WS-SEARCH-DAYS             PIC S9(04) COMP.
         05 WS-PRIOR-YYYYMMDD          PIC 9(08).

       01 WS-PRIOR-DATE-FLAG           PIC X(01) VALUE 'N'.
         88 PRIOR-DATE-FOUND                      VALUE 'Y'.
         88 PRIOR-DATE-NOT-FOUND                  VALUE 'N'.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 ACCT-CURSOR-EOF                       VALUE 'Y'.
         88 ACCT-CURSOR-NOT-EOF                   VALUE 'N'.

      * Restart/checkpoint - see CSUTLRPL for the shared logic. A
      * checkpoint is saved every WS-CKPT-CHECK-EVERY accounts so an
      * abended run can resume from HOST-RESUME-ACCT-ID; the LATEFEE
      * key catches any account replayed near the boundary.
       01 WS-CKPT-CONTROL.
         05 WS-CKPT-CHECK-EVERY        PIC 9(04) COMP VALUE 100.
         05 WS-CKPT-ACCT-ID-EDIT       PIC 9(11).
       01 WS-CKPT-FIELDS.
       COPY CSUTLRWY.

      * Run control - see CSUTLJPL for the shared logic. Runs after
      * the autopay draft so tonight's drafts are not mistaken for
      * late payments.
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

      * Posting journal - see CSUTLGPL; every ACCTDAT change
      * is journaled with its job and business date so the
      * run can be backed out by CBACT76A.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      * Disaster relief - see CSUTL3PL; an event whose window covers
      * the due date and waives late fees waives this one.
       01 WS-DRL-FIELDS.
       COPY CSUTL3WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Host variables - Account Master (ACCTDAT)
       01 HOST-ACCT-RECORD.
         05 HOST-ACCT-ID                PIC S9(11) COMP.
         05 HOST-ACCT-CURR-BAL          PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-GROUP-ID          PIC X(10).
         05 HOST-ACCT-DUE-DATE          PIC X(10).
         05 HOST-ACCT-LAST-CLOSE-DATE   PIC X(10).

      * Restart position - accounts already assessed below this ID on
      * a prior abended run are skipped; zero on a fresh run.
       01 HOST-RESUME-ACCT-ID           PIC S9(11) COMP VALUE ZEROS.

       01 HOST-TODAY-DATE               PIC X(10).
       01 HOST-WINDOW-START-DATE        PIC X(10).
       01 HOST-HOLIDAY-IND              PIC X(01).

      * Payment window - after the cycle close through the end of
      * the due date.
       01 HOST-CLOSE-END-TS             PIC X(26).
       01 HOST-DUE-END-TS               PIC X(26).
       01 HOST-PAY-TRAN-TOTAL           PIC S9(10)V99 COMP-3.

      * Host variables - exemption checks
       01 HOST-XREF-CUST-ID             PIC S9(09) COMP.
       01 HOST-XREF-CARD-NUM            PIC X(16).
       01 HOST-DECEASED-COUNT           PIC S9(04) COMP.
       01 HOST-WORKOUT-COUNT            PIC S9(04) COMP.
       01 HOST-SKP-CYCLE-MONTH          PIC X(07).
       01 HOST-SKP-COUNT                PIC S9(04) COMP.
       01 HOST-SCRA-COUNT               PIC S9(04) COMP.

      * Host variables - Rate group (RATEGRP) late fee
       01 HOST-RATE-LATE-FEE-AMT        PIC S9(05)V99 COMP-3.

      * Host variables - Transaction posting (TRANSACT)
       01 HOST-TRAN-ID-SEQ              PIC S9(18) COMP-3.
       01 HOST-TRAN-RECORD.
         05 HOST-TRAN-ID                PIC S9(18) COMP-3.
         05 HOST-TRAN-DESC              PIC X(50).
         05 HOST-TRAN-AMT               PIC S9(10)V99 COMP-3.
         05 HOST-TRAN-TS                PIC X(26).

      * Host variables - Late-fee decision (LATEFEE)
       COPY CVLTF01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT68A - LATE FEE ASSESSMENT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT68A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT14A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT68A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL ACCT-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBACT68A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ACCTS-READ TO WS-RTOT-RECS-READ
           MOVE WS-FEES-ASSESSED TO WS-RTOT-RECS-POSTED
           MOVE WS-ACCTS-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-POSTED-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT68A - LATE FEE ASSESSMENT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ACCTS-READ
           MOVE ZEROS TO WS-FEES-ASSESSED
           MOVE ZEROS TO WS-ACCTS-PAID
           MOVE ZEROS TO WS-ACCTS-EXEMPT
           MOVE ZEROS TO WS-ACCTS-ALREADY-DONE
           MOVE ZEROS TO WS-ACCTS-ERRORS
           SET ACCT-CURSOR-NOT-EOF TO TRUE

           MOVE 'CBACT68A' TO WS-CKPT-JOB-NAME
           PERFORM LOAD-CHECKPOINT
           IF CKPT-FOUND
               COMPUTE HOST-RESUME-ACCT-ID =
                   FUNCTION NUMVAL(WS-CKPT-LAST-KEY(1:11))
               DISPLAY 'RESUMING AFTER ACCOUNT: ' HOST-RESUME-ACCT-ID
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-TRAN-TS
           MOVE WS-BIZDT-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO HOST-TODAY-DATE

           PERFORM 1100-FIND-PRIOR-BUSINESS-DATE
           DISPLAY 'ASSESSING DUE DATES FROM ' HOST-WINDOW-START-DATE
                   ' THROUGH THE DAY BEFORE ' HOST-TODAY-DATE

           EXEC SQL
               DECLARE CUR-LATE-ACCT CURSOR FOR
               SELECT ACCT_ID, ACCT_CURR_BAL, ACCT_GROUP_ID,
                      ACCT_PAYMENT_DUE_DATE,
                      COALESCE(ACCT_LAST_CYC_CLOSE_DATE, ' ')
               FROM ACCTDAT
               WHERE ACCT_ACTIVE_STATUS = 'Y'
               AND   ACCT_PAYMENT_DUE_DATE >= :HOST-WINDOW-START-DATE
               AND   ACCT_PAYMENT_DUE_DATE < :HOST-TODAY-DATE
               AND   ACCT_ID > :HOST-RESUME-ACCT-ID
               ORDER BY ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-LATE-ACCT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-LATE-ACCT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET ACCT-CURSOR-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                 1100-FIND-PRIOR-BUSINESS-DATE
      * Walks back one day at a time from the processing date,
      * skipping Saturdays, Sundays and BIZCALDR holidays - the
      * mirror of CBACT19A's forward walk. Gives up after a month
      * and falls back to yesterday's calendar date.
      *----------------------------------------------------------------*
       1100-FIND-PRIOR-BUSINESS-DATE.

           SET PRIOR-DATE-NOT-FOUND TO TRUE
           MOVE ZEROS TO WS-SEARCH-DAYS
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)

           PERFORM 1150-TRY-PRIOR-DAY
               UNTIL PRIOR-DATE-FOUND OR WS-SEARCH-DAYS > 31

           IF PRIOR-DATE-NOT-FOUND
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD) - 1
               PERFORM 1180-FORMAT-PRIOR-DATE
           END-IF.

      *----------------------------------------------------------------*
      *                      1150-TRY-PRIOR-DAY
      * Day-of-week from the date integer: day 1 is a Monday, so
      * MOD 7 of 6 is Saturday and 0 is Sunday.
      *----------------------------------------------------------------*
       1150-TRY-PRIOR-DAY.

           SUBTRACT 1 FROM WS-DATE-INT
           ADD 1 TO WS-SEARCH-DAYS

           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)

           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               CONTINUE
           ELSE
               PERFORM 1180-FORMAT-PRIOR-DATE

               MOVE 'N' TO HOST-HOLIDAY-IND
               EXEC SQL
                   SELECT COALESCE(CAL_HOLIDAY_IND, 'N')
                   INTO :HOST-HOLIDAY-IND
                   FROM BIZCALDR
                   WHERE CAL_DATE = :HOST-WINDOW-START-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF HOST-HOLIDAY-IND NOT = 'Y'
                           SET PRIOR-DATE-FOUND TO TRUE
                       END-IF
                   WHEN 100
                       SET PRIOR-DATE-FOUND TO TRUE
                   WHEN OTHER
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       DISPLAY 'ERROR READING BIZCALDR - SQLCODE: '
                               WS-SQLCODE-DISPLAY
                       SET PRIOR-DATE-FOUND TO TRUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                    1180-FORMAT-PRIOR-DATE
      *----------------------------------------------------------------*
       1180-FORMAT-PRIOR-DATE.

           COMPUTE WS-PRIOR-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           STRING WS-PRIOR-YYYYMMDD(1:4) '-'
                  WS-PRIOR-YYYYMMDD(5:2) '-'
                  WS-PRIOR-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-WINDOW-START-DATE.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-ACCOUNTS
      *----------------------------------------------------------------*
       2000-PROCESS-ACCOUNTS.

           EXEC SQL
               FETCH CUR-LATE-ACCT
               INTO :HOST-ACCT-ID, :HOST-ACCT-CURR-BAL,
                    :HOST-ACCT-GROUP-ID, :HOST-ACCT-DUE-DATE,
                    :HOST-ACCT-LAST-CLOSE-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 2100-ASSESS-ONE-ACCOUNT
                   PERFORM 2900-CHECKPOINT-IF-DUE
               WHEN 100
                   SET ACCT-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-LATE-ACCT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ACCT-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2100-ASSESS-ONE-ACCOUNT
      * Builds the decision row, then records it - with the fee
      * transaction and balance update when a fee is due - as one
      * unit of work.
      *----------------------------------------------------------------*
       2100-ASSESS-ONE-ACCOUNT.

           INITIALIZE LATE-FEE-RECORD
           MOVE HOST-ACCT-ID TO LTF-ACCT-ID
           MOVE HOST-ACCT-DUE-DATE TO LTF-DUE-DATE
           MOVE WS-TODAY-DATE TO LTF-ASSESS-DATE
           MOVE WS-TRAN-TS TO LTF-CREATE-TS
           MOVE SPACES TO LTF-TRAN-ID

           PERFORM 2200-LOOKUP-ACCT-CARD-NUM
           IF HOST-XREF-CARD-NUM = SPACES
               DISPLAY 'NO CARD ON FILE FOR ACCT ' HOST-ACCT-ID
                       ' - NOT ASSESSED'
               ADD 1 TO WS-ACCTS-ERRORS
           ELSE
               PERFORM 2300-COMPUTE-MIN-DUE
               PERFORM 2400-SUM-CYCLE-PAYMENTS
               PERFORM 2500-DECIDE THRU 2500-DECIDE-EXIT
               PERFORM 2600-RECORD-DECISION
           END-IF.

      *----------------------------------------------------------------*
      *                   2200-LOOKUP-ACCT-CARD-NUM
      * An account can carry more than one active card, so this takes
      * just the lowest card number's cross-reference row - the card
      * the fee transaction is posted against.
      *----------------------------------------------------------------*
       2200-LOOKUP-ACCT-CARD-NUM.

           MOVE SPACES TO HOST-XREF-CARD-NUM

           EXEC SQL
               SELECT XREF_CUST_ID, XREF_CARD_NUM
               INTO :HOST-XREF-CUST-ID, :HOST-XREF-CARD-NUM
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-ACCT-ID
               AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                       FROM CXACAIX
                                       WHERE XREF_ACCT_ID =
                                             :HOST-ACCT-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HOST-XREF-CARD-NUM
           END-IF.

      *----------------------------------------------------------------*
      *                     2300-COMPUTE-MIN-DUE
      * The minimum is computed from the statement balance of the
      * cycle the due date belongs to (its CYCHIST snapshot), falling
      * back to today's balance when no snapshot exists. The rate
      * group's late fee is both the minimum-due floor and the fee.
      *----------------------------------------------------------------*
       2300-COMPUTE-MIN-DUE.

           EXEC SQL
               SELECT CYC_ENDING_BAL
               INTO :LTF-STMT-BAL
               FROM CYCHIST
               WHERE CYC_ACCT_ID = :HOST-ACCT-ID
               AND   CYC_CLOSE_DATE = :HOST-ACCT-LAST-CLOSE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE HOST-ACCT-CURR-BAL TO LTF-STMT-BAL
           END-IF

           EXEC SQL
               SELECT RATE_GROUP_LATE_FEE_AMT
               INTO :HOST-RATE-LATE-FEE-AMT
               FROM RATEGRP
               WHERE RATE_GROUP_ID = :HOST-ACCT-GROUP-ID
               AND   RATE_GROUP_EFF_DATE <= :HOST-ACCT-DUE-DATE
               ORDER BY RATE_GROUP_EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-RATE-LATE-FEE-AMT TO WS-LATE-FEE-AMT
               WHEN OTHER
                   MOVE WS-DEFAULT-LATE-FEE-AMT TO WS-LATE-FEE-AMT
           END-EVALUATE

           COMPUTE WS-MIN-DUE-PCT-AMT ROUNDED =
               LTF-STMT-BAL * WS-MIN-DUE-PERCENT

           IF WS-MIN-DUE-PCT-AMT > WS-LATE-FEE-AMT
               MOVE WS-MIN-DUE-PCT-AMT TO LTF-MIN-DUE-AMT
           ELSE
               MOVE WS-LATE-FEE-AMT    TO LTF-MIN-DUE-AMT
           END-IF

           IF LTF-MIN-DUE-AMT > LTF-STMT-BAL
               MOVE LTF-STMT-BAL TO LTF-MIN-DUE-AMT
           END-IF

           IF LTF-MIN-DUE-AMT < 0
               MOVE ZEROS TO LTF-MIN-DUE-AMT
           END-IF.

      *----------------------------------------------------------------*
      *                   2400-SUM-CYCLE-PAYMENTS
      * Payments on any of the account's cards received after the
      * cycle-close day through the end of the due date, net of
      * returned-payment reversals ('RP') in the same window.
      * Payments are posted negative, so the sum is negated.
      *----------------------------------------------------------------*
       2400-SUM-CYCLE-PAYMENTS.

           STRING HOST-ACCT-LAST-CLOSE-DATE '-23.59.59.999999'
             DELIMITED BY SIZE
             INTO HOST-CLOSE-END-TS
           STRING HOST-ACCT-DUE-DATE '-23.59.59.999999'
             DELIMITED BY SIZE
             INTO HOST-DUE-END-TS

           EXEC SQL
               SELECT COALESCE(SUM(T.TRAN_AMT), 0)
               INTO :HOST-PAY-TRAN-TOTAL
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   T.TRAN_CARD_NUM = X.XREF_CARD_NUM
               AND   T.TRAN_TYPE_CD IN ('04', 'RP')
               AND   T.TRAN_ORIG_TS > :HOST-CLOSE-END-TS
               AND   T.TRAN_ORIG_TS <= :HOST-DUE-END-TS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR SUMMING PAYMENTS FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE ZEROS TO HOST-PAY-TRAN-TOTAL
           END-IF

           COMPUTE LTF-PAID-AMT = 0 - HOST-PAY-TRAN-TOTAL.

      *----------------------------------------------------------------*
      *                          2500-DECIDE
      * A paid or nothing-due cycle is never charged. A missed
      * minimum is exempt for a deceased cardholder, an active
      * workout plan (fees are suppressed while the plan holds), a
      * skip-a-payment election for the due date's month, and an
      * active servicemember protection. Otherwise the late fee is
      * charged, capped at the balance owed - unless a declared
      * disaster's relief covering the due date waives it.
      *----------------------------------------------------------------*
       2500-DECIDE.

           IF LTF-STMT-BAL <= 0 OR LTF-MIN-DUE-AMT <= 0
               SET LTF-NOTHING-DUE TO TRUE
               GO TO 2500-DECIDE-EXIT
           END-IF

           IF LTF-PAID-AMT >= LTF-MIN-DUE-AMT
               SET LTF-PAID-ON-TIME TO TRUE
               GO TO 2500-DECIDE-EXIT
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
               SET LTF-SKIP-DECEASED TO TRUE
               GO TO 2500-DECIDE-EXIT
           END-IF

           MOVE ZEROS TO HOST-WORKOUT-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-WORKOUT-COUNT
               FROM WORKOUT
               WHERE WRK_ACCT_ID = :HOST-ACCT-ID
               AND   WRK_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0 AND HOST-WORKOUT-COUNT > 0
               SET LTF-SKIP-WORKOUT TO TRUE
               GO TO 2500-DECIDE-EXIT
           END-IF

           MOVE ZEROS TO HOST-SKP-COUNT
           MOVE HOST-ACCT-DUE-DATE(1:7) TO HOST-SKP-CYCLE-MONTH
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-SKP-COUNT
               FROM SKIPPAY
               WHERE SKP_ACCT_ID = :HOST-ACCT-ID
               AND   SKP_CYCLE_MONTH = :HOST-SKP-CYCLE-MONTH
           END-EXEC
           IF SQLCODE = 0 AND HOST-SKP-COUNT > 0
               SET LTF-SKIP-SKIPPAY TO TRUE
               GO TO 2500-DECIDE-EXIT
           END-IF

           MOVE ZEROS TO HOST-SCRA-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-SCRA-COUNT
               FROM CXACAIX X, SCRAPROT S
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   S.SCR_CUST_ID = X.XREF_CUST_ID
               AND   COALESCE(S.SCR_RELEASE_DATE, ' ') = ' '
           END-EXEC
           IF SQLCODE = 0 AND HOST-SCRA-COUNT > 0
               SET LTF-SKIP-SCRA TO TRUE
               GO TO 2500-DECIDE-EXIT
           END-IF

           MOVE HOST-ACCT-ID TO WS-DRL-ACCT-ID
           MOVE HOST-ACCT-DUE-DATE TO WS-DRL-AS-OF-DATE
           PERFORM CHECK-DISASTER-RELIEF
              THRU CHECK-DISASTER-RELIEF-EXIT
           IF DRL-CHECK-ERROR
               MOVE WS-DRL-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING DSTENROL FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF

      *    Capped at the balance owed - an account paid down below the
      *    fee since the statement is never charged more than it owes.
           MOVE WS-LATE-FEE-AMT TO LTF-FEE-AMT
           IF LTF-FEE-AMT > HOST-ACCT-CURR-BAL
               IF HOST-ACCT-CURR-BAL > 0
                   MOVE HOST-ACCT-CURR-BAL TO LTF-FEE-AMT
               ELSE
                   MOVE ZEROS TO LTF-FEE-AMT
               END-IF
           END-IF

      *    Relief waives the fee that would have been charged - the
      *    amount is kept for the event's dollars-relieved total.
           IF DRL-LATE-FEES-WAIVED AND LTF-FEE-AMT > 0
               MOVE LTF-FEE-AMT TO WS-DRL-AMOUNT
               SET DRL-TYPE-LATE-FEE TO TRUE
               MOVE ZEROS TO LTF-FEE-AMT
               SET LTF-SKIP-DISASTER TO TRUE
               GO TO 2500-DECIDE-EXIT
           END-IF

           IF LTF-FEE-AMT > 0
               SET LTF-FEE-ASSESSED TO TRUE
           ELSE
               SET LTF-NOTHING-DUE TO TRUE
           END-IF.
       2500-DECIDE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    2600-RECORD-DECISION
      * The LATEFEE row, the fee transaction and the balance update
      * commit (or roll back) together. A duplicate-key -803 on the
      * LATEFEE insert means this due date was already assessed (a
      * rerun, or a restart replaying an account near the checkpoint
      * boundary) and is skipped, not charged twice.
      *----------------------------------------------------------------*
       2600-RECORD-DECISION.

           IF LTF-FEE-ASSESSED
               EXEC SQL
                   SELECT NEXT VALUE FOR TRAN_ID_SEQ
                   INTO :HOST-TRAN-ID-SEQ
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE HOST-TRAN-ID-SEQ TO WS-TRAN-ID-N
               MOVE WS-TRAN-ID-N TO HOST-TRAN-ID
               MOVE WS-TRAN-ID-N TO LTF-TRAN-ID
           END-IF

           EXEC SQL
               INSERT INTO LATEFEE
               (LTF_ACCT_ID, LTF_DUE_DATE, LTF_STMT_BAL,
                LTF_MIN_DUE_AMT, LTF_PAID_AMT, LTF_FEE_AMT,
                LTF_DECISION_CD, LTF_TRAN_ID, LTF_ASSESS_DATE,
                LTF_CREATE_TS)
               VALUES
               (:LTF-ACCT-ID, :LTF-DUE-DATE, :LTF-STMT-BAL,
                :LTF-MIN-DUE-AMT, :LTF-PAID-AMT, :LTF-FEE-AMT,
                :LTF-DECISION-CD, :LTF-TRAN-ID, :LTF-ASSESS-DATE,
                :LTF-CREATE-TS)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-ACCTS-ALREADY-DONE
                   GO TO 2600-RECORD-DECISION-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR INSERTING LATEFEE FOR ACCT '
                           HOST-ACCT-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-ACCTS-ERRORS
                   GO TO 2600-RECORD-DECISION-EXIT
           END-EVALUATE

           IF LTF-SKIP-DISASTER
               PERFORM ADD-RELIEF-DOLLARS
                  THRU ADD-RELIEF-DOLLARS-EXIT
               IF DRL-ERR-ON
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-ACCTS-ERRORS
                   GO TO 2600-RECORD-DECISION-EXIT
               END-IF
           END-IF

           IF NOT LTF-FEE-ASSESSED
               EXEC SQL COMMIT END-EXEC
               IF LTF-PAID-ON-TIME OR LTF-NOTHING-DUE
                   ADD 1 TO WS-ACCTS-PAID
               ELSE
                   ADD 1 TO WS-ACCTS-EXEMPT
               END-IF
               GO TO 2600-RECORD-DECISION-EXIT
           END-IF

           PERFORM 2700-POST-FEE-TRANSACT
           IF SQLCODE = 0
               PERFORM 2800-UPDATE-ACCOUNT-BALANCE
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-FEES-ASSESSED
               ADD LTF-FEE-AMT TO WS-TOTAL-POSTED-AMT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.
       2600-RECORD-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    2700-POST-FEE-TRANSACT
      * The late fee is a fee-type ('03') charge in its own category,
      * 0009 - 0002 is the over-limit fee CBACT01A bills at cycle
      * end, and GL mapping and category reporting must not lump the
      * two together.
      *----------------------------------------------------------------*
       2700-POST-FEE-TRANSACT.

           MOVE LTF-FEE-AMT TO HOST-TRAN-AMT
           MOVE WS-TRAN-TS  TO HOST-TRAN-TS
           MOVE SPACES      TO HOST-TRAN-DESC
           STRING WS-LATE-FEE-TRAN-DESC DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HOST-ACCT-DUE-DATE DELIMITED BY SIZE
             INTO HOST-TRAN-DESC

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, '03', 9, 'LATEFEE',
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-TRAN-ID-N TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING TRANSACT FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                 2800-UPDATE-ACCOUNT-BALANCE
      * The fee lands in the fees bucket, first in line when the next
      * payment is allocated.
      *----------------------------------------------------------------*
       2800-UPDATE-ACCOUNT-BALANCE.

           MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL = ACCT_CURR_BAL + :HOST-TRAN-AMT,
                   ACCT_CURR_CYC_DEBIT =
                       ACCT_CURR_CYC_DEBIT + :HOST-TRAN-AMT,
                   ACCT_BAL_FEES =
                       COALESCE(ACCT_BAL_FEES, 0) + :HOST-TRAN-AMT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING ACCTDAT FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2900-CHECKPOINT-IF-DUE
      * Saves a restart checkpoint every WS-CKPT-CHECK-EVERY accounts,
      * keyed on the account just assessed.
      *----------------------------------------------------------------*
       2900-CHECKPOINT-IF-DUE.

           IF FUNCTION MOD(WS-ACCTS-READ, WS-CKPT-CHECK-EVERY) = 0
               MOVE HOST-ACCT-ID TO WS-CKPT-ACCT-ID-EDIT
               MOVE SPACES TO WS-CKPT-LAST-KEY
               MOVE WS-CKPT-ACCT-ID-EDIT TO WS-CKPT-LAST-KEY(1:11)
               PERFORM SAVE-CHECKPOINT
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           EXEC SQL
               CLOSE CUR-LATE-ACCT
           END-EXEC

      *    A clean end-of-job clears the checkpoint so the next full
      *    run starts from the beginning rather than being treated as
      *    a restart of this (already finished) run.
           MOVE HIGH-VALUES TO WS-CKPT-LAST-KEY
           PERFORM SAVE-CHECKPOINT

           DISPLAY 'ACCOUNTS READ..........: ' WS-ACCTS-READ
           DISPLAY 'LATE FEES ASSESSED.....: ' WS-FEES-ASSESSED
           DISPLAY 'PAID / NOTHING DUE.....: ' WS-ACCTS-PAID
           DISPLAY 'EXEMPT FROM FEE........: ' WS-ACCTS-EXEMPT
           DISPLAY 'ALREADY ASSESSED.......: ' WS-ACCTS-ALREADY-DONE
           DISPLAY 'PROCESSING ERRORS......: ' WS-ACCTS-ERRORS

           IF WS-ACCTS-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *          LOAD-CHECKPOINT / SAVE-CHECKPOINT (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLRPL.

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

      *----------------------------------------------------------------*
      *          POSTJRNL-BEFORE / POSTJRNL-WRITE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLGPL.

      *----------------------------------------------------------------*
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.

      *----------------------------------------------------------------*
      *   CHECK-DISASTER-RELIEF / ADD-RELIEF-DOLLARS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL3PL.
