      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Post monthly interest and over-limit fees against
      *               ACCTDAT cycle totals, one TRANSACT row per charge.
      *               An INTPARM card of SIM plus a SIMRATE scenario ID
      *               instead prices the whole portfolio under current
      *               and proposed terms, posting nothing, and writes
      *               the SIMRPT comparison report.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * 2026-09-02 - Debt-protection premium billed from the DBTPROT
      *              enrollment; an active claim benefit freezes the
      *              cycle's interest and fees entirely
      * 2026-10-15 - Accounts with an effective PENALTY row price at
      *              the penalty APR (raised by CBACT69A)
      * 2026-10-15 - Postings stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      * 2026-10-15 - What-if simulation mode (INTPARM SIM card): prices
      *              current vs SIMRATE scenario terms into SIMRSLT
      *              without posting, with the SIMRPT comparison report
      * 2026-10-15 - No interest bills (standard, cash or
      *              promotional) while a disaster relief event
      *              suspending interest covers the processing date;
      *              the amount is added to the account's DSTENROL row
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT01A.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT-PARM-FILE ASSIGN TO INTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SIM-RPT-FILE ASSIGN TO SIMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
      * Optional run card: SIM in cols 1-3 and a SIMRATE scenario ID
      * in cols 5-12 price the portfolio without posting. No card,
      * or anything else on it, is the nightly posting run.
       FD INT-PARM-FILE
           RECORDING MODE IS F.
       01 INT-PARM-RECORD.
          05 PARM-MODE                  PIC X(03).
          05 FILLER                     PIC X(01).
          05 PARM-SCENARIO-ID           PIC X(08).
          05 FILLER                     PIC X(68).

       FD SIM-RPT-FILE
           RECORDING MODE IS F.
       01 SIM-RPT-LINE                  PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT01A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.
         05 WS-PARM-FILE-STATUS        PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Literals and constants
       01 WS-CONSTANTS.
         05 WS-ACCTS-FEE-POSTED        PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ANNFEE-POSTED     PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-INT-SUSPENDED     PIC 9(07) VALUE ZEROS.

      * Working fields
       01 WS-WORK-FIELDS.
         05 WS-PROMO-INT-AMT-N         PIC S9(09)V99 COMP-3.
         05 WS-PROMO-RATE-N            PIC S9(01)V9(04) COMP-3.
         05 WS-DEFER-INT-AMT-N         PIC S9(09)V99 COMP-3.
      * Interest not billed this cycle under disaster relief
         05 WS-INT-RELIEVED-N          PIC S9(09)V99 COMP-3.
         05 WS-TRAN-AMT-N              PIC S9(09)V99 COMP-3.
         05 WS-TRAN-ID-N               PIC 9(16).
         05 WS-CURRENT-DATE-TIME.
         88 ACCT-CURSOR-EOF                       VALUE 'Y'.
         88 ACCT-CURSOR-NOT-EOF                   VALUE 'N'.

      * Run mode - set from the optional INTPARM card. Simulation
      * prices every active account twice, under current terms and
      * under the SIMRATE scenario named on the card, and writes
      * only SIMRSLT rows and the SIMRPT comparison report - no
      * TRANSACT, ACCTDAT, PROMOPLAN, INTCALC, JOBRUN or RUNTOTALS
      * row is touched.
       01 WS-RUN-MODE-FLAG             PIC X(01) VALUE 'P'.
         88 POSTING-MODE                          VALUE 'P'.
         88 SIM-MODE                              VALUE 'S'.

      * Whether the account's annual fee falls due this cycle - set
      * by 2150-COMPUTE-CHARGES.
       01 WS-ANNIV-FLAG                PIC X(01) VALUE 'N'.
         88 ANNIV-FEE-DUE                         VALUE 'Y'.
         88 ANNIV-FEE-NOT-DUE                     VALUE 'N'.

       01 WS-SIM-FIELDS.
         05 WS-SIM-SCENARIO-ID         PIC X(08) VALUE SPACES.
         05 WS-SIM-GROUP-FLAG          PIC X(01) VALUE 'N'.
           88 SIM-GROUP-IN-SCENARIO               VALUE 'Y'.
           88 SIM-GROUP-NOT-IN-SCENARIO           VALUE 'N'.
         05 WS-SIM-PROMO-INT-N         PIC S9(09)V99 COMP-3.
         05 WS-SIM-ACCTS-PRICED        PIC 9(07) VALUE ZEROS.
      * Number of accounts listed under the largest increases
         05 WS-SIM-TOP-LIMIT           PIC S9(04) COMP VALUE 25.
         05 WS-SIM-TOP-COUNT           PIC S9(04) COMP VALUE ZEROS.
         05 WS-OUT-LINE                PIC X(132).
         05 WS-CNT-EDIT                PIC Z(08)9.
         05 WS-CNT-EDIT-2              PIC Z(08)9.
         05 WS-AMT-EDIT-1              PIC -(12)9.99.
         05 WS-AMT-EDIT-2              PIC -(12)9.99.
         05 WS-AMT-EDIT-3              PIC -(12)9.99.
         05 WS-AMT-EDIT-4              PIC -(12)9.99.
         05 WS-AMT-EDIT-5              PIC -(12)9.99.
         05 WS-ACCT-ID-EDIT            PIC 9(11).

      * Portfolio totals across the comparison report's group lines
       01 WS-SIM-REPORT-TOTALS.
         05 WS-SIM-TOT-ACCTS           PIC S9(09) COMP.
         05 WS-SIM-TOT-AFFECTED        PIC S9(09) COMP.
         05 WS-SIM-TOT-CUR-INT         PIC S9(13)V99 COMP-3.
         05 WS-SIM-TOT-PRP-INT         PIC S9(13)V99 COMP-3.
         05 WS-SIM-TOT-CUR-FEE         PIC S9(13)V99 COMP-3.
         05 WS-SIM-TOT-PRP-FEE         PIC S9(13)V99 COMP-3.

       01 WS-SIM-GRP-EOF-FLAG          PIC X(01) VALUE 'N'.
         88 SIM-GRP-CURSOR-EOF                    VALUE 'Y'.
         88 SIM-GRP-CURSOR-NOT-EOF                VALUE 'N'.

       01 WS-SIM-TOP-EOF-FLAG          PIC X(01) VALUE 'N'.
         88 SIM-TOP-CURSOR-EOF                    VALUE 'Y'.
         88 SIM-TOP-CURSOR-NOT-EOF                VALUE 'N'.

      * Restart/checkpoint - see CSUTLRPL for the shared logic. A
      * checkpoint is saved every WS-CKPT-CHECK-EVERY accounts so an
      * abended run can resume from HOST-RESUME-ACCT-ID instead of
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

      * Disaster relief - see CSUTL3PL; an event covering the
      * processing date that suspends interest suspends this
      * cycle's interest.
       01 WS-DRL-FIELDS.
       COPY CSUTL3WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
      * month are selected, so each nightly run handles one slice of
      * the portfolio instead of all of ACCTDAT.
       01 HOST-CYCLE-DAY                PIC S9(04) COMP VALUE ZEROS.
      * Upper end of the cycle-day range - the same day for the
      * posting run; a simulation spans every cycle day.
       01 HOST-CYCLE-DAY-HI             PIC S9(04) COMP VALUE ZEROS.

      * Processing date used to pick the RATEGRP row in force for
      * the cycle being billed.
      * Host variables - Fee schedule (FEESCHED)
       01 HOST-FEE-ANNUAL-AMT           PIC S9(05)V99 COMP-3.

      * Host variables - Penalty pricing (PENALTY). An account whose
      * penalty APR has taken effect (CBACT69A) prices at that rate
      * until the six-cycle cure review restores it.
       01 HOST-PNA-PENALTY-APR          PIC S9(03)V9(02) COMP-3.
       01 WS-PENALTY-RATE               PIC S9(01)V9(04) COMP-3.

      * Host variables - Hardship workout plan (WORKOUT). An active
      * plan prices the whole account at its reduced APR and
      * suppresses fees.
         05 HOST-PRM-PROMO-APR          PIC S9(03)V9(02) COMP-3.
         05 HOST-PRM-DEFERRED-INT       PIC S9(09)V99 COMP-3.
       01 HOST-PRM-ACTIVE-TOTAL         PIC S9(10)V99 COMP-3.
       01 HOST-PRM-EXPIRY-DATE          PIC X(10).

      * Host variables - Pricing simulation (SIMRATE / SIMRSLT)
       01 HOST-SIM-ROW-COUNT            PIC S9(09) COMP.
       01 HOST-LTF-CUR-AMT              PIC S9(09)V99 COMP-3.
       01 HOST-LTF-PRP-AMT              PIC S9(09)V99 COMP-3.
       01 HOST-SIM-CUR-TOTAL            PIC S9(09)V99 COMP-3.
       01 HOST-SIM-PRP-TOTAL            PIC S9(09)V99 COMP-3.
       01 HOST-SIM-GRP-ROW.
         05 HOST-SIM-GRP-ID             PIC X(10).
         05 HOST-SIM-GRP-ACCTS          PIC S9(09) COMP.
         05 HOST-SIM-GRP-AFFECTED       PIC S9(09) COMP.
         05 HOST-SIM-GRP-CUR-INT        PIC S9(13)V99 COMP-3.
         05 HOST-SIM-GRP-PRP-INT        PIC S9(13)V99 COMP-3.
         05 HOST-SIM-GRP-CUR-FEE        PIC S9(13)V99 COMP-3.
         05 HOST-SIM-GRP-PRP-FEE        PIC S9(13)V99 COMP-3.

      * Host variables - Transaction posting (TRANSACT)
       01 HOST-TRAN-ID-SEQ              PIC S9(18) COMP-3.

       COPY CVACT01Y.
       COPY CVDGR01Y.
       COPY CVSIM01Y.
       COPY CVSIM02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           PERFORM 1100-READ-RUN-PARM
           IF SIM-MODE
               PERFORM 6900-RUN-SIMULATION
                  THRU 6900-RUN-SIMULATION-EXIT
               GOBACK
           END-IF
           MOVE 'CBACT01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT01A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL ACCT-CURSOR-EOF
           MOVE ZEROS TO WS-ACCTS-INT-POSTED
           MOVE ZEROS TO WS-ACCTS-FEE-POSTED
           MOVE ZEROS TO WS-ACCTS-ERRORS
           MOVE ZEROS TO WS-ACCTS-INT-SUSPENDED
           SET ACCT-CURSOR-NOT-EOF TO TRUE

      *    A simulation checkpoints under its own job name, with the
      *    scenario beside the account key - a checkpoint left by a
      *    different scenario is not resumed, and a fresh run clears
      *    the scenario's earlier SIMRSLT rows.
           IF SIM-MODE
               MOVE 'CBACT01S' TO WS-CKPT-JOB-NAME
           ELSE
               MOVE 'CBACT01A' TO WS-CKPT-JOB-NAME
           END-IF
           PERFORM LOAD-CHECKPOINT
           IF CKPT-FOUND AND SIM-MODE
              AND WS-CKPT-LAST-KEY(12:8) NOT = WS-SIM-SCENARIO-ID
               SET CKPT-NOT-FOUND TO TRUE
           END-IF
           IF CKPT-FOUND
               COMPUTE HOST-RESUME-ACCT-ID =
                   FUNCTION NUMVAL(WS-CKPT-LAST-KEY(1:11))
               DISPLAY 'RESUMING AFTER ACCOUNT: ' HOST-RESUME-ACCT-ID
           ELSE
               IF SIM-MODE
                   PERFORM 6100-CLEAR-SIM-RESULTS
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           COMPUTE HOST-CYCLE-DAY =
               FUNCTION NUMVAL(WS-CURR-YYYYMMDD(7:2))
           MOVE HOST-CYCLE-DAY TO HOST-CYCLE-DAY-HI

      *    A simulation prices the whole portfolio as though every
      *    account closed its cycle tonight.
           IF SIM-MODE
               MOVE 1  TO HOST-CYCLE-DAY
               MOVE 31 TO HOST-CYCLE-DAY-HI
           END-IF

           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                      COALESCE(ACCT_OPEN_DATE, ' ')
               FROM ACCTDAT
               WHERE ACCT_ACTIVE_STATUS = 'Y'
               AND   ACCT_CYCLE_DAY BETWEEN :HOST-CYCLE-DAY
                                        AND :HOST-CYCLE-DAY-HI
               AND   ACCT_ID > :HOST-RESUME-ACCT-ID
               ORDER BY ACCT_ID
           END-EXEC
               SET ACCT-CURSOR-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      1100-READ-RUN-PARM
      * Optional INTPARM card: SIM in cols 1-3 with a scenario ID in
      * cols 5-12 asks for a what-if simulation. A missing or empty
      * card, or a SIM card without a scenario, is the posting run.
      *----------------------------------------------------------------*
       1100-READ-RUN-PARM.

           SET POSTING-MODE TO TRUE
           MOVE SPACES TO WS-SIM-SCENARIO-ID

           OPEN INPUT INT-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ INT-PARM-FILE
                   AT END
                       MOVE SPACES TO INT-PARM-RECORD
               END-READ
               CLOSE INT-PARM-FILE
               IF PARM-MODE = 'SIM'
                  AND PARM-SCENARIO-ID NOT = SPACES
                   SET SIM-MODE TO TRUE
                   MOVE PARM-SCENARIO-ID TO WS-SIM-SCENARIO-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-ACCOUNTS
      *----------------------------------------------------------------*
               MOVE HOST-ACCT-ID TO WS-CKPT-ACCT-ID-EDIT
               MOVE SPACES TO WS-CKPT-LAST-KEY
               MOVE WS-CKPT-ACCT-ID-EDIT TO WS-CKPT-LAST-KEY(1:11)
               MOVE WS-SIM-SCENARIO-ID TO WS-CKPT-LAST-KEY(12:8)
               PERFORM SAVE-CHECKPOINT
           END-IF.

               GO TO 2100-POST-ACCOUNT-CHARGES-EXIT
           END-IF

      * A simulation prices the account both ways and posts nothing.
           IF SIM-MODE
               PERFORM 6000-SIMULATE-ACCOUNT
               GO TO 2100-POST-ACCOUNT-CHARGES-EXIT
           END-IF

      * A declared disaster whose relief suspends interest bills no
      * interest of any kind this cycle - standard, cash or
      * promotional - and banks no deferred interest; fees still
      * bill. What was not billed is added to the account's
      * DSTENROL relief total (2110).
           MOVE ZEROS TO WS-INT-RELIEVED-N
           MOVE HOST-ACCT-ID TO WS-DRL-ACCT-ID
           MOVE HOST-PROC-DATE TO WS-DRL-AS-OF-DATE
           PERFORM CHECK-DISASTER-RELIEF
              THRU CHECK-DISASTER-RELIEF-EXIT
           IF DRL-CHECK-ERROR
               MOVE WS-DRL-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING DSTENROL FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF

           PERFORM 2050-LOOKUP-RATE-FOR-GROUP
           PERFORM 2051-CHECK-PENALTY-APR
           PERFORM 2052-CHECK-WORKOUT-PLAN
           PERFORM 2054-CHECK-SCRA-CAP
              THRU 2054-CHECK-SCRA-CAP-EXIT
           PERFORM 2060-GET-AVG-DAILY-BALANCE

      * Active promotional plan balances accrue under their own
      * terms (2070), never under the standard rate - they are
      * carved out of the accrual balance here.
               MOVE ZEROS TO WS-ACCRUAL-BAL-N
           END-IF

           PERFORM 2150-COMPUTE-CHARGES

           IF DRL-INTEREST-SUSPENDED
               ADD WS-INT-AMT-N WS-CASH-INT-AMT-N
                   TO WS-INT-RELIEVED-N
               MOVE ZEROS TO WS-INT-AMT-N
               MOVE ZEROS TO WS-CASH-INT-AMT-N
               IF WS-INT-RELIEVED-N > 0
                   PERFORM 2110-RECORD-INTEREST-RELIEF
               END-IF
           END-IF

           IF WS-INT-AMT-N > 0
       2100-POST-ACCOUNT-CHARGES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  2110-RECORD-INTEREST-RELIEF
      * Adds the cycle's suspended interest to the account's
      * enrollment in its own unit of work - nothing else posts for
      * it, so there is no charge to commit it with.
      *----------------------------------------------------------------*
       2110-RECORD-INTEREST-RELIEF.

           MOVE WS-INT-RELIEVED-N TO WS-DRL-AMOUNT
           SET DRL-TYPE-INTEREST TO TRUE
           PERFORM ADD-RELIEF-DOLLARS
              THRU ADD-RELIEF-DOLLARS-EXIT

           IF DRL-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-ACCTS-INT-SUSPENDED
           END-IF.

      *----------------------------------------------------------------*
      *                      2150-COMPUTE-CHARGES
      * Prices the cycle's interest and fees from the rates set by
      * 2050-2054 and the accrual balances left by 2060/2070 - shared
      * by the posting run and the simulation, so a scenario is
      * priced by exactly the arithmetic that bills the cardholder.
      *----------------------------------------------------------------*
       2150-COMPUTE-CHARGES.

           MOVE ZEROS TO WS-INT-AMT-N
           MOVE ZEROS TO WS-CASH-INT-AMT-N
           MOVE ZEROS TO WS-FEE-AMT-N

      * The cash-advance portion of the balance accrues at the cash
      * APR (no grace); the remainder accrues at the purchase APR.
      * Both accrue on the average daily balance across the cycle
      * (the DAILYBAL snapshots CBACT21A writes), so a purchase on
      * day 28 no longer costs the same interest as one on day 1.
           IF WS-ACCRUAL-CASH-BAL-N > 0
               COMPUTE WS-CASH-INT-AMT-N ROUNDED =
                   WS-ACCRUAL-CASH-BAL-N * WS-MONTHLY-CASH-INT-RATE
           END-IF

           COMPUTE WS-PURCHASE-BAL-N =
               WS-ACCRUAL-BAL-N - WS-ACCRUAL-CASH-BAL-N
           IF WS-PURCHASE-BAL-N > 0
               COMPUTE WS-INT-AMT-N ROUNDED =
                   WS-PURCHASE-BAL-N * WS-MONTHLY-INT-RATE
           END-IF

           IF HOST-ACCT-CURR-BAL > HOST-ACCT-CREDIT-LIMIT
              AND WORKOUT-NOT-ACTIVE
               MOVE WS-OVERLIMIT-FEE-AMT TO WS-FEE-AMT-N
           END-IF

      * The annual membership fee bills once a year, on the cycle
      * that falls in the account's anniversary month - the cycle-
      * day selection above guarantees exactly one run per account
      * per month, so the month test alone cannot double-bill.
           MOVE ZEROS TO WS-ANNUAL-FEE-AMT-N
           SET ANNIV-FEE-NOT-DUE TO TRUE
           IF HOST-ACCT-OPEN-DATE NOT = SPACES
              AND HOST-ACCT-OPEN-DATE(6:2) = HOST-PROC-DATE(6:2)
              AND WORKOUT-NOT-ACTIVE
               SET ANNIV-FEE-DUE TO TRUE
               PERFORM 2055-LOOKUP-FEE-SCHEDULE
           END-IF.

      *----------------------------------------------------------------*
      *                   2045-CHECK-DEBT-PROTECTION
      *----------------------------------------------------------------*
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2051-CHECK-PENALTY-APR
      * An account 60 days past due whose advance notice period has
      * run (PENALTY status Active, set by CBACT69A) prices at the
      * penalty APR captured on the notice - purchase and cash lanes
      * both, but never below what the rate group already charges.
      * A workout plan or servicemember cap applied after this still
      * wins.
      *----------------------------------------------------------------*
       2051-CHECK-PENALTY-APR.

           EXEC SQL
               SELECT PNA_PENALTY_APR
               INTO :HOST-PNA-PENALTY-APR
               FROM PENALTY
               WHERE PNA_ACCT_ID = :HOST-ACCT-ID
               AND   PNA_STATUS = 'A'
               AND   PNA_EFFECTIVE_DATE <= :HOST-PROC-DATE
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
      *                      2052-CHECK-WORKOUT-PLAN
      * An account on an active workout plan (COWRK01A) prices at
               WHEN 0
                   ADD HOST-PRM-PLAN-BAL TO HOST-PRM-ACTIVE-TOTAL
                   PERFORM 2080-BILL-AND-DEFER-PLAN
                      THRU 2080-BILL-AND-DEFER-PLAN-EXIT
               WHEN 100
                   SET PLAN-CURSOR-EOF TO TRUE
               WHEN OTHER
      *----------------------------------------------------------------*
       2080-BILL-AND-DEFER-PLAN.

      *    Under disaster relief the plan neither bills nor defers,
      *    and its expiry settlement waits until the relief ends.
           IF DRL-INTEREST-SUSPENDED
               IF HOST-PRM-PLAN-BAL > 0 AND HOST-PRM-PROMO-APR > 0
                   COMPUTE WS-PROMO-INT-AMT-N ROUNDED =
                       HOST-PRM-PLAN-BAL * HOST-PRM-PROMO-APR / 1200
                   ADD WS-PROMO-INT-AMT-N TO WS-INT-RELIEVED-N
               END-IF
               GO TO 2080-BILL-AND-DEFER-PLAN-EXIT
           END-IF

      *    The promo rate bills now, like any interest charge.
           IF HOST-PRM-PLAN-BAL > 0 AND HOST-PRM-PROMO-APR > 0
               COMPUTE WS-PROMO-RATE-N ROUNDED =

           PERFORM 2085-SETTLE-IF-EXPIRED
              THRU 2085-SETTLE-IF-EXPIRED-EXIT.
       2080-BILL-AND-DEFER-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2085-SETTLE-IF-EXPIRED
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS, TRAN_JOB_NAME, TRAN_JOB_DATE,
                TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, :HOST-TRAN-TYPE-CD, :HOST-TRAN-CAT-CD,
                :HOST-TRAN-SOURCE, :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-TRAN-CARD-NUM, :HOST-TRAN-ORIG-TS,
                :HOST-TRAN-PROC-TS, :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE,
                ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-TRAN-ID-N TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2500-UPDATE-ACCOUNT-BALANCE
      * Interest charges feed the interest bucket and fees the fee
      * bucket, so payment allocation (COTRN02A) can extinguish them
      * in the promised hierarchy.
           MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT

           IF HOST-TRAN-TYPE-CD = WS-FEE-TRAN-TYPE-CD
               EXEC SQL
                   UPDATE ACCTDAT
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           ADD HOST-TRAN-AMT TO HOST-ACCT-CURR-BAL
           ADD HOST-TRAN-AMT TO HOST-ACCT-CURR-CYC-DEBIT

           PERFORM SAVE-CHECKPOINT

           DISPLAY 'ACCOUNTS READ..........: ' WS-ACCTS-READ
           IF SIM-MODE
               DISPLAY 'ACCOUNTS PRICED........: ' WS-SIM-ACCTS-PRICED
               DISPLAY 'SIMULATION ERRORS......: ' WS-ACCTS-ERRORS
           ELSE
               DISPLAY 'INTEREST CHARGES POSTED: ' WS-ACCTS-INT-POSTED
               DISPLAY 'OVER-LIMIT FEES POSTED.: ' WS-ACCTS-FEE-POSTED
               DISPLAY 'ANNUAL FEES POSTED.....: '
                       WS-ACCTS-ANNFEE-POSTED
               DISPLAY 'INTEREST SUSPENDED.....: '
                       WS-ACCTS-INT-SUSPENDED
               DISPLAY 'POSTING ERRORS.........: ' WS-ACCTS-ERRORS
           END-IF

           IF WS-ACCTS-ERRORS > 0
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      6000-SIMULATE-ACCOUNT
      * Prices one account's cycle twice - under the terms in force
      * (RATEGRP/FEESCHED, exactly as the posting run would) and
      * under the SIMRATE scenario - against the real DAILYBAL and
      * PROMOPLAN data. Penalty, workout and servicemember pricing
      * apply on top of either set of terms, as they do in posting.
      * Nothing is posted; the two results go to SIMRSLT.
      *----------------------------------------------------------------*
       6000-SIMULATE-ACCOUNT.

           INITIALIZE SIM-RESULT-RECORD
           MOVE WS-SIM-SCENARIO-ID TO SIR-SCENARIO-ID
           MOVE HOST-ACCT-ID       TO SIR-ACCT-ID
           MOVE HOST-ACCT-GROUP-ID TO SIR-GROUP-ID

      *    Current terms
           PERFORM 2050-LOOKUP-RATE-FOR-GROUP
           PERFORM 6010-PRICE-ACCOUNT
           COMPUTE SIR-CUR-INT-AMT =
               WS-INT-AMT-N + WS-CASH-INT-AMT-N + WS-SIM-PROMO-INT-N
           COMPUTE SIR-CUR-FEE-AMT =
               WS-FEE-AMT-N + WS-ANNUAL-FEE-AMT-N

      *    Proposed terms - a group the scenario leaves out keeps
      *    its current terms
           PERFORM 2050-LOOKUP-RATE-FOR-GROUP
           PERFORM 6050-APPLY-SCENARIO-RATE
           PERFORM 6010-PRICE-ACCOUNT
           IF SIM-GROUP-IN-SCENARIO AND ANNIV-FEE-DUE
               MOVE SIM-ANNUAL-FEE-AMT TO WS-ANNUAL-FEE-AMT-N
           END-IF
           COMPUTE SIR-PRP-INT-AMT =
               WS-INT-AMT-N + WS-CASH-INT-AMT-N + WS-SIM-PROMO-INT-N
           COMPUTE SIR-PRP-FEE-AMT =
               WS-FEE-AMT-N + WS-ANNUAL-FEE-AMT-N

           PERFORM 6300-REPRICE-LATE-FEES

           COMPUTE SIR-DIFF-AMT =
               (SIR-PRP-INT-AMT + SIR-PRP-FEE-AMT)
             - (SIR-CUR-INT-AMT + SIR-CUR-FEE-AMT)

           PERFORM 6400-WRITE-SIM-RESULT.

      *----------------------------------------------------------------*
      *                      6010-PRICE-ACCOUNT
      * The posting run's pricing sequence from the base rates on,
      * read-only - 6200 stands in for 2070, which updates PROMOPLAN.
      *----------------------------------------------------------------*
       6010-PRICE-ACCOUNT.

           PERFORM 2051-CHECK-PENALTY-APR
           PERFORM 2052-CHECK-WORKOUT-PLAN
           PERFORM 2054-CHECK-SCRA-CAP
              THRU 2054-CHECK-SCRA-CAP-EXIT
           PERFORM 2060-GET-AVG-DAILY-BALANCE

           PERFORM 6200-SIM-PROMO-PLANS
           COMPUTE WS-ACCRUAL-BAL-N =
               WS-ACCRUAL-BAL-N - HOST-PRM-ACTIVE-TOTAL
           IF WS-ACCRUAL-BAL-N < 0
               MOVE ZEROS TO WS-ACCRUAL-BAL-N
           END-IF

           PERFORM 2150-COMPUTE-CHARGES.

      *----------------------------------------------------------------*
      *                   6050-APPLY-SCENARIO-RATE
      * Replaces the RATEGRP rates 2050 just set with the scenario's
      * proposed APRs and fee for the account's group. The late fee
      * doubles as the over-limit fee, as RATE_GROUP_LATE_FEE_AMT
      * does in 2050.
      *----------------------------------------------------------------*
       6050-APPLY-SCENARIO-RATE.

           SET SIM-GROUP-NOT-IN-SCENARIO TO TRUE

           EXEC SQL
               SELECT SIM_APR, COALESCE(SIM_CASH_APR, SIM_APR),
                      SIM_LATE_FEE_AMT, SIM_ANNUAL_FEE_AMT
               INTO :SIM-APR, :SIM-CASH-APR,
                    :SIM-LATE-FEE-AMT, :SIM-ANNUAL-FEE-AMT
               FROM SIMRATE
               WHERE SIM_SCENARIO_ID = :WS-SIM-SCENARIO-ID
               AND   SIM_GROUP_ID = :HOST-ACCT-GROUP-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET SIM-GROUP-IN-SCENARIO TO TRUE
                   COMPUTE WS-MONTHLY-INT-RATE ROUNDED =
                       SIM-APR / 1200
                   COMPUTE WS-MONTHLY-CASH-INT-RATE ROUNDED =
                       SIM-CASH-APR / 1200
                   MOVE SIM-LATE-FEE-AMT TO WS-OVERLIMIT-FEE-AMT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING SIMRATE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ACCTS-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   6100-CLEAR-SIM-RESULTS
      * A fresh simulation of a scenario replaces its earlier rows.
      *----------------------------------------------------------------*
       6100-CLEAR-SIM-RESULTS.

           EXEC SQL
               DELETE FROM SIMRSLT
               WHERE SIR_SCENARIO_ID = :WS-SIM-SCENARIO-ID
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLEARING SIMRSLT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      6200-SIM-PROMO-PLANS
      * Read-only counterpart of 2070/2080/2085: the plan balances
      * carved out of the standard accrual, the promo-rate interest,
      * and - for a plan expiring tonight with a balance left - the
      * deferred interest the expiry would bill, including this
      * cycle's accrual at the standard rate being priced.
      *----------------------------------------------------------------*
       6200-SIM-PROMO-PLANS.

           MOVE ZEROS TO HOST-PRM-ACTIVE-TOTAL
           MOVE ZEROS TO WS-SIM-PROMO-INT-N
           SET PLAN-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-SIM-PROMO CURSOR FOR
               SELECT PRM_PLAN_ID, PRM_PLAN_BAL, PRM_PROMO_APR,
                      PRM_DEFERRED_INT, PRM_EXPIRY_DATE
               FROM PROMOPLAN
               WHERE PRM_ACCT_ID = :HOST-ACCT-ID
               AND   PRM_STATUS = 'A'
               ORDER BY PRM_PLAN_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-SIM-PROMO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-SIM-PROMO - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET PLAN-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 6210-PRICE-ONE-PLAN
                   UNTIL PLAN-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-SIM-PROMO
           END-EXEC.

      *----------------------------------------------------------------*
      *                      6210-PRICE-ONE-PLAN
      *----------------------------------------------------------------*
       6210-PRICE-ONE-PLAN.

           EXEC SQL
               FETCH CUR-SIM-PROMO
               INTO :HOST-PRM-PLAN-ID, :HOST-PRM-PLAN-BAL,
                    :HOST-PRM-PROMO-APR, :HOST-PRM-DEFERRED-INT,
                    :HOST-PRM-EXPIRY-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD HOST-PRM-PLAN-BAL TO HOST-PRM-ACTIVE-TOTAL
                   IF HOST-PRM-PLAN-BAL > 0
                      AND HOST-PRM-PROMO-APR > 0
                       COMPUTE WS-PROMO-RATE-N ROUNDED =
                           HOST-PRM-PROMO-APR / 1200
                       COMPUTE WS-PROMO-INT-AMT-N ROUNDED =
                           HOST-PRM-PLAN-BAL * WS-PROMO-RATE-N
                       ADD WS-PROMO-INT-AMT-N TO WS-SIM-PROMO-INT-N
                   END-IF
                   IF HOST-PRM-PLAN-BAL > 0
                      AND HOST-PRM-EXPIRY-DATE <= HOST-PROC-DATE
                       COMPUTE WS-DEFER-INT-AMT-N ROUNDED =
                           HOST-PRM-PLAN-BAL * WS-MONTHLY-INT-RATE
                       ADD HOST-PRM-DEFERRED-INT WS-DEFER-INT-AMT-N
                        TO WS-SIM-PROMO-INT-N
                   END-IF
               WHEN 100
                   SET PLAN-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-SIM-PROMO - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ACCTS-ERRORS
                   SET PLAN-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   6300-REPRICE-LATE-FEES
      * The late-fee assessment's side: every fee CBACT68A charged
      * the account in the cycle window (and did not reverse) is
      * repriced at the scenario's late fee, capped at the statement
      * balance the minimum was computed from - the nearest recorded
      * figure to the balance owed that CBACT68A caps at. Which
      * accounts paid late is behavior, not pricing, so the set of
      * fees is taken as it happened.
      *----------------------------------------------------------------*
       6300-REPRICE-LATE-FEES.

           MOVE ZEROS TO HOST-LTF-CUR-AMT
           MOVE ZEROS TO HOST-LTF-PRP-AMT

           IF SIM-GROUP-NOT-IN-SCENARIO
               MOVE ZEROS TO SIM-LATE-FEE-AMT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(LTF_FEE_AMT), 0),
                      COALESCE(SUM(CASE
                          WHEN LTF_STMT_BAL < :SIM-LATE-FEE-AMT
                          THEN LTF_STMT_BAL
                          ELSE :SIM-LATE-FEE-AMT END), 0)
               INTO :HOST-LTF-CUR-AMT, :HOST-LTF-PRP-AMT
               FROM LATEFEE
               WHERE LTF_ACCT_ID = :HOST-ACCT-ID
               AND   LTF_DECISION_CD = 'A'
               AND   LTF_ASSESS_DATE > :HOST-CYC-START-DATE
               AND   LTF_ASSESS_DATE <= :HOST-PROC-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING LATEFEE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ACCTS-ERRORS
               MOVE ZEROS TO HOST-LTF-CUR-AMT
               MOVE ZEROS TO HOST-LTF-PRP-AMT
           END-IF

           IF SIM-GROUP-NOT-IN-SCENARIO
               MOVE HOST-LTF-CUR-AMT TO HOST-LTF-PRP-AMT
           END-IF

           ADD HOST-LTF-CUR-AMT TO SIR-CUR-FEE-AMT
           ADD HOST-LTF-PRP-AMT TO SIR-PRP-FEE-AMT.

      *----------------------------------------------------------------*
      *                   6400-WRITE-SIM-RESULT
      * One SIMRSLT row per account, committed as it goes - the
      * restart checkpoint relies on it. A restart replaying an
      * account near the checkpoint replaces its row.
      *----------------------------------------------------------------*
       6400-WRITE-SIM-RESULT.

           MOVE WS-BIZDT-DATE TO SIR-RUN-DATE
           MOVE WS-TRAN-TS    TO SIR-CREATE-TS

           EXEC SQL
               DELETE FROM SIMRSLT
               WHERE SIR_SCENARIO_ID = :SIR-SCENARIO-ID
               AND   SIR_ACCT_ID = :SIR-ACCT-ID
           END-EXEC

           EXEC SQL
               INSERT INTO SIMRSLT
               (SIR_SCENARIO_ID, SIR_ACCT_ID, SIR_GROUP_ID,
                SIR_CUR_INT_AMT, SIR_PRP_INT_AMT, SIR_CUR_FEE_AMT,
                SIR_PRP_FEE_AMT, SIR_DIFF_AMT, SIR_RUN_DATE,
                SIR_CREATE_TS)
               VALUES
               (:SIR-SCENARIO-ID, :SIR-ACCT-ID, :SIR-GROUP-ID,
                :SIR-CUR-INT-AMT, :SIR-PRP-INT-AMT, :SIR-CUR-FEE-AMT,
                :SIR-PRP-FEE-AMT, :SIR-DIFF-AMT, :SIR-RUN-DATE,
                :SIR-CREATE-TS)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-SIM-ACCTS-PRICED
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING SIMRSLT FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   6900-RUN-SIMULATION
      * The simulation run end to end. JOBRUN and RUNTOTALS are left
      * alone - a what-if is not a posting run and must neither
      * block nor stand in for tonight's real one. Restart comes
      * from the CBACT01S checkpoint.
      *----------------------------------------------------------------*
       6900-RUN-SIMULATION.

           DISPLAY 'SIMULATION MODE - SCENARIO ' WS-SIM-SCENARIO-ID
                   ' - NOTHING WILL BE POSTED'

           MOVE ZEROS TO HOST-SIM-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-SIM-ROW-COUNT
               FROM SIMRATE
               WHERE SIM_SCENARIO_ID = :WS-SIM-SCENARIO-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR HOST-SIM-ROW-COUNT = 0
               DISPLAY 'SCENARIO ' WS-SIM-SCENARIO-ID
                       ' HAS NO SIMRATE ROWS - SIMULATION NOT RUN'
               MOVE 8 TO RETURN-CODE
               GO TO 6900-RUN-SIMULATION-EXIT
           END-IF

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL ACCT-CURSOR-EOF
           PERFORM 3000-FINALIZE
           PERFORM 7000-WRITE-SIM-REPORT
           DISPLAY 'CBACT01A - SIMULATION ENDED'.
       6900-RUN-SIMULATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   7000-WRITE-SIM-REPORT
      * Comparison report (SIMRPT), built from the scenario's SIMRSLT
      * rows so a restarted run still reports the whole portfolio:
      * current against proposed interest and fees by account group
      * with the count of accounts whose charges change, then the
      * largest per-account increases.
      *----------------------------------------------------------------*
       7000-WRITE-SIM-REPORT.

           OPEN OUTPUT SIM-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SIM-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7000-WRITE-SIM-REPORT-EXIT
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'CBACT01A  INTEREST/FEE WHAT-IF SIMULATION  '
                  'SCENARIO ' WS-SIM-SCENARIO-ID
                  '  BUSINESS DATE ' WS-BIZDT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING 'NOTHING WAS POSTED - PRICED AS IF EVERY ACCOUNT '
                  'CLOSED ITS CYCLE ON THE BUSINESS DATE'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE

           PERFORM 7100-REPORT-GROUPS
           PERFORM 7200-REPORT-TOP-INCREASES

           CLOSE SIM-RPT-FILE.
       7000-WRITE-SIM-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   7100-REPORT-GROUPS
      *----------------------------------------------------------------*
       7100-REPORT-GROUPS.

           INITIALIZE WS-SIM-REPORT-TOTALS

           MOVE SPACES TO WS-OUT-LINE
           STRING 'GROUP       ACCOUNTS  AFFECTED'
                  '    CURRENT INTEREST   PROPOSED INTEREST'
                  '        CURRENT FEES       PROPOSED FEES'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE

           EXEC SQL
               DECLARE CUR-SIM-GRP CURSOR FOR
               SELECT SIR_GROUP_ID, COUNT(*),
                      SUM(CASE WHEN SIR_CUR_INT_AMT <> SIR_PRP_INT_AMT
                                 OR SIR_CUR_FEE_AMT <> SIR_PRP_FEE_AMT
                               THEN 1 ELSE 0 END),
                      SUM(SIR_CUR_INT_AMT), SUM(SIR_PRP_INT_AMT),
                      SUM(SIR_CUR_FEE_AMT), SUM(SIR_PRP_FEE_AMT)
               FROM SIMRSLT
               WHERE SIR_SCENARIO_ID = :WS-SIM-SCENARIO-ID
               GROUP BY SIR_GROUP_ID
               ORDER BY SIR_GROUP_ID
           END-EXEC

           SET SIM-GRP-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               OPEN CUR-SIM-GRP
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-SIM-GRP - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               SET SIM-GRP-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 7150-REPORT-ONE-GROUP
                   UNTIL SIM-GRP-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-SIM-GRP
           END-EXEC

           MOVE WS-SIM-TOT-ACCTS    TO WS-CNT-EDIT
           MOVE WS-SIM-TOT-AFFECTED TO WS-CNT-EDIT-2
           MOVE WS-SIM-TOT-CUR-INT  TO WS-AMT-EDIT-1
           MOVE WS-SIM-TOT-PRP-INT  TO WS-AMT-EDIT-2
           MOVE WS-SIM-TOT-CUR-FEE  TO WS-AMT-EDIT-3
           MOVE WS-SIM-TOT-PRP-FEE  TO WS-AMT-EDIT-4
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TOTAL     ' WS-CNT-EDIT WS-CNT-EDIT-2
                  WS-AMT-EDIT-1 '  ' WS-AMT-EDIT-2 '  '
                  WS-AMT-EDIT-3 '  ' WS-AMT-EDIT-4
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE

           COMPUTE WS-AMT-EDIT-5 =
               (WS-SIM-TOT-PRP-INT + WS-SIM-TOT-PRP-FEE)
             - (WS-SIM-TOT-CUR-INT + WS-SIM-TOT-CUR-FEE)
           MOVE SPACES TO WS-OUT-LINE
           STRING 'NET CHANGE IN CYCLE INCOME: ' WS-AMT-EDIT-5
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE.

      *----------------------------------------------------------------*
      *                   7150-REPORT-ONE-GROUP
      *----------------------------------------------------------------*
       7150-REPORT-ONE-GROUP.

           EXEC SQL
               FETCH CUR-SIM-GRP
               INTO :HOST-SIM-GRP-ID, :HOST-SIM-GRP-ACCTS,
                    :HOST-SIM-GRP-AFFECTED,
                    :HOST-SIM-GRP-CUR-INT, :HOST-SIM-GRP-PRP-INT,
                    :HOST-SIM-GRP-CUR-FEE, :HOST-SIM-GRP-PRP-FEE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD HOST-SIM-GRP-ACCTS    TO WS-SIM-TOT-ACCTS
                   ADD HOST-SIM-GRP-AFFECTED TO WS-SIM-TOT-AFFECTED
                   ADD HOST-SIM-GRP-CUR-INT  TO WS-SIM-TOT-CUR-INT
                   ADD HOST-SIM-GRP-PRP-INT  TO WS-SIM-TOT-PRP-INT
                   ADD HOST-SIM-GRP-CUR-FEE  TO WS-SIM-TOT-CUR-FEE
                   ADD HOST-SIM-GRP-PRP-FEE  TO WS-SIM-TOT-PRP-FEE
                   MOVE HOST-SIM-GRP-ACCTS    TO WS-CNT-EDIT
                   MOVE HOST-SIM-GRP-AFFECTED TO WS-CNT-EDIT-2
                   MOVE HOST-SIM-GRP-CUR-INT  TO WS-AMT-EDIT-1
                   MOVE HOST-SIM-GRP-PRP-INT  TO WS-AMT-EDIT-2
                   MOVE HOST-SIM-GRP-CUR-FEE  TO WS-AMT-EDIT-3
                   MOVE HOST-SIM-GRP-PRP-FEE  TO WS-AMT-EDIT-4
                   MOVE SPACES TO WS-OUT-LINE
                   STRING HOST-SIM-GRP-ID WS-CNT-EDIT WS-CNT-EDIT-2
                          WS-AMT-EDIT-1 '  ' WS-AMT-EDIT-2 '  '
                          WS-AMT-EDIT-3 '  ' WS-AMT-EDIT-4
                     DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 7900-WRITE-SIM-LINE
               WHEN 100
                   SET SIM-GRP-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-SIM-GRP - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   SET SIM-GRP-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   7200-REPORT-TOP-INCREASES
      *----------------------------------------------------------------*
       7200-REPORT-TOP-INCREASES.

           MOVE SPACES TO WS-OUT-LINE
           STRING 'LARGEST PER-ACCOUNT INCREASES'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING 'ACCOUNT     GROUP     '
                  '       CURRENT TOTAL      PROPOSED TOTAL'
                  '            INCREASE'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 7900-WRITE-SIM-LINE

           EXEC SQL
               DECLARE CUR-SIM-TOP CURSOR FOR
               SELECT SIR_ACCT_ID, SIR_GROUP_ID,
                      SIR_CUR_INT_AMT + SIR_CUR_FEE_AMT,
                      SIR_PRP_INT_AMT + SIR_PRP_FEE_AMT,
                      SIR_DIFF_AMT
               FROM SIMRSLT
               WHERE SIR_SCENARIO_ID = :WS-SIM-SCENARIO-ID
               AND   SIR_DIFF_AMT > 0
               ORDER BY SIR_DIFF_AMT DESC, SIR_ACCT_ID
           END-EXEC

           MOVE ZEROS TO WS-SIM-TOP-COUNT
           SET SIM-TOP-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               OPEN CUR-SIM-TOP
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-SIM-TOP - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               SET SIM-TOP-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 7250-REPORT-ONE-INCREASE
                   UNTIL SIM-TOP-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-SIM-TOP
           END-EXEC

           IF WS-SIM-TOP-COUNT = 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE '  NO ACCOUNT PAYS MORE UNDER THIS SCENARIO'
                 TO WS-OUT-LINE
               PERFORM 7900-WRITE-SIM-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                   7250-REPORT-ONE-INCREASE
      *----------------------------------------------------------------*
       7250-REPORT-ONE-INCREASE.

           EXEC SQL
               FETCH CUR-SIM-TOP
               INTO :SIR-ACCT-ID, :SIR-GROUP-ID,
                    :HOST-SIM-CUR-TOTAL, :HOST-SIM-PRP-TOTAL,
                    :SIR-DIFF-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-SIM-TOP-COUNT
                   MOVE SIR-ACCT-ID     TO WS-ACCT-ID-EDIT
                   MOVE HOST-SIM-CUR-TOTAL TO WS-AMT-EDIT-1
                   MOVE HOST-SIM-PRP-TOTAL TO WS-AMT-EDIT-2
                   MOVE SIR-DIFF-AMT    TO WS-AMT-EDIT-3
                   MOVE SPACES TO WS-OUT-LINE
                   STRING WS-ACCT-ID-EDIT ' ' SIR-GROUP-ID
                          WS-AMT-EDIT-1 '  ' WS-AMT-EDIT-2 '  '
                          WS-AMT-EDIT-3
                     DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 7900-WRITE-SIM-LINE
                   IF WS-SIM-TOP-COUNT >= WS-SIM-TOP-LIMIT
                       SET SIM-TOP-CURSOR-EOF TO TRUE
                   END-IF
               WHEN 100
                   SET SIM-TOP-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-SIM-TOP - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   SET SIM-TOP-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   7900-WRITE-SIM-LINE
      *----------------------------------------------------------------*
       7900-WRITE-SIM-LINE.

           WRITE SIM-RPT-LINE FROM WS-OUT-LINE.

      *----------------------------------------------------------------*
      *          LOAD-CHECKPOINT / SAVE-CHECKPOINT (shared logic)
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
