      *              attempt with its outcome, and captures a          *
      *              promise-to-pay date and amount. Every action      *
      *              writes a timestamped COLLACT activity row for     *
      *              the productivity summary. Settlement-in-full      *
      *              offers (SETTLE) are made and decided here too:    *
      *              inside the collector's discount band an offer     *
      *              is active at once, deeper ones wait for a         *
      *              supervisor; CBACT90A tracks them to completion.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCOL01A.
         88 RPC-RESP-EMPTY-OUTCOME               VALUE 5.
         88 RPC-RESP-INVALID-PROMISE             VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.
         88 RPC-RESP-BANKRUPTCY-STAY             VALUE 8.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 9.
         88 RPC-RESP-INVALID-SETTLEMENT          VALUE 10.
         88 RPC-RESP-NOT-SETTLEABLE              VALUE 11.
         88 RPC-RESP-OFFER-EXISTS                VALUE 12.
         88 RPC-RESP-NO-PENDING-OFFER            VALUE 13.
         88 RPC-RESP-NOT-AUTHORIZED              VALUE 14.

      * Settlement authority: a collector's offer is active at once
      * when the discount off the balance is at most this percentage
      * and it is paid in no more than this many installments. A
      * deeper or longer offer waits for a supervisor - a user with
      * the STLAPPRV function (or an administrator). Installments
      * fall due every WS-STL-INSTALL-DAYS days from the first.
       01 WS-CONSTANTS.
         05 WS-STL-AUTO-MAX-DISC-PCT   PIC S9(01)V99 COMP-3
                                        VALUE 0.30.
         05 WS-STL-AUTO-MAX-INSTALLS   PIC S9(04) COMP VALUE 6.
         05 WS-STL-MAX-INSTALLS        PIC S9(04) COMP VALUE 12.
         05 WS-STL-INSTALL-DAYS        PIC S9(04) COMP VALUE 30.
         05 WS-STL-APPROVE-FUNCTION    PIC X(08) VALUE 'STLAPPRV'.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
       01 HOST-COLA-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-DLQ-BUCKET              PIC X(01).
       01 HOST-NOW-TS                  PIC X(26).
       01 HOST-BKR-STAY-COUNT          PIC S9(04) COMP.

      * Settlement offer work - the balance being settled comes from
      * ACCTDAT for a delinquent account, or from the open RECOVERY
      * row for a charged-off one.
       01 HOST-STL-WORK.
         05 HOST-ACCT-STATUS           PIC X(01).
         05 HOST-ACCT-CURR-BAL         PIC S9(10)V99 COMP-3.
         05 HOST-RCV-REMAINING-AMT     PIC S9(10)V99 COMP-3.
         05 HOST-STL-OPEN-COUNT        PIC S9(04) COMP.
         05 HOST-GRANT-COUNT           PIC S9(04) COMP.
         05 HOST-APPROVE-FUNCTION      PIC X(08).
         05 HOST-TODAY-DATE            PIC X(10).
       01 WS-STL-DECISION              PIC X(01) VALUE SPACES.
         88 STL-DECISION-APPROVE                  VALUE 'A'.
         88 STL-DECISION-REJECT                   VALUE 'D'.

      * Dunning letter history row (CBACT56A writes them)
       01 HOST-DUN-ROW.
       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-PROMISE-AMT-N           PIC S9(9)V99 VALUE ZEROS.
         05 WS-OFFER-AMT-N             PIC S9(9)V99 VALUE ZEROS.
         05 WS-INSTALL-COUNT-N         PIC 9(02) VALUE ZEROS.
         05 WS-DISCOUNT-PCT            PIC S9(01)V9(04) COMP-3.
         05 WS-AMT-EDIT                PIC Z(9)9.99.
         05 WS-TODAY-INT               PIC S9(09) COMP.
         05 WS-FIRST-DUE-INT           PIC S9(09) COMP.
         05 WS-LAST-DUE-INT            PIC S9(09) COMP.
         05 WS-EXPIRY-INT              PIC S9(09) COMP.
      * Date edit - a YYYY-MM-DD date in, its integer day number out
         05 WS-DATE-IN                 PIC X(10).
         05 WS-DATE-YYYYMMDD           PIC X(08).
         05 WS-DATE-YYYYMMDD-N REDEFINES WS-DATE-YYYYMMDD
                                       PIC 9(08).
         05 WS-DATE-INT                PIC S9(09) COMP.
         05 WS-DATE-VALID-FLAG         PIC X(01).
           88 DATE-IS-VALID                       VALUE 'Y'.
           88 DATE-IS-INVALID                     VALUE 'N'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; a collector may not
      * work an account whose parties they are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*

       COPY CVCOL01Y.
       COPY CVCOL02Y.
       COPY CVSTL01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
                88 OP-RECORD-CONTACT              VALUE 'C'.
                88 OP-RECORD-PROMISE              VALUE 'P'.
                88 OP-LIST-LETTERS                VALUE 'D'.
                88 OP-OFFER-SETTLEMENT            VALUE 'S'.
                88 OP-APPROVE-SETTLEMENT          VALUE 'V'.
                88 OP-REJECT-SETTLEMENT           VALUE 'R'.
             10 LK-IN-ACCT-ID           PIC 9(11).
             10 LK-IN-USER-ID           PIC X(08).
             10 LK-IN-OUTCOME-DESC      PIC X(50).
             10 LK-IN-PROMISE-DATE      PIC X(10).
             10 LK-IN-PROMISE-AMT       PIC X(12).
      *      Settlement offer (operation S) - the offer amount rides
      *      LK-IN-PROMISE-AMT and the first installment's due date
      *      LK-IN-PROMISE-DATE; these carry the rest of the terms
             10 LK-IN-INSTALL-COUNT     PIC X(02).
             10 LK-IN-EXPIRY-DATE       PIC X(10).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-NOW-TS
           MOVE HOST-NOW-TS(1:10) TO HOST-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)

           EVALUATE TRUE
               WHEN OP-LIST-QUEUE
                   PERFORM 4000-RECORD-PROMISE
               WHEN OP-LIST-LETTERS
                   PERFORM 6000-LIST-DUNNING-LETTERS
               WHEN OP-OFFER-SETTLEMENT
                   PERFORM 7000-OFFER-SETTLEMENT
               WHEN OP-APPROVE-SETTLEMENT
                   SET STL-DECISION-APPROVE TO TRUE
                   PERFORM 8000-DECIDE-SETTLEMENT
               WHEN OP-REJECT-SETTLEMENT
                   SET STL-DECISION-REJECT TO TRUE
                   PERFORM 8000-DECIDE-SETTLEMENT
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Invalid operation code' TO WS-RESP-MSG
                     TO WS-RESP-MSG
               WHEN OTHER
                   MOVE LK-IN-ACCT-ID TO HOST-COL-ACCT-ID
           END-EVALUATE

      *    A filed or discharged bankruptcy (BANKRPT status F or D)
      *    puts the account under the automatic stay - no collector
      *    may work it, whatever state its queue row is in.
           IF RPC-RESP-OK
               MOVE ZEROS TO HOST-BKR-STAY-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-BKR-STAY-COUNT
                   FROM BANKRPT
                   WHERE BKR_ACCT_ID = :HOST-COL-ACCT-ID
                   AND   BKR_STATUS IN ('F', 'D')
               END-EXEC
               IF SQLCODE NOT = 0 OR HOST-BKR-STAY-COUNT > 0
                   SET RPC-RESP-BANKRUPTCY-STAY TO TRUE
                   MOVE 'Bankruptcy stay on file - no collection allowed
      -                 '...' TO WS-RESP-MSG
               END-IF
           END-IF

           IF RPC-RESP-OK
               PERFORM 5100-CHECK-STAFF-CONFLICT
           END-IF.

      *----------------------------------------------------------------*
      *                   5100-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       5100-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE LK-IN-ACCT-ID TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                     6000-WRITE-ACTIVITY-ROW
                     TO WS-RESP-MSG
                   SET LETTER-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    7000-OFFER-SETTLEMENT
      * Records a settlement-in-full offer against the balance owed
      * today. Inside the collector's discount band the offer is
      * active at once; otherwise it waits for a supervisor
      * (operations V and R). Payments count toward it from the
      * moment it is recorded.
      *----------------------------------------------------------------*
       7000-OFFER-SETTLEMENT.

           PERFORM 5000-EDIT-COMMON-INPUT

           IF RPC-RESP-OK
               PERFORM 7100-EDIT-OFFER-TERMS
           END-IF

           IF RPC-RESP-OK
               PERFORM 7200-FIND-SETTLE-BALANCE
           END-IF

           IF RPC-RESP-OK
               PERFORM 7300-SET-APPROVAL-LEVEL
               PERFORM 7400-INSERT-OFFER
           END-IF.

      *----------------------------------------------------------------*
      *                    7100-EDIT-OFFER-TERMS
      * The offer amount and first due date ride the promise fields;
      * the installment count defaults to one. Every installment
      * must fall due on or before the day the offer lapses.
      *----------------------------------------------------------------*
       7100-EDIT-OFFER-TERMS.

           MOVE LK-IN-PROMISE-DATE TO WS-DATE-IN
           PERFORM 7900-CONVERT-DATE
           MOVE WS-DATE-INT TO WS-FIRST-DUE-INT

           EVALUATE TRUE
               WHEN DATE-IS-INVALID
                   SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
                   MOVE 'First installment date should be YYYY-MM-DD...'
                     TO WS-RESP-MSG
               WHEN WS-FIRST-DUE-INT < WS-TODAY-INT
                   SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
                   MOVE 'First installment can NOT be in the past...'
                     TO WS-RESP-MSG
               WHEN LK-IN-PROMISE-AMT = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
                   MOVE 'Offer amount can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-OFFER-AMT-N =
                       FUNCTION NUMVAL-C(LK-IN-PROMISE-AMT)
                   IF WS-OFFER-AMT-N NOT > 0
                       SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
                       MOVE 'Offer amount must be greater than zero...'
                         TO WS-RESP-MSG
                   END-IF
           END-EVALUATE

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN LK-IN-INSTALL-COUNT = SPACES OR LOW-VALUES
                       MOVE 1 TO WS-INSTALL-COUNT-N
                   WHEN LK-IN-INSTALL-COUNT IS NUMERIC
                       MOVE LK-IN-INSTALL-COUNT TO WS-INSTALL-COUNT-N
                   WHEN LK-IN-INSTALL-COUNT(1:1) IS NUMERIC
                    AND LK-IN-INSTALL-COUNT(2:1) = SPACE
                       MOVE LK-IN-INSTALL-COUNT(1:1)
                         TO WS-INSTALL-COUNT-N
                   WHEN OTHER
                       MOVE ZEROS TO WS-INSTALL-COUNT-N
               END-EVALUATE
               IF WS-INSTALL-COUNT-N < 1
                  OR WS-INSTALL-COUNT-N > WS-STL-MAX-INSTALLS
                   SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
                   MOVE 'Installments must be from 1 to 12...'
                     TO WS-RESP-MSG
               END-IF
           END-IF

           IF RPC-RESP-OK
               MOVE LK-IN-EXPIRY-DATE TO WS-DATE-IN
               PERFORM 7900-CONVERT-DATE
               MOVE WS-DATE-INT TO WS-EXPIRY-INT
               COMPUTE WS-LAST-DUE-INT = WS-FIRST-DUE-INT
                   + (WS-INSTALL-COUNT-N - 1) * WS-STL-INSTALL-DAYS
               EVALUATE TRUE
                   WHEN DATE-IS-INVALID
                       SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
                       MOVE 'Offer expiry date should be YYYY-MM-DD...'
                         TO WS-RESP-MSG
                   WHEN WS-EXPIRY-INT < WS-LAST-DUE-INT
                       SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
                       MOVE 'Offer expires before its last installment
      -                    ' falls due...' TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                  7200-FIND-SETTLE-BALANCE
      * One open offer per account. A charged-off account settles
      * what is left on its RECOVERY row; an open account must be
      * delinquent and settles its current balance.
      *----------------------------------------------------------------*
       7200-FIND-SETTLE-BALANCE.

           MOVE ZEROS TO HOST-STL-OPEN-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-STL-OPEN-COUNT
               FROM SETTLE
               WHERE STL_ACCT_ID = :HOST-COL-ACCT-ID
               AND   STL_STATUS IN ('P', 'A')
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read settlements - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN HOST-STL-OPEN-COUNT > 0
                   SET RPC-RESP-OFFER-EXISTS TO TRUE
                   MOVE 'A settlement offer is already open on this
      -                ' account...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RPC-RESP-OK
               EXEC SQL
                   SELECT ACCT_ACTIVE_STATUS, ACCT_CURR_BAL
                   INTO :HOST-ACCT-STATUS, :HOST-ACCT-CURR-BAL
                   FROM ACCTDAT
                   WHERE ACCT_ID = :HOST-COL-ACCT-ID
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET RPC-RESP-NOT-SETTLEABLE TO TRUE
                       MOVE 'Account NOT found...' TO WS-RESP-MSG
                   WHEN SQLCODE NOT = 0
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to read account - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   WHEN HOST-ACCT-STATUS = 'C'
                       PERFORM 7210-READ-RECOVERY-BALANCE
                   WHEN HOST-ACCT-STATUS = 'Y'
                       PERFORM 7220-CHECK-DELINQUENT
                   WHEN OTHER
                       SET RPC-RESP-NOT-SETTLEABLE TO TRUE
                       MOVE 'Only a delinquent or charged-off account
      -                    ' can settle...' TO WS-RESP-MSG
               END-EVALUATE
           END-IF

           IF RPC-RESP-OK
              AND WS-OFFER-AMT-N NOT < STL-BALANCE-AMT
               SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
               MOVE STL-BALANCE-AMT TO WS-AMT-EDIT
               STRING 'Offer must be less than the balance owed of '
                      WS-AMT-EDIT
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                 7210-READ-RECOVERY-BALANCE
      * What is still unrecovered - the debtor has paid both what
      * reached us and what any collection agency kept.
      *----------------------------------------------------------------*
       7210-READ-RECOVERY-BALANCE.

           EXEC SQL
               SELECT RCV_CHARGEOFF_AMT - RCV_RECOVERED_AMT
                      - COALESCE(RCV_AGY_COMMISSION_AMT, 0)
               INTO :HOST-RCV-REMAINING-AMT
               FROM RECOVERY
               WHERE RCV_ACCT_ID = :HOST-COL-ACCT-ID
               AND   RCV_STATUS = 'O'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-NOT-SETTLEABLE TO TRUE
                   MOVE 'No open charge-off balance to settle...'
                     TO WS-RESP-MSG
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read recovery row - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN HOST-RCV-REMAINING-AMT NOT > 0
                   SET RPC-RESP-NOT-SETTLEABLE TO TRUE
                   MOVE 'No open charge-off balance to settle...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   MOVE 'C' TO STL-TYPE
                   MOVE HOST-RCV-REMAINING-AMT TO STL-BALANCE-AMT
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   7220-CHECK-DELINQUENT
      *----------------------------------------------------------------*
       7220-CHECK-DELINQUENT.

           MOVE '0' TO HOST-DLQ-BUCKET
           EXEC SQL
               SELECT DLQ_BUCKET
               INTO :HOST-DLQ-BUCKET
               FROM DELINQ
               WHERE DLQ_ACCT_ID = :HOST-COL-ACCT-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read delinquency - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN SQLCODE = 100
                 OR HOST-DLQ-BUCKET = '0'
                 OR HOST-ACCT-CURR-BAL NOT > 0
                   SET RPC-RESP-NOT-SETTLEABLE TO TRUE
                   MOVE 'Account is not delinquent - no settlement
      -                ' allowed...' TO WS-RESP-MSG
               WHEN OTHER
                   MOVE 'D' TO STL-TYPE
                   MOVE HOST-ACCT-CURR-BAL TO STL-BALANCE-AMT
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  7300-SET-APPROVAL-LEVEL
      *----------------------------------------------------------------*
       7300-SET-APPROVAL-LEVEL.

           COMPUTE WS-DISCOUNT-PCT =
               (STL-BALANCE-AMT - WS-OFFER-AMT-N) / STL-BALANCE-AMT

           IF WS-DISCOUNT-PCT NOT > WS-STL-AUTO-MAX-DISC-PCT
              AND WS-INSTALL-COUNT-N NOT > WS-STL-AUTO-MAX-INSTALLS
               MOVE 'A' TO STL-STATUS
               MOVE 'C' TO STL-APPROVAL-LEVEL
               MOVE LK-IN-USER-ID TO STL-APPROVED-BY
               MOVE HOST-NOW-TS TO STL-DECIDE-TS
           ELSE
               MOVE 'P' TO STL-STATUS
               MOVE 'S' TO STL-APPROVAL-LEVEL
               MOVE SPACES TO STL-APPROVED-BY
               MOVE SPACES TO STL-DECIDE-TS
           END-IF.

      *----------------------------------------------------------------*
      *                     7400-INSERT-OFFER
      * Equal installments, truncated to the cent - the last one
      * takes up the rounding, since the schedule is judged on the
      * running total paid.
      *----------------------------------------------------------------*
       7400-INSERT-OFFER.

           MOVE HOST-COL-ACCT-ID TO STL-ACCT-ID
           MOVE WS-OFFER-AMT-N TO STL-OFFER-AMT
           MOVE WS-INSTALL-COUNT-N TO STL-INSTALL-COUNT
           COMPUTE STL-INSTALL-AMT =
               WS-OFFER-AMT-N / WS-INSTALL-COUNT-N
           MOVE LK-IN-PROMISE-DATE TO STL-FIRST-DUE-DATE
           MOVE WS-STL-INSTALL-DAYS TO STL-INSTALL-DAYS
           MOVE LK-IN-EXPIRY-DATE TO STL-EXPIRY-DATE
           MOVE ZEROS TO STL-PAID-AMT
           MOVE ZEROS TO STL-WAIVED-AMT
           MOVE SPACES TO STL-LAST-PAY-DATE
           MOVE SPACES TO STL-WAIVER-TRAN-ID
           MOVE SPACES TO STL-CLOSE-DATE
           MOVE LK-IN-USER-ID TO STL-OFFERED-BY
           MOVE HOST-NOW-TS TO STL-CREATE-TS

           EXEC SQL
               SELECT NEXT VALUE FOR STL_ID_SEQ
               INTO :STL-OFFER-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
               INSERT INTO SETTLE
               (STL_OFFER_ID, STL_ACCT_ID, STL_TYPE,
                STL_BALANCE_AMT, STL_OFFER_AMT, STL_INSTALL_COUNT,
                STL_INSTALL_AMT, STL_FIRST_DUE_DATE,
                STL_INSTALL_DAYS, STL_EXPIRY_DATE, STL_PAID_AMT,
                STL_LAST_PAY_DATE, STL_STATUS, STL_APPROVAL_LEVEL,
                STL_OFFERED_BY, STL_APPROVED_BY, STL_WAIVED_AMT,
                STL_WAIVER_TRAN_ID, STL_CLOSE_DATE, STL_CREATE_TS,
                STL_DECIDE_TS)
               VALUES
               (:STL-OFFER-ID, :STL-ACCT-ID, :STL-TYPE,
                :STL-BALANCE-AMT, :STL-OFFER-AMT, :STL-INSTALL-COUNT,
                :STL-INSTALL-AMT, :STL-FIRST-DUE-DATE,
                :STL-INSTALL-DAYS, :STL-EXPIRY-DATE, :STL-PAID-AMT,
                :STL-LAST-PAY-DATE, :STL-STATUS, :STL-APPROVAL-LEVEL,
                :STL-OFFERED-BY, :STL-APPROVED-BY, :STL-WAIVED-AMT,
                :STL-WAIVER-TRAN-ID, :STL-CLOSE-DATE, :STL-CREATE-TS,
                :STL-DECIDE-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to record settlement - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               MOVE 'S' TO COLA-ACTION-CD
               MOVE STL-OFFER-AMT TO WS-AMT-EDIT
               MOVE SPACES TO COLA-OUTCOME-DESC
               STRING 'SETTLEMENT OFFERED FOR ' WS-AMT-EDIT
                      DELIMITED BY SIZE
                 INTO COLA-OUTCOME-DESC
               PERFORM 6000-WRITE-ACTIVITY-ROW
               IF RPC-RESP-OK
                   PERFORM 7450-TOUCH-QUEUE-ROW
               END-IF
               IF RPC-RESP-OK
                   EXEC SQL COMMIT END-EXEC
                   IF STL-STATUS = 'A'
                       MOVE 'Settlement offer recorded and active'
                         TO WS-RESP-MSG
                   ELSE
                       MOVE 'Settlement offer queued for supervisor
      -                    ' approval' TO WS-RESP-MSG
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   7450-TOUCH-QUEUE-ROW
      * A delinquent account being worked shows the action on its
      * queue row; a charged-off account is not on the queue.
      *----------------------------------------------------------------*
       7450-TOUCH-QUEUE-ROW.

           EXEC SQL
               UPDATE COLLWQ
               SET COL_LAST_ACTION_TS = :HOST-NOW-TS
               WHERE COL_ACCT_ID = :HOST-COL-ACCT-ID
               AND   COL_STATUS IN ('Q', 'A', 'P')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to update workqueue - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                    7900-CONVERT-DATE
      * WS-DATE-IN (YYYY-MM-DD) to its integer day number in
      * WS-DATE-INT; DATE-IS-INVALID when it is not a real date.
      *----------------------------------------------------------------*
       7900-CONVERT-DATE.

           SET DATE-IS-INVALID TO TRUE
           MOVE ZEROS TO WS-DATE-INT

           IF WS-DATE-IN(5:1) = '-'
              AND WS-DATE-IN(8:1) = '-'
              AND WS-DATE-IN(1:4) IS NUMERIC
              AND WS-DATE-IN(6:2) IS NUMERIC
              AND WS-DATE-IN(9:2) IS NUMERIC
              AND WS-DATE-IN(6:2) >= '01' AND WS-DATE-IN(6:2) <= '12'
              AND WS-DATE-IN(9:2) >= '01' AND WS-DATE-IN(9:2) <= '31'
               STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
                      DELIMITED BY SIZE
                 INTO WS-DATE-YYYYMMDD
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD-N)
               IF WS-DATE-INT > 0
                   SET DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   8000-DECIDE-SETTLEMENT
      * A supervisor approves (V) or rejects (R) an offer waiting
      * on them. The collector who made the offer may not decide it,
      * and a lapsed offer can only be rejected.
      *----------------------------------------------------------------*
       8000-DECIDE-SETTLEMENT.

           PERFORM 5000-EDIT-COMMON-INPUT

           IF RPC-RESP-OK
               PERFORM 8100-READ-PENDING-OFFER
           END-IF

           IF RPC-RESP-OK
               PERFORM 8200-CHECK-APPROVAL-AUTHORITY
           END-IF

           IF RPC-RESP-OK
               PERFORM 8300-STAMP-DECISION
           END-IF.

      *----------------------------------------------------------------*
      *                   8100-READ-PENDING-OFFER
      *----------------------------------------------------------------*
       8100-READ-PENDING-OFFER.

           EXEC SQL
               SELECT STL_OFFER_ID, STL_OFFERED_BY, STL_EXPIRY_DATE,
                      STL_OFFER_AMT
               INTO :STL-OFFER-ID, :STL-OFFERED-BY, :STL-EXPIRY-DATE,
                    :STL-OFFER-AMT
               FROM SETTLE
               WHERE STL_ACCT_ID = :HOST-COL-ACCT-ID
               AND   STL_STATUS = 'P'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-NO-PENDING-OFFER TO TRUE
                   MOVE 'No settlement offer awaiting approval...'
                     TO WS-RESP-MSG
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read settlement - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN STL-DECISION-APPROVE
                AND STL-EXPIRY-DATE < HOST-TODAY-DATE
                   SET RPC-RESP-INVALID-SETTLEMENT TO TRUE
                   MOVE 'Offer has lapsed - it can only be rejected...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                8200-CHECK-APPROVAL-AUTHORITY
      *----------------------------------------------------------------*
       8200-CHECK-APPROVAL-AUTHORITY.

           IF STL-OFFERED-BY = LK-IN-USER-ID
               SET RPC-RESP-NOT-AUTHORIZED TO TRUE
               MOVE 'An offer cannot be decided by the collector who
      -            ' made it...' TO WS-RESP-MSG
           ELSE
               MOVE WS-STL-APPROVE-FUNCTION TO HOST-APPROVE-FUNCTION
               MOVE ZEROS TO HOST-GRANT-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-GRANT-COUNT
                   FROM USERSEC U
                   WHERE U.USR_ID = :LK-IN-USER-ID
                   AND  (U.USR_TYPE = 'A'
                         OR EXISTS
                            (SELECT 1
                             FROM SEC_ROLE_FUNC F
                             WHERE F.RF_ROLE_ID = U.USR_ROLE_ID
                             AND   F.RF_FUNCTION_CD =
                                   :HOST-APPROVE-FUNCTION
                             AND   F.RF_ALLOWED_IND = 'Y'))
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to check authority - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   WHEN HOST-GRANT-COUNT = 0
                       SET RPC-RESP-NOT-AUTHORIZED TO TRUE
                       MOVE 'Settlement decisions need supervisor
      -                    ' authority...' TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   8300-STAMP-DECISION
      *----------------------------------------------------------------*
       8300-STAMP-DECISION.

           EXEC SQL
               UPDATE SETTLE
               SET STL_STATUS = :WS-STL-DECISION,
                   STL_APPROVED_BY = :LK-IN-USER-ID,
                   STL_DECIDE_TS = :HOST-NOW-TS
               WHERE STL_OFFER_ID = :STL-OFFER-ID
               AND   STL_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO COLA-ACTION-CD
                   MOVE STL-OFFER-AMT TO WS-AMT-EDIT
                   MOVE SPACES TO COLA-OUTCOME-DESC
                   IF STL-DECISION-APPROVE
                       STRING 'SETTLEMENT APPROVED FOR ' WS-AMT-EDIT
                              DELIMITED BY SIZE
                         INTO COLA-OUTCOME-DESC
                   ELSE
                       STRING 'SETTLEMENT REJECTED FOR ' WS-AMT-EDIT
                              DELIMITED BY SIZE
                         INTO COLA-OUTCOME-DESC
                   END-IF
                   PERFORM 6000-WRITE-ACTIVITY-ROW
                   IF RPC-RESP-OK
                       EXEC SQL COMMIT END-EXEC
                       IF STL-DECISION-APPROVE
                           MOVE 'Settlement offer approved'
                             TO WS-RESP-MSG
                       ELSE
                           MOVE 'Settlement offer rejected'
                             TO WS-RESP-MSG
                       END-IF
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                   END-IF
               WHEN 100
                   SET RPC-RESP-NO-PENDING-OFFER TO TRUE
                   MOVE 'No settlement offer awaiting approval...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to decide settlement - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
