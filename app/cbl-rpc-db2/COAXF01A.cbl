000001******************************************************************
      * Program:     COAXF01A                                          *
      * Function:    Account transfer (renumbering) RPC service        *
      * Description: Moves a customer off an account number that has  *
      *              itself been compromised - online credentials     *
      *              taken over, statements stolen from the mailbox - *
      *              without the close-and-reopen that loses history. *
      *              In one unit of work a new ACCT_ID is opened as   *
      *              a copy of the old account (balance and every     *
      *              bucket, limits, cycle day, open date, autopay    *
      *              enrollment); the servicing state keyed by the    *
      *              account moves across (CYCHIST, DELINQ, REWARDS,  *
      *              PROMOPLAN and the rest listed at 3300); every    *
      *              live card is reissued under the new number with  *
      *              CXACAIX repointed, as COCRDUPA replaces a card;  *
      *              ACCTREL follows; the old account is closed with  *
      *              its balance at zero; and a permanent ACCTXFER    *
      *              link records old to new. Account inquiry,        *
      *              statements and the bureau extract follow that    *
      *              link. A transfer on the customer's word needs a  *
      *              passed caller verification (COCIV01A) in the     *
      *              session; one the bank starts itself does not.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAXF01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COAXF01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-INPUT               VALUE 1.
         88 RPC-RESP-ACCT-NOTFOUND               VALUE 2.
         88 RPC-RESP-ACCT-NOT-ACTIVE             VALUE 3.
         88 RPC-RESP-ALREADY-MOVED               VALUE 4.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 5.
         88 RPC-RESP-NOT-VERIFIED                VALUE 6.
         88 RPC-RESP-DATA-CHANGED                VALUE 7.
         88 RPC-RESP-WRITE-ERROR                 VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-OLD-ACCT-ROW.
         05 HOST-OLD-ACCT-ID           PIC S9(11) COMP-3.
         05 HOST-OLD-ACCT-STATUS       PIC X(01).
         05 HOST-OLD-CURR-BAL          PIC S9(10)V99 COMP-3.
         05 HOST-OLD-CYC-CREDIT        PIC S9(10)V99 COMP-3.
         05 HOST-OLD-CYC-DEBIT         PIC S9(10)V99 COMP-3.
         05 HOST-OLD-EXPIRY-DATE       PIC X(10).
         05 HOST-OLD-AUTOPAY-FLAG      PIC X(01).

       01 HOST-NEW-ACCT-ID             PIC S9(11) COMP-3.
       01 HOST-NEW-ACCT-ID-SEQ         PIC S9(11) COMP.
       01 HOST-LINK-COUNT              PIC S9(09) COMP.
       01 HOST-TODAY-DATE              PIC X(10).

      * The card being reissued and its replacement
       01 HOST-CARD-ROW.
         05 HOST-CARD-NUM              PIC X(16).
         05 HOST-CARD-EMBOSSED-NAME    PIC X(50).
         05 HOST-CARD-EXPIRY-DATE      PIC X(10).
         05 HOST-CARD-ACTIVE-STATUS    PIC X(01).
       01 HOST-CARD-NUM-SEQ            PIC S9(15) COMP-3.
       01 HOST-NEW-CARD-NUM            PIC X(16).

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-NEW-ACCT-ID-N           PIC 9(11) VALUE ZEROS.
         05 WS-CARD-NUM-SEQ-DISPLAY    PIC 9(15).
      *    Table a state move failed on, for the error message
         05 WS-XFER-TABLE              PIC X(08) VALUE SPACES.
         05 WS-CARD-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-CARD-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 CARD-CURSOR-EOF                    VALUE 'Y'.
           88 CARD-CURSOR-NOT-EOF                VALUE 'N'.
         05 WS-XFER-STARTED-FLAG       PIC X(01) VALUE 'N'.
           88 XFER-STARTED                       VALUE 'Y'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-YYYYMMDD-X REDEFINES WS-CURR-YYYYMMDD.
             15 WS-CURR-YYYY           PIC X(04).
             15 WS-CURR-MM             PIC X(02).
             15 WS-CURR-DD             PIC X(02).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVAXF01Y.

      *----------------------------------------------------------------*
      * Staff-conflict check - see CSUTLEPL; the user may not be tied
      * to a party on the account being moved.
      *----------------------------------------------------------------*
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      * Caller-verified check - see CSUTLXPL; a transfer the customer
      * asked for needs a passed identity verification for a liable
      * party on the account in this session.
      *----------------------------------------------------------------*
       01 WS-CALLER-VRFY-FIELDS.
       COPY CSUTLXWY.

      *----------------------------------------------------------------*
      * Account maintenance history - see CSUTLHPL; the transfer and
      * each reissued card land on the accounts' ACCTHIST timelines.
      *----------------------------------------------------------------*
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      * Customer notification - see CSUTLNPL.
      *----------------------------------------------------------------*
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      The compromised account
             10 LK-IN-ACCT-ID           PIC X(11).
      *      Signed-on user - checked for staff conflict and caller
      *      verification, and recorded on the link and history
             10 LK-IN-USER-ID           PIC X(08).
      *      C credentials compromised, M mail theft, O other
             10 LK-IN-REASON-CD         PIC X(01).
                88 LK-REASON-VALID                VALUE 'C' 'M' 'O'.
      *      Y when the bank itself moves the account (fraud desk) -
      *      there is no caller to verify
             10 LK-IN-BANK-INITIATED    PIC X(01).
                88 LK-BANK-INITIATED-YES          VALUE 'Y'.
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-NEW-ACCT-ID      PIC 9(11).
      *      Every card reissued; the first ten are listed
             10 LK-OUT-CARD-COUNT       PIC S9(04) COMP.
             10 LK-OUT-CARD-LIST-COUNT  PIC S9(04) COMP.
             10 LK-OUT-CARD-DATA OCCURS 0 TO 10 TIMES
                DEPENDING ON LK-OUT-CARD-LIST-COUNT.
                15 LK-OUT-OLD-CARD-NUM  PIC X(16).
                15 LK-OUT-NEW-CARD-NUM  PIC X(16).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-NEW-ACCT-ID
           MOVE ZEROS TO LK-OUT-CARD-COUNT
           MOVE ZEROS TO LK-OUT-CARD-LIST-COUNT

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 1500-CHECK-AUTHORITY
           END-IF

           IF RPC-RESP-OK
               PERFORM 2000-READ-OLD-ACCOUNT
                  THRU 2000-READ-OLD-ACCOUNT-EXIT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3000-TRANSFER-ACCOUNT
                  THRU 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RPC-RESP-OK
                   EXEC SQL COMMIT END-EXEC
                   MOVE HOST-NEW-ACCT-ID TO WS-NEW-ACCT-ID-N
                   MOVE WS-NEW-ACCT-ID-N TO LK-OUT-NEW-ACCT-ID
                   MOVE WS-CARD-COUNT TO LK-OUT-CARD-COUNT
                   STRING 'Account ' DELIMITED BY SIZE
                          WS-ACCT-ID-N DELIMITED BY SIZE
                          ' moved to new account ' DELIMITED BY SIZE
                          WS-NEW-ACCT-ID-N DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN XFER-STARTED
                   MOVE ZEROS TO LK-OUT-CARD-LIST-COUNT
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-VALIDATE-INPUT
      *----------------------------------------------------------------*
       1000-VALIDATE-INPUT.

           EVALUATE TRUE
               WHEN LK-IN-USER-ID = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Signed-on user ID is required...'
                     TO WS-RESP-MSG
               WHEN LK-IN-ACCT-ID = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Account ID is required...' TO WS-RESP-MSG
               WHEN LK-IN-ACCT-ID IS NOT NUMERIC
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Account ID must be Numeric...' TO WS-RESP-MSG
               WHEN NOT LK-REASON-VALID
                   SET RPC-RESP-INVALID-INPUT TO TRUE
                   MOVE 'Reason must be C, M or O...' TO WS-RESP-MSG
               WHEN OTHER
                   MOVE LK-IN-ACCT-ID TO WS-ACCT-ID-N
                   MOVE WS-ACCT-ID-N TO HOST-OLD-ACCT-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      1500-CHECK-AUTHORITY
      * Runs before anything is read for update - a staff-conflict
      * refusal commits its log row.
      *----------------------------------------------------------------*
       1500-CHECK-AUTHORITY.

           MOVE LK-IN-USER-ID           TO WS-STF-USER-ID
           MOVE WS-PGMNAME              TO WS-STF-PROGRAM
           MOVE HOST-OLD-ACCT-ID        TO WS-STF-ACCT-ID
           MOVE ZEROS                   TO WS-STF-CUST-ID
           MOVE SPACES                  TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF

           IF RPC-RESP-OK
              AND NOT LK-BANK-INITIATED-YES
               MOVE LK-IN-USER-ID       TO WS-CIV-USER-ID
               MOVE HOST-OLD-ACCT-ID    TO WS-CIV-ACCT-ID
               MOVE ZEROS               TO WS-CIV-CUST-ID
               MOVE SPACES              TO WS-CIV-CARD-NUM
               PERFORM CHECK-CALLER-VERIFIED
                  THRU CHECK-CALLER-VERIFIED-EXIT
               IF NOT CIV-VERIFIED
                   SET RPC-RESP-NOT-VERIFIED TO TRUE
                   MOVE WS-CIV-MSG TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    2000-READ-OLD-ACCOUNT
      * Only an open account is moved, and only once - an account
      * already renumbered is closed, and its successor is the one
      * to move again. The root of the chain is carried forward so
      * a second renumbering stays linked to the first.
      *----------------------------------------------------------------*
       2000-READ-OLD-ACCOUNT.

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS, ACCT_CURR_BAL,
                      ACCT_CURR_CYC_CREDIT, ACCT_CURR_CYC_DEBIT,
                      ACCT_EXPIRAION_DATE,
                      COALESCE(ACCT_AUTOPAY_ENROLL_FLAG, 'N')
               INTO :HOST-OLD-ACCT-STATUS, :HOST-OLD-CURR-BAL,
                    :HOST-OLD-CYC-CREDIT, :HOST-OLD-CYC-DEBIT,
                    :HOST-OLD-EXPIRY-DATE, :HOST-OLD-AUTOPAY-FLAG
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-ACCT-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
                   GO TO 2000-READ-OLD-ACCOUNT-EXIT
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   GO TO 2000-READ-OLD-ACCOUNT-EXIT
           END-EVALUATE

           MOVE ZEROS TO HOST-LINK-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-LINK-COUNT
               FROM ACCTXFER
               WHERE AXF_OLD_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC

           IF SQLCODE = 0 AND HOST-LINK-COUNT > 0
               SET RPC-RESP-ALREADY-MOVED TO TRUE
               MOVE 'Account has already been moved to a new number'
                 TO WS-RESP-MSG
               GO TO 2000-READ-OLD-ACCOUNT-EXIT
           END-IF

           IF HOST-OLD-ACCT-STATUS NOT = 'Y'
               SET RPC-RESP-ACCT-NOT-ACTIVE TO TRUE
               MOVE 'Only an open account can be moved...'
                 TO WS-RESP-MSG
               GO TO 2000-READ-OLD-ACCOUNT-EXIT
           END-IF

           MOVE HOST-OLD-ACCT-ID TO AXF-ROOT-ACCT-ID
           EXEC SQL
               SELECT AXF_ROOT_ACCT_ID
               INTO :AXF-ROOT-ACCT-ID
               FROM ACCTXFER
               WHERE AXF_NEW_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read ACCTXFER - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

       2000-READ-OLD-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    3000-TRANSFER-ACCOUNT
      * One unit of work - MAIN-PARA commits it whole or rolls it
      * back whole.
      *----------------------------------------------------------------*
       3000-TRANSFER-ACCOUNT.

           MOVE 'Y' TO WS-XFER-STARTED-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYY '-' WS-CURR-MM '-' WS-CURR-DD
             DELIMITED BY SIZE INTO HOST-TODAY-DATE

           PERFORM 3100-OPEN-NEW-ACCOUNT
              THRU 3100-OPEN-NEW-ACCOUNT-EXIT
           IF NOT RPC-RESP-OK
               GO TO 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           PERFORM 3200-CLOSE-OLD-ACCOUNT
           IF NOT RPC-RESP-OK
               GO TO 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           PERFORM 3300-MOVE-ACCOUNT-STATE
              THRU 3300-MOVE-ACCOUNT-STATE-EXIT
           IF NOT RPC-RESP-OK
               GO TO 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           PERFORM 3400-REISSUE-CARDS
              THRU 3400-REISSUE-CARDS-EXIT
           IF NOT RPC-RESP-OK
               GO TO 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           PERFORM 3450-CANCEL-VIRTUAL-CARDS
           IF NOT RPC-RESP-OK
               GO TO 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           PERFORM 3500-REPOINT-XREF
           IF NOT RPC-RESP-OK
               GO TO 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           PERFORM 3600-WRITE-TRANSFER-LINK
           IF NOT RPC-RESP-OK
               GO TO 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           PERFORM 3700-WRITE-TRANSFER-HISTORY
           IF NOT RPC-RESP-OK
               GO TO 3000-TRANSFER-ACCOUNT-EXIT
           END-IF

           PERFORM 3800-NOTIFY-CUSTOMER.

       3000-TRANSFER-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    3100-OPEN-NEW-ACCOUNT
      * The new row is the old one under the next ACCT_ID_SEQ number
      * - balance and every bucket, limits, group, ZIP, cycle day,
      * due and last-close dates, autopay enrollment and the original
      * open date, so interest, statements and aging carry on as if
      * nothing had happened. Only the reissue date is today's.
      *----------------------------------------------------------------*
       3100-OPEN-NEW-ACCOUNT.

           EXEC SQL
               SELECT NEXT VALUE FOR ACCT_ID_SEQ
               INTO :HOST-NEW-ACCT-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to generate account ID - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3100-OPEN-NEW-ACCOUNT-EXIT
           END-IF

           MOVE HOST-NEW-ACCT-ID-SEQ TO HOST-NEW-ACCT-ID

           EXEC SQL
               INSERT INTO ACCTDAT
               (ACCT_ID, ACCT_ACTIVE_STATUS, ACCT_CURR_BAL,
                ACCT_CREDIT_LIMIT, ACCT_CASH_CREDIT_LIMIT,
                ACCT_OPEN_DATE, ACCT_EXPIRAION_DATE,
                ACCT_REISSUE_DATE, ACCT_CURR_CYC_CREDIT,
                ACCT_CURR_CYC_DEBIT, ACCT_ADDR_ZIP, ACCT_GROUP_ID,
                ACCT_AUTOPAY_ENROLL_FLAG, ACCT_PAYMENT_DUE_DATE,
                ACCT_LAST_CYC_CLOSE_DATE, ACCT_CYCLE_DAY,
                ACCT_CASH_BAL, ACCT_BAL_INTEREST, ACCT_BAL_FEES,
                ACCT_BAL_PURCHASES, ACCT_SETTLED_DATE)
               SELECT :HOST-NEW-ACCT-ID, ACCT_ACTIVE_STATUS,
                      ACCT_CURR_BAL,
                      ACCT_CREDIT_LIMIT, ACCT_CASH_CREDIT_LIMIT,
                      ACCT_OPEN_DATE, ACCT_EXPIRAION_DATE,
                      :HOST-TODAY-DATE, ACCT_CURR_CYC_CREDIT,
                      ACCT_CURR_CYC_DEBIT, ACCT_ADDR_ZIP,
                      ACCT_GROUP_ID,
                      ACCT_AUTOPAY_ENROLL_FLAG, ACCT_PAYMENT_DUE_DATE,
                      ACCT_LAST_CYC_CLOSE_DATE, ACCT_CYCLE_DAY,
                      ACCT_CASH_BAL, ACCT_BAL_INTEREST, ACCT_BAL_FEES,
                      ACCT_BAL_PURCHASES, ACCT_SETTLED_DATE
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to open new account - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

       3100-OPEN-NEW-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    3200-CLOSE-OLD-ACCOUNT
      * The old account closes at a zero balance - the money now sits
      * on the new one. Guarded by the balance and cycle totals read
      * at 2000: a posting that landed in between fails the transfer
      * rather than being left behind on a closed number. Autopay is
      * switched off here because it is switched on over there.
      *----------------------------------------------------------------*
       3200-CLOSE-OLD-ACCOUNT.

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_ACTIVE_STATUS       = 'N',
                   ACCT_CURR_BAL            = 0,
                   ACCT_CURR_CYC_CREDIT     = 0,
                   ACCT_CURR_CYC_DEBIT      = 0,
                   ACCT_CASH_BAL            = 0,
                   ACCT_BAL_INTEREST        = 0,
                   ACCT_BAL_FEES            = 0,
                   ACCT_BAL_PURCHASES       = 0,
                   ACCT_AUTOPAY_ENROLL_FLAG = 'N'
               WHERE ACCT_ID              = :HOST-OLD-ACCT-ID
               AND   ACCT_ACTIVE_STATUS   = 'Y'
               AND   ACCT_CURR_BAL        = :HOST-OLD-CURR-BAL
               AND   ACCT_CURR_CYC_CREDIT = :HOST-OLD-CYC-CREDIT
               AND   ACCT_CURR_CYC_DEBIT  = :HOST-OLD-CYC-DEBIT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-DATA-CHANGED TO TRUE
                   MOVE 'Account changed while moving - please retry'
                     TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to close old account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    3300-MOVE-ACCOUNT-STATE
      * Everything the account's servicing keys on moves to the new
      * number: cycle history, delinquency state, rewards, promo
      * plans, penalty pricing, accrued interest, the held security
      * deposit, live scheduled payments, an active workout plan, a
      * skip-payment election, debt protection, bankruptcy cases and
      * legal holds (so no stay is lost), open disputes, the
      * collections queue entry, alert subscriptions, the detected
      * subscriptions and any stop placed on them, the parties on
      * the account (ACCTREL), a pending or active settlement offer
      * (SETTLE), so payments on the new number keep counting toward
      * it, and disaster relief enrollments (DSTENROL), so relief in
      * force carries on through the event. Closed-out rows of the
      * time-boxed tables stay on the old number as its history.
      *----------------------------------------------------------------*
       3300-MOVE-ACCOUNT-STATE.

           MOVE 'CYCHIST' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE CYCHIST
               SET CYC_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE CYC_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'DELINQ' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE DELINQ
               SET DLQ_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE DLQ_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'REWARDS' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE REWARDS
               SET RWD_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE RWD_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'PROMOPLN' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE PROMOPLAN
               SET PRM_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE PRM_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'PENALTY' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE PENALTY
               SET PNA_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE PNA_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'INTACCR' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE INTACCR
               SET IAC_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE IAC_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'SECDEP' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE SECDEP
               SET SDP_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE SDP_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   SDP_STATUS = 'H'
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'PAYSCHED' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE PAYSCHED
               SET PSC_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE PSC_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   PSC_STATUS IN ('A', 'S')
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'WORKOUT' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE WORKOUT
               SET WRK_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE WRK_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   WRK_STATUS = 'A'
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'SKIPPAY' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE SKIPPAY
               SET SKP_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE SKP_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   SKP_STATUS = 'E'
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'DBTPROT' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE DBTPROT
               SET DBT_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE DBT_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   DBT_STATUS = 'E'
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'BANKRPT' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE BANKRPT
               SET BKR_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE BKR_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'LEGALHLD' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE LEGALHLD
               SET LGL_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE LGL_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   LGL_STATUS = 'A'
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'DISPUTES' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE DISPUTES
               SET DSP_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE DSP_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   DSP_STATUS IN ('O', 'A')
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'COLLWQ' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE COLLWQ
               SET COL_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE COL_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   COL_STATUS <> 'C'
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'ALERTSUB' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE ALERTSUB
               SET ALS_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE ALS_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'RECURCHG' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE RECURCHG
               SET RCG_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE RCG_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'RCGSTOP' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE RCGSTOP
               SET RCS_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE RCS_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   RCS_STATUS = 'A'
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'ACCTREL' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE ACCTREL
               SET REL_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE REL_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'SETTLE' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE SETTLE
               SET STL_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE STL_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   STL_STATUS IN ('P', 'A')
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           MOVE 'DSTENROL' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE DSTENROL
               SET DRN_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE DRN_ACCT_ID = :HOST-OLD-ACCT-ID
           END-EXEC
           IF SQLCODE < 0
               GO TO 3300-MOVE-ACCOUNT-STATE-ERROR
           END-IF

           GO TO 3300-MOVE-ACCOUNT-STATE-EXIT.

       3300-MOVE-ACCOUNT-STATE-ERROR.
           SET RPC-RESP-WRITE-ERROR TO TRUE
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           STRING 'Unable to move ' DELIMITED BY SIZE
                  WS-XFER-TABLE DELIMITED BY SPACE
                  ' - SQLCODE: ' DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY DELIMITED BY SIZE
             INTO WS-RESP-MSG.

       3300-MOVE-ACCOUNT-STATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    3400-REISSUE-CARDS
      * Every live card - active, or pending activation - is replaced
      * the way COCRDUPA replaces a lost or stolen one: a new number
      * from CARD_NUM_SEQ carrying the account's expiry, the old
      * plastic set to Reissued, its cross-reference repointed to the
      * new card and account, and the pair staged on CARDUPDT for the
      * recurring billers. The new card keeps the old one's status,
      * so a card still waiting to be activated stays that way. No
      * security code is minted - CBACT42A cuts it with the plastic.
      *----------------------------------------------------------------*
       3400-REISSUE-CARDS.

           MOVE ZEROS TO WS-CARD-COUNT
           SET CARD-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-XFER-CARD CURSOR FOR
               SELECT CARD_NUM, CARD_EMBOSSED_NAME,
                      CARD_EXPIRAION_DATE, CARD_ACTIVE_STATUS
               FROM CARDDAT
               WHERE CARD_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   CARD_ACTIVE_STATUS IN ('Y', 'P')
               FOR UPDATE OF CARD_ACTIVE_STATUS
           END-EXEC

           EXEC SQL
               OPEN CUR-XFER-CARD
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to read cards - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3400-REISSUE-CARDS-EXIT
           END-IF

           PERFORM 3410-REISSUE-NEXT-CARD
              THRU 3410-REISSUE-NEXT-CARD-EXIT
                   UNTIL CARD-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-XFER-CARD
           END-EXEC.

       3400-REISSUE-CARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    3410-REISSUE-NEXT-CARD
      *----------------------------------------------------------------*
       3410-REISSUE-NEXT-CARD.

           EXEC SQL
               FETCH CUR-XFER-CARD
               INTO :HOST-CARD-NUM, :HOST-CARD-EMBOSSED-NAME,
                    :HOST-CARD-EXPIRY-DATE, :HOST-CARD-ACTIVE-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET CARD-CURSOR-EOF TO TRUE
                   GO TO 3410-REISSUE-NEXT-CARD-EXIT
               WHEN OTHER
                   MOVE 'CARDDAT' TO WS-XFER-TABLE
                   GO TO 3410-REISSUE-NEXT-CARD-ERROR
           END-EVALUATE

           MOVE 'CARD SEQ' TO WS-XFER-TABLE
           EXEC SQL
               SELECT NEXT VALUE FOR CARD_NUM_SEQ
               INTO :HOST-CARD-NUM-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO 3410-REISSUE-NEXT-CARD-ERROR
           END-IF

           MOVE HOST-CARD-NUM-SEQ TO WS-CARD-NUM-SEQ-DISPLAY
           MOVE SPACES TO HOST-NEW-CARD-NUM
           STRING '4' WS-CARD-NUM-SEQ-DISPLAY
                  DELIMITED BY SIZE
                  INTO HOST-NEW-CARD-NUM
           END-STRING

           MOVE 'CARDDAT' TO WS-XFER-TABLE
           EXEC SQL
               INSERT INTO CARDDAT (
                   CARD_NUM,
                   CARD_ACCT_ID,
                   CARD_CVV_DIGEST,
                   CARD_EMBOSSED_NAME,
                   CARD_EXPIRAION_DATE,
                   CARD_ACTIVE_STATUS,
                   CARD_ISSUED_DATE
               ) VALUES (
                   :HOST-NEW-CARD-NUM,
                   :HOST-NEW-ACCT-ID,
                   ' ',
                   :HOST-CARD-EMBOSSED-NAME,
                   :HOST-OLD-EXPIRY-DATE,
                   :HOST-CARD-ACTIVE-STATUS,
                   :HOST-TODAY-DATE
               )
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO 3410-REISSUE-NEXT-CARD-ERROR
           END-IF

           EXEC SQL
               UPDATE CARDDAT
               SET CARD_ACTIVE_STATUS = 'R'
               WHERE CURRENT OF CUR-XFER-CARD
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO 3410-REISSUE-NEXT-CARD-ERROR
           END-IF

           MOVE 'CXACAIX' TO WS-XFER-TABLE
           EXEC SQL
               UPDATE CXACAIX
               SET XREF_CARD_NUM = :HOST-NEW-CARD-NUM,
                   XREF_ACCT_ID  = :HOST-NEW-ACCT-ID
               WHERE XREF_CARD_NUM = :HOST-CARD-NUM
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO 3410-REISSUE-NEXT-CARD-ERROR
           END-IF

           MOVE 'CARDUPDT' TO WS-XFER-TABLE
           EXEC SQL
               INSERT INTO CARDUPDT
               (CUP_OLD_CARD_NUM, CUP_OLD_EXPIRY_DATE,
                CUP_NEW_CARD_NUM, CUP_NEW_EXPIRY_DATE,
                CUP_ACCT_ID, CUP_STATUS, CUP_CREATE_TS)
               VALUES
               (:HOST-CARD-NUM, :HOST-CARD-EXPIRY-DATE,
                :HOST-NEW-CARD-NUM, :HOST-OLD-EXPIRY-DATE,
                :HOST-NEW-ACCT-ID, 'P', CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO 3410-REISSUE-NEXT-CARD-ERROR
           END-IF

           MOVE HOST-NEW-ACCT-ID TO WS-AHST-ACCT-ID
           MOVE 'CARD-REPLACED' TO WS-AHST-FIELD-NAME
           MOVE HOST-CARD-NUM TO WS-AHST-OLD-VALUE
           MOVE HOST-NEW-CARD-NUM TO WS-AHST-NEW-VALUE
           MOVE WS-PGMNAME TO WS-AHST-USER-ID
           PERFORM WRITE-ACCT-HISTORY
              THRU WRITE-ACCT-HISTORY-EXIT
           IF AHST-ERR-ON
               SET CARD-CURSOR-EOF TO TRUE
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE WS-AHST-SQL-STATUS TO WS-SQLCODE-DISPLAY
               STRING 'Unable to write history - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
               GO TO 3410-REISSUE-NEXT-CARD-EXIT
           END-IF

           ADD 1 TO WS-CARD-COUNT
           IF LK-OUT-CARD-LIST-COUNT < 10
               ADD 1 TO LK-OUT-CARD-LIST-COUNT
               MOVE HOST-CARD-NUM
                 TO LK-OUT-OLD-CARD-NUM(LK-OUT-CARD-LIST-COUNT)
               MOVE HOST-NEW-CARD-NUM
                 TO LK-OUT-NEW-CARD-NUM(LK-OUT-CARD-LIST-COUNT)
           END-IF
           GO TO 3410-REISSUE-NEXT-CARD-EXIT.

       3410-REISSUE-NEXT-CARD-ERROR.
           SET CARD-CURSOR-EOF TO TRUE
           SET RPC-RESP-WRITE-ERROR TO TRUE
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           STRING 'Unable to reissue card on ' DELIMITED BY SIZE
                  WS-XFER-TABLE DELIMITED BY SPACE
                  ' - SQLCODE: ' DELIMITED BY SIZE
                  WS-SQLCODE-DISPLAY DELIMITED BY SIZE
             INTO WS-RESP-MSG.

       3410-REISSUE-NEXT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  3450-CANCEL-VIRTUAL-CARDS
      * A virtual card number has a CXACAIX row but no CARDDAT row,
      * so 3400 does not reissue it - any disposable number made on
      * the account, including one minted while it was compromised,
      * is cancelled instead, as COFRD01A cancels a reported one.
      * Its VIRTCARD row keeps the old account and parent card.
      *----------------------------------------------------------------*
       3450-CANCEL-VIRTUAL-CARDS.

           EXEC SQL
               UPDATE VIRTCARD
               SET VCN_STATUS = 'C',
                   VCN_STATUS_TS = CURRENT TIMESTAMP
               WHERE VCN_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   VCN_STATUS = 'A'
           END-EXEC

           IF SQLCODE < 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to cancel virtual cards - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                    3500-REPOINT-XREF
      * Cards that were not live (blocked, expired, already replaced)
      * stay on the old account as its history, but any cross-
      * reference still naming the old account now names the new
      * one - nothing resolves to the closed number any more. The
      * exception is a virtual card number: its cross-reference
      * stays with the old account and its VIRTCARD row, so no
      * disposable number from before the takeover resolves to the
      * new account.
      *----------------------------------------------------------------*
       3500-REPOINT-XREF.

           EXEC SQL
               UPDATE CXACAIX
               SET XREF_ACCT_ID = :HOST-NEW-ACCT-ID
               WHERE XREF_ACCT_ID = :HOST-OLD-ACCT-ID
               AND   XREF_CARD_NUM NOT IN
                     (SELECT VCN_CARD_NUM FROM VIRTCARD)
           END-EXEC

           IF SQLCODE < 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to repoint CXACAIX - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                    3600-WRITE-TRANSFER-LINK
      *----------------------------------------------------------------*
       3600-WRITE-TRANSFER-LINK.

           MOVE HOST-OLD-ACCT-ID    TO AXF-OLD-ACCT-ID
           MOVE HOST-NEW-ACCT-ID    TO AXF-NEW-ACCT-ID
           MOVE LK-IN-REASON-CD     TO AXF-REASON-CD
           MOVE HOST-OLD-CURR-BAL   TO AXF-XFER-BAL
           MOVE WS-CARD-COUNT       TO AXF-CARD-COUNT
           MOVE LK-IN-USER-ID       TO AXF-USER-ID
           MOVE HOST-TODAY-DATE     TO AXF-XFER-DATE

           EXEC SQL
               INSERT INTO ACCTXFER
               (AXF_OLD_ACCT_ID, AXF_NEW_ACCT_ID, AXF_ROOT_ACCT_ID,
                AXF_REASON_CD, AXF_XFER_BAL, AXF_CARD_COUNT,
                AXF_USER_ID, AXF_XFER_DATE, AXF_XFER_TS)
               VALUES
               (:AXF-OLD-ACCT-ID, :AXF-NEW-ACCT-ID,
                :AXF-ROOT-ACCT-ID, :AXF-REASON-CD, :AXF-XFER-BAL,
                :AXF-CARD-COUNT, :AXF-USER-ID, :AXF-XFER-DATE,
                CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to write ACCTXFER - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                  3700-WRITE-TRANSFER-HISTORY
      * Both timelines carry the move - the old account's also its
      * closure, so its history explains why it stopped.
      *----------------------------------------------------------------*
       3700-WRITE-TRANSFER-HISTORY.

           MOVE HOST-NEW-ACCT-ID TO WS-NEW-ACCT-ID-N

           MOVE HOST-OLD-ACCT-ID TO WS-AHST-ACCT-ID
           MOVE 'ACCT-TRANSFER' TO WS-AHST-FIELD-NAME
           MOVE WS-ACCT-ID-N TO WS-AHST-OLD-VALUE
           MOVE WS-NEW-ACCT-ID-N TO WS-AHST-NEW-VALUE
           MOVE WS-PGMNAME TO WS-AHST-USER-ID
           PERFORM WRITE-ACCT-HISTORY
              THRU WRITE-ACCT-HISTORY-EXIT

           IF AHST-ERR-OFF
               MOVE HOST-OLD-ACCT-ID TO WS-AHST-ACCT-ID
               MOVE 'ACCT-STATUS' TO WS-AHST-FIELD-NAME
               MOVE HOST-OLD-ACCT-STATUS TO WS-AHST-OLD-VALUE
               MOVE 'N' TO WS-AHST-NEW-VALUE
               PERFORM WRITE-ACCT-HISTORY
                  THRU WRITE-ACCT-HISTORY-EXIT
           END-IF

           IF AHST-ERR-OFF
               MOVE HOST-NEW-ACCT-ID TO WS-AHST-ACCT-ID
               MOVE 'ACCT-TRANSFER' TO WS-AHST-FIELD-NAME
               MOVE WS-ACCT-ID-N TO WS-AHST-OLD-VALUE
               MOVE WS-NEW-ACCT-ID-N TO WS-AHST-NEW-VALUE
               PERFORM WRITE-ACCT-HISTORY
                  THRU WRITE-ACCT-HISTORY-EXIT
           END-IF

           IF AHST-ERR-ON
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE WS-AHST-SQL-STATUS TO WS-SQLCODE-DISPLAY
               STRING 'Unable to write history - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                    3800-NOTIFY-CUSTOMER
      * The customer hears it from us, on the new account, in the
      * same unit of work.
      *----------------------------------------------------------------*
       3800-NOTIFY-CUSTOMER.

           MOVE HOST-NEW-ACCT-ID         TO WS-NOTIFY-ACCT-ID
           MOVE SPACES                   TO WS-NOTIFY-CARD-NUM
           IF LK-OUT-CARD-LIST-COUNT > 0
               MOVE LK-OUT-NEW-CARD-NUM(1) TO WS-NOTIFY-CARD-NUM
           END-IF
           SET NOTIFY-TYPE-CARD-CHANGE   TO TRUE
           MOVE 'Your account has a new number - new cards are on the
      -         ' way'
                TO WS-NOTIFY-MSG

           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT

           IF NOTIFY-ERR-ON
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE 'Account moved but notification write failed'
                 TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *             CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *            CHECK-CALLER-VERIFIED (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLXPL.

      *----------------------------------------------------------------*
      *              WRITE-ACCT-HISTORY (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.

      *----------------------------------------------------------------*
      *              WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.
