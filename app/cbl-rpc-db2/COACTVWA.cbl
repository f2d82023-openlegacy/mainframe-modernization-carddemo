         05  WS-RECENT-TRAN-COUNT                  PIC S9(04) COMP
                                                    VALUE ZEROS.

      ******************************************************************
      *      Account transfer (ACCTXFER) - edited account numbers
      ******************************************************************
         05  WS-XFER-ACCT-ID-N                     PIC 9(11)
                                                    VALUE ZEROS.
         05  WS-XFER-TO-ACCT-ID-X                  PIC X(11)
                                                    VALUE SPACES.
         05  WS-XFER-FROM-ACCT-ID-X                PIC X(11)
                                                    VALUE SPACES.

      ******************************************************************
      *      Minimum Payment Due Calculation
      * Percentage-of-balance rule with a floor - the floor comes from
          05 LIT-THISPGM                           PIC X(8)
                                                   VALUE 'COACTVWA'.

      ******************************************************************
      *      Sensitive-data access log - see CSUTLCPL for the shared
      *      logic; every customer record handed back is logged.
      ******************************************************************
       01 WS-PII-FIELDS.
          COPY CSUTLCWY.

      ******************************************************************
      *DB2 SQL COMMUNICATION AREA
      ******************************************************************
       01  HV-RATE-GROUP-LATE-FEE-AMT           PIC S9(05)V99 COMP-3.
       01  HV-RATE-ASOF-DATE                    PIC X(10).
       01  HV-DELINQ-BUCKET                     PIC X(01).
       01  HV-PENALTY-DATA.
           05  HV-PNA-STATUS                    PIC X(01).
           05  HV-PNA-PENALTY-APR               PIC S9(03)V9(02) COMP-3.
           05  HV-PNA-EFFECTIVE-DATE            PIC X(10).
           05  HV-PNA-ONTIME-CYCLES             PIC 9(03).
           05  HV-PNA-REASON                    PIC X(40).
       01  HV-XFER-DATA.
           05  HV-XFER-TO-ACCT-ID               PIC S9(11) COMP-3.
           05  HV-XFER-FROM-ACCT-ID             PIC S9(11) COMP-3.
           05  HV-XFER-LATEST-ACCT-ID           PIC S9(11) COMP-3.
       01  HV-XREF-ACCOUNT-ID                   PIC X(11).
       EXEC SQL END DECLARE SECTION END-EXEC.

      *COMMON COPYBOOKS
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
             10 LK-IN-ACCT-ID             PIC X(11).
      *      Signed-on user - recorded on the PII access log
             10 LK-IN-USER-ID             PIC X(08).
          05 LK-OUTPUT-STATUS.
             10 LK-OUT-RETURN-CODE        PIC 9(02).
                88 RC-SUCCESS             VALUE 00.
      *         Persisted delinquency bucket from the aging engine
      *         (CBACT26A): 0 current, 1-4 = 30/60/90/120+ days.
                15 LK-OUT-ACCT-DELINQ-BUCKET   PIC X(01).
      *         Penalty pricing (PENALTY, CBACT69A): spaces when the
      *         account has never been repriced, N = notice sent and
      *         the rate rises on the effective date, A = penalty
      *         APR in effect, R = standard rate restored.
                15 LK-OUT-ACCT-PENALTY-STATUS  PIC X(01).
                15 LK-OUT-ACCT-PENALTY-APR     PIC S9(03)V99.
                15 LK-OUT-ACCT-PENALTY-EFF-DATE
                                               PIC X(10).
                15 LK-OUT-ACCT-PENALTY-ONTIME  PIC 9(03).
                15 LK-OUT-ACCT-PENALTY-REASON  PIC X(40).
      *         Account renumbering (ACCTXFER, COAXF01A): the number
      *         this account was moved to, and the number it was moved
      *         from - spaces when it was never renumbered.
                15 LK-OUT-ACCT-XFER-TO-ID      PIC X(11).
                15 LK-OUT-ACCT-XFER-FROM-ID    PIC X(11).
             10 LK-OUT-CUST-DATA.
                15 LK-OUT-CUST-ID              PIC X(9).
                15 LK-OUT-CUST-FIRST-NAME      PIC X(25).
           PERFORM 1300-MAP-OUTPUT-DATA
              THRU 1300-MAP-OUTPUT-DATA-EXIT

      * The response carries the full customer record
           MOVE LK-IN-USER-ID             TO WS-PII-USER-ID
           MOVE LIT-THISPGM               TO WS-PII-PROGRAM
           MOVE CUST-ID                   TO WS-PII-CUST-ID
           MOVE ACCT-ID                   TO WS-PII-ACCT-ID
           SET PII-SSN-EXPOSED            TO TRUE
           SET PII-DOB-EXPOSED            TO TRUE
           SET PII-CONTACT-EXPOSED        TO TRUE
           SET PII-ACCOUNT-EXPOSED        TO TRUE
           PERFORM LOG-PII-ACCESS
              THRU LOG-PII-ACCESS-EXIT

           MOVE 'Account and customer data retrieved successfully.'
                TO LK-OUT-MESSAGE

           PERFORM 9230-GET-DELINQ-BUCKET
              THRU 9230-GET-DELINQ-BUCKET-EXIT

           PERFORM 9235-GET-PENALTY-STATUS
              THRU 9235-GET-PENALTY-STATUS-EXIT

           PERFORM 9240-GET-TRANSFER-LINKS
              THRU 9240-GET-TRANSFER-LINKS-EXIT

           PERFORM 9250-GET-CUSTXREF-BY-ACCT
              THRU 9250-GET-CUSTXREF-BY-ACCT-EXIT

       9230-GET-DELINQ-BUCKET-EXIT.
           EXIT.

      ******************************************************************
      * Get the Account's Penalty Pricing State (PENALTY) - so the
      * agent can say why the rate went up, when it did (or will),
      * and how many on-time payments count toward the six-cycle
      * cure. No row reads as never repriced.
      ******************************************************************
       9235-GET-PENALTY-STATUS.
           INITIALIZE HV-PENALTY-DATA
           MOVE SPACES TO HV-PNA-STATUS

           EXEC SQL
                SELECT PNA_STATUS, PNA_PENALTY_APR,
                       PNA_EFFECTIVE_DATE, PNA_ONTIME_CYCLES,
                       PNA_REASON
                INTO :HV-PNA-STATUS, :HV-PNA-PENALTY-APR,
                     :HV-PNA-EFFECTIVE-DATE, :HV-PNA-ONTIME-CYCLES,
                     :HV-PNA-REASON
                FROM PENALTY
                WHERE PNA_ACCT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              INITIALIZE HV-PENALTY-DATA
              MOVE SPACES TO HV-PNA-STATUS
           END-IF
           .

       9235-GET-PENALTY-STATUS-EXIT.
           EXIT.

      ******************************************************************
      * Get the Account's Renumbering Links (ACCTXFER) - the number
      * it was moved to when COAXF01A retired it, the number it was
      * moved from, and the live account at the end of the chain.
      * The cross-references of a retired account all point at its
      * successor, so 9250 looks the customer up through the live
      * one. No row reads as never renumbered.
      ******************************************************************
       9240-GET-TRANSFER-LINKS.
           MOVE SPACES TO WS-XFER-TO-ACCT-ID-X
                          WS-XFER-FROM-ACCT-ID-X
           MOVE WS-CARD-RID-ACCT-ID-X TO HV-XREF-ACCOUNT-ID

           EXEC SQL
                SELECT AXF_OLD_ACCT_ID
                INTO :HV-XFER-FROM-ACCT-ID
                FROM ACCTXFER
                WHERE AXF_NEW_ACCT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE = 0
              MOVE HV-XFER-FROM-ACCT-ID TO WS-XFER-ACCT-ID-N
              MOVE WS-XFER-ACCT-ID-N TO WS-XFER-FROM-ACCT-ID-X
           END-IF

           EXEC SQL
                SELECT AXF_NEW_ACCT_ID
                INTO :HV-XFER-TO-ACCT-ID
                FROM ACCTXFER
                WHERE AXF_OLD_ACCT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO 9240-GET-TRANSFER-LINKS-EXIT
           END-IF

           MOVE HV-XFER-TO-ACCT-ID TO WS-XFER-ACCT-ID-N
           MOVE WS-XFER-ACCT-ID-N TO WS-XFER-TO-ACCT-ID-X
           MOVE WS-XFER-ACCT-ID-N TO HV-XREF-ACCOUNT-ID

           EXEC SQL
                SELECT AXF_NEW_ACCT_ID
                INTO :HV-XFER-LATEST-ACCT-ID
                FROM ACCTXFER
                WHERE AXF_ROOT_ACCT_ID =
                      (SELECT AXF_ROOT_ACCT_ID
                       FROM ACCTXFER
                       WHERE AXF_OLD_ACCT_ID = :HV-ACCOUNT-ID)
                AND   AXF_NEW_ACCT_ID NOT IN
                      (SELECT AXF_OLD_ACCT_ID
                       FROM ACCTXFER)
           END-EXEC

           IF SQLCODE = 0
              MOVE HV-XFER-LATEST-ACCT-ID TO WS-XFER-ACCT-ID-N
              MOVE WS-XFER-ACCT-ID-N TO HV-XREF-ACCOUNT-ID
           END-IF
           .

       9240-GET-TRANSFER-LINKS-EXIT.
           EXIT.

      ******************************************************************
      * Get Customer Cross-Reference by Account ID (DB2)
      * An account can carry more than one active card (primary plus
      * the account rather than a plain SELECT INTO, which would fail
      * with SQLCODE -811 (more than one row) once a second card
      * exists - the same fix applied to 9100-GET-CARDXREF-BY-ACCT
      * above. A renumbered account is looked up through the live
      * account 9240 found at the end of its chain.
      ******************************************************************
       9250-GET-CUSTXREF-BY-ACCT.
           MOVE WS-CARD-RID-ACCT-ID-X TO HV-ACCOUNT-ID
                SELECT XREF_CUST_ID
                INTO :HV-CUSTOMER-ID
                FROM CXACAIX
                WHERE XREF_ACCT_ID = :HV-XREF-ACCOUNT-ID
                AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                        FROM CXACAIX
                                        WHERE XREF_ACCT_ID =
                                              :HV-XREF-ACCOUNT-ID)
           END-EXEC

           EVALUATE SQLCODE

      ******************************************************************
      * Get Recent Transaction History for the Account's Card (DB2)
      * A renumbered account's history stays on the cards of the
      * numbers it was moved from, so those cards are read too - the
      * customer sees one account.
      ******************************************************************
       9400-GET-RECENT-TRANSACTIONS.
           MOVE ZEROS TO WS-RECENT-TRAN-COUNT
                       TRAN_ORIG_TS
                FROM TRANSACT
                WHERE TRAN_CARD_NUM = :HV-CARD-NUMBER
                OR    TRAN_CARD_NUM IN
                      (SELECT CARD_NUM
                       FROM CARDDAT
                       WHERE CARD_ACCT_ID IN
                             (SELECT AXF_OLD_ACCT_ID
                              FROM ACCTXFER
                              WHERE AXF_ROOT_ACCT_ID =
                                    (SELECT AXF_ROOT_ACCT_ID
                                     FROM ACCTXFER
                                     WHERE AXF_NEW_ACCT_ID =
                                           :HV-ACCOUNT-ID)))
                ORDER BY TRAN_ID DESC
                FETCH FIRST 10 ROWS ONLY
           END-EXEC
           MOVE XREF-CARD-NUM             TO LK-OUT-ACCT-CARD-NUM
           MOVE WS-MIN-PAYMENT-DUE        TO LK-OUT-ACCT-MIN-PAYMENT-DUE
           MOVE HV-DELINQ-BUCKET          TO LK-OUT-ACCT-DELINQ-BUCKET
           MOVE HV-PNA-STATUS             TO LK-OUT-ACCT-PENALTY-STATUS
           MOVE HV-PNA-PENALTY-APR        TO LK-OUT-ACCT-PENALTY-APR
           MOVE HV-PNA-EFFECTIVE-DATE
                                       TO LK-OUT-ACCT-PENALTY-EFF-DATE
           MOVE HV-PNA-ONTIME-CYCLES      TO LK-OUT-ACCT-PENALTY-ONTIME
           MOVE HV-PNA-REASON             TO LK-OUT-ACCT-PENALTY-REASON
           MOVE WS-XFER-TO-ACCT-ID-X      TO LK-OUT-ACCT-XFER-TO-ID
           MOVE WS-XFER-FROM-ACCT-ID-X    TO LK-OUT-ACCT-XFER-FROM-ID

      * Customer data
           MOVE CUST-ID                   TO LK-OUT-CUST-ID
       1300-MAP-OUTPUT-DATA-EXIT.
           EXIT.

      ******************************************************************
      * LOG-PII-ACCESS (shared procedure logic)
      ******************************************************************
       COPY CSUTLCPL.

       ABEND-ROUTINE.
           SET RC-DATABASE-ERROR TO TRUE
           MOVE 'UNEXPECTED ABEND OCCURRED.' TO LK-OUT-MESSAGE
