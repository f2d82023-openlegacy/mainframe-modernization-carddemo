      * Description: Approves or declines a card authorization         *
      *              request against the account's open-to-buy:        *
      *              credit limit less current balance less the sum    *
      *              of the account's open authorization holds and     *
      *              of its postings pending on the memo-post queue.   *
      *              An approval writes an AUTHDAT hold row that       *
      *              keeps reducing open-to-buy until the posted       *
      *              transaction matches it (COTRN02A) or the nightly  *
      *              sweep CBACT13A expires it. Every decline is       *
      *              captured on AUTHDAT too (status Declined with a   *
      *              by reason and account group. The same per-card    *
      *              daily velocity caps COTRN02A enforces at posting  *
      *              (VELOCRUL) are applied here at authorization.     *
      *              A card-not-present request that carries the       *
      *              card security code has it checked through the     *
      *              verify-only service COCVV01A before any money     *
      *              decision is made. A virtual card number           *
      *              (VIRTCARD, created through COVCN01A) is held to   *
      *              the controls the cardholder set on it - use,      *
      *              largest charge, expiry and merchant lock - and    *
      *              its parent card's own CRDCTRL switches. A         *
      *              merchant the cardholder has stopped paying        *
      *              (RCGSTOP, placed through CORCS01A) is declined    *
      *              while the stop is in force. A merchant in a       *
      *              sanctioned country or region (SANCCTRY) or on     *
      *              the watchlist (WATCHLST) is declined and queued   *
      *              for compliance review (SANCHIT).                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAUT01A.
         88 RPC-RESP-CARD-CONTROL                VALUE 14.
         88 RPC-RESP-MCC-BLOCKED                 VALUE 15.
         88 RPC-RESP-COMPANY-LIMIT               VALUE 16.
         88 RPC-RESP-CODE-MISMATCH               VALUE 17.
         88 RPC-RESP-VIRTUAL-CARD                VALUE 18.
         88 RPC-RESP-RECUR-REVOKED               VALUE 19.
         88 RPC-RESP-SANCTIONS-HIT               VALUE 20.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
       01 HOST-DAY-END-TS              PIC X(26).

       01 HOST-AUTH-DECLINE-REASON     PIC X(02).
       01 HOST-TODAY-DATE              PIC X(10).

      * Recurring-charge stops (RCGSTOP) - merchants the cardholder
      * has told us to stop paying, on this card or the account.
       01 HOST-RCS-MERCH-ID            PIC S9(09) COMP.
       01 HOST-RCS-STOP-COUNT          PIC S9(04) COMP.

      * Cardholder card controls (CRDCTRL) - the self-service
      * freeze and channel blocks set through COCTL01A.
       01 HOST-CTL-CARD-NUM            PIC X(16).
       01 HOST-CTL-FLAGS.
         05 HOST-CTL-FREEZE-FLAG       PIC X(01).
         05 HOST-CTL-ECOM-FLAG         PIC X(01).
         88 INCR-HOLD-FOUND                      VALUE 'Y'.
         88 INCR-HOLD-NOT-FOUND                  VALUE 'N'.

      * Card security code check through COCVV01A - the card's code
      * is never read here, only the service's yes/no.
       01 WS-RESP-CD                   PIC S9(09) COMP VALUE ZEROS.
       01 WS-CVV-COMMAREA.
          05 WS-CVV-INPUT-PARMS.
             10 WS-CVV-IN-CARD-NUM      PIC X(16).
             10 WS-CVV-IN-CVV-CD        PIC X(03).
          05 WS-CVV-OUTPUT-PARMS.
             10 WS-CVV-RESP-CODE        PIC S9(04) COMP.
             10 WS-CVV-RESP-MSG         PIC X(80).
             10 WS-CVV-MATCH-IND        PIC X(01).
                88 CVV-MATCHED                    VALUE 'Y'.

      * Virtual card number controls (VIRTCARD) - set by the
      * cardholder through COVCN01A when the number was created.
       01 HOST-VCN-MERCH-ID            PIC S9(09) COMP.
       01 WS-VCN-FLAG                  PIC X(01) VALUE 'N'.
         88 VIRTUAL-CARD-FOUND                   VALUE 'Y'.
         88 VIRTUAL-CARD-NOT-FOUND               VALUE 'N'.

      * Sanctions screening - the merchant master's city and
      * country, used where the network sent no country.
       01 HOST-SCR-MERCH-ROW.
         05 HOST-SCR-MERCH-CITY        PIC X(50).
         05 HOST-SCR-MERCH-COUNTRY     PIC X(03).

       01 HOST-AUTH-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-AUTH-OPEN-TOTAL         PIC S9(10)V99 COMP-3.
       01 HOST-AUTH-RECORD.

       COPY CVAUT01Y.
       COPY CVACT03Y.
       COPY CVVCN01Y.
       COPY CVSAN02Y.

      * Memo-post queue - see CSUTLQPL; items taken while the nightly
      * run held the account have not reached ACCT_CURR_BAL yet but
      * count against open-to-buy all the same.
       01 WS-MEMO-QUEUE-FIELDS.
       COPY CSUTLQWY.

      * Sanctions screening - see CSUTLYPL.
       01 WS-SANCTIONS-FIELDS.
       COPY CSUTLYWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *      CRDCTRL channel blocks.
             10 LK-IN-CHANNEL           PIC X(04).
             10 LK-IN-MERCH-COUNTRY     PIC X(03).
      *      Card security code as keyed by a card-not-present
      *      cardholder - spaces when the network sent none (a
      *      card-present swipe). Checked, never stored or echoed.
             10 LK-IN-CVV-CD            PIC X(03).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
           MOVE ZEROS TO LK-OUT-OPEN-TO-BUY
           MOVE ZEROS TO HOST-XREF-ACCT-ID

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2)
                  DELIMITED BY SIZE
                  INTO HOST-TODAY-DATE
           END-STRING

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
                  THRU 2000-READ-CCXREF-DB2-EXIT
           END-IF

      * Screened as soon as the card is known to be ours, ahead of
      * every money and cardholder-control decision - compliance
      * needs each attempt on record, not just those that would
      * otherwise have been approved.
           IF RPC-RESP-OK
               PERFORM 2150-SCREEN-SANCTIONS-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM 2200-CHECK-VIRTUAL-CARD-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM 3000-READ-ACCOUNT-DB2
           END-IF
               PERFORM 3500-CHECK-CARD-CONTROLS-DB2
           END-IF

      * A virtual number has no security code of its own - its use,
      * amount, expiry and merchant controls stand in for it.
           IF RPC-RESP-OK
              AND VIRTUAL-CARD-NOT-FOUND
              AND LK-IN-CVV-CD NOT = SPACES
              AND LK-IN-CVV-CD NOT = LOW-VALUES
               PERFORM 3550-VERIFY-SECURITY-CODE
           END-IF

           IF RPC-RESP-OK
               PERFORM 3600-CHECK-MCC-RULES-DB2
                  THRU 3600-CHECK-MCC-RULES-DB2-EXIT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3700-CHECK-RECUR-STOP-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM 4000-COMPUTE-OPEN-TO-BUY
           END-IF
                   MOVE 'MC' TO HOST-AUTH-DECLINE-REASON
               WHEN RPC-RESP-COMPANY-LIMIT
                   MOVE 'CO' TO HOST-AUTH-DECLINE-REASON
               WHEN RPC-RESP-CODE-MISMATCH
                   MOVE 'SC' TO HOST-AUTH-DECLINE-REASON
               WHEN RPC-RESP-VIRTUAL-CARD
                   MOVE 'VC' TO HOST-AUTH-DECLINE-REASON
               WHEN RPC-RESP-RECUR-REVOKED
                   MOVE 'RV' TO HOST-AUTH-DECLINE-REASON
               WHEN RPC-RESP-SANCTIONS-HIT
                   MOVE 'SN' TO HOST-AUTH-DECLINE-REASON
               WHEN RPC-RESP-DECLINED
                   MOVE 'OL' TO HOST-AUTH-DECLINE-REASON
               WHEN OTHER
           IF HOST-AUTH-DECLINE-REASON NOT = SPACES
               PERFORM 6000-LOG-DECLINE-DB2
           END-IF
           IF RPC-RESP-SANCTIONS-HIT
               PERFORM 6100-QUEUE-SANCTIONS-HIT-DB2
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG
                   MOVE WS-CARD-NUM-N TO HOST-XREF-CARD-NUM
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 2150-SCREEN-SANCTIONS-DB2
      * The merchant name and country as the network sent them; a
      * request with no country is screened on the country held on
      * the merchant master. A hit - or a screen that could not be
      * completed - declines; the caller is told only that the
      * transaction cannot be completed, never which list matched.
      *----------------------------------------------------------------*
       2150-SCREEN-SANCTIONS-DB2.

           MOVE SPACES TO HOST-SCR-MERCH-ROW
           COMPUTE HOST-AUTH-MERCHANT-ID =
               FUNCTION NUMVAL(LK-IN-MERCH-ID)

           EXEC SQL
               SELECT MERCH_CITY, COALESCE(MERCH_COUNTRY_CD, ' ')
               INTO :HOST-SCR-MERCH-CITY, :HOST-SCR-MERCH-COUNTRY
               FROM MERCHANT
               WHERE MERCH_ID = :HOST-AUTH-MERCHANT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HOST-SCR-MERCH-ROW
           END-IF

           MOVE LK-IN-MERCH-NAME    TO WS-SCR-MERCH-NAME
           MOVE HOST-SCR-MERCH-CITY TO WS-SCR-MERCH-CITY
           IF LK-IN-MERCH-COUNTRY = SPACES OR LOW-VALUES
               MOVE HOST-SCR-MERCH-COUNTRY TO WS-SCR-COUNTRY-CD
           ELSE
               MOVE LK-IN-MERCH-COUNTRY TO WS-SCR-COUNTRY-CD
           END-IF

           PERFORM SCREEN-SANCTIONS THRU SCREEN-SANCTIONS-EXIT

           IF SCR-CHECK-ERROR
               DISPLAY WS-SCR-MSG
           END-IF

           IF NOT SCR-NO-HIT
               SET RPC-RESP-SANCTIONS-HIT TO TRUE
               MOVE 'Authorization declined - transaction cannot be
      -            ' completed...' TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                 2200-CHECK-VIRTUAL-CARD-DB2
      * A number with a VIRTCARD row is a virtual card number and
      * must be inside every control the cardholder set on it: not
      * cancelled, not a spent single-use number, not past its
      * expiry date, not above its largest charge, and - once a
      * merchant has used a locked or single-use number - only at
      * that merchant. Any other number has no VIRTCARD row and
      * passes straight through. The parent card's CRDCTRL switches
      * apply to the virtual number as well.
      *----------------------------------------------------------------*
       2200-CHECK-VIRTUAL-CARD-DB2.

           SET VIRTUAL-CARD-NOT-FOUND TO TRUE
           MOVE HOST-XREF-CARD-NUM TO HOST-CTL-CARD-NUM
           MOVE HOST-XREF-CARD-NUM TO VCN-CARD-NUM

           EXEC SQL
               SELECT VCN_PARENT_CARD_NUM, VCN_USE_TYPE,
                      VCN_MAX_AMT, VCN_EXPIRY_DATE,
                      VCN_MERCH_LOCK_FLAG, VCN_FIRST_MERCH_ID,
                      VCN_STATUS
               INTO :VCN-PARENT-CARD-NUM, :VCN-USE-TYPE,
                    :VCN-MAX-AMT, :VCN-EXPIRY-DATE,
                    :VCN-MERCH-LOCK-FLAG, :VCN-FIRST-MERCH-ID,
                    :VCN-STATUS
               FROM VIRTCARD
               WHERE VCN_CARD_NUM = :VCN-CARD-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET VIRTUAL-CARD-FOUND TO TRUE
                   MOVE VCN-PARENT-CARD-NUM TO HOST-CTL-CARD-NUM
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read virtual card - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE

           IF VIRTUAL-CARD-FOUND
               COMPUTE HOST-VCN-MERCH-ID =
                   FUNCTION NUMVAL(LK-IN-MERCH-ID)

               EVALUATE TRUE
                   WHEN VCN-STATUS-CANCELLED
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Authorization declined - virtual card
      -                    ' number is cancelled...' TO WS-RESP-MSG
                   WHEN VCN-STATUS-USED
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Authorization declined - single-use
      -                    ' number has already been used...'
                         TO WS-RESP-MSG
                   WHEN VCN-EXPIRY-DATE < HOST-TODAY-DATE
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Authorization declined - virtual card
      -                    ' number has expired...' TO WS-RESP-MSG
                   WHEN WS-AUTH-AMT-N > VCN-MAX-AMT
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Authorization declined - above the virtual
      -                    ' card number maximum...' TO WS-RESP-MSG
                   WHEN VCN-FIRST-MERCH-ID NOT = ZEROS
                    AND (VCN-MERCH-LOCKED OR VCN-SINGLE-USE)
                    AND VCN-FIRST-MERCH-ID NOT = HOST-VCN-MERCH-ID
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Authorization declined - virtual card
      -                    ' number is locked to another merchant...'
                         TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-READ-ACCOUNT-DB2
      *----------------------------------------------------------------*
      * refuses everything; the channel blocks refuse e-commerce,
      * international and ATM cash-advance requests by the channel
      * and country the network sent. A card with no CRDCTRL row
      * has no controls in force. A virtual number answers to its
      * parent card's switches.
      *----------------------------------------------------------------*
       3500-CHECK-CARD-CONTROLS-DB2.

               INTO :HOST-CTL-FREEZE-FLAG, :HOST-CTL-ECOM-FLAG,
                    :HOST-CTL-INTL-FLAG, :HOST-CTL-CASH-FLAG
               FROM CRDCTRL
               WHERE CTL_CARD_NUM = :HOST-CTL-CARD-NUM
           END-EXEC

           EVALUATE TRUE
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 3550-VERIFY-SECURITY-CODE
      * Checked against the funding card (a token has already been
      * resolved to it). A code that does not match, or a card with
      * no code issued yet, declines - the response never says which.
      *----------------------------------------------------------------*
       3550-VERIFY-SECURITY-CODE.

           MOVE HOST-XREF-CARD-NUM TO WS-CVV-IN-CARD-NUM
           MOVE LK-IN-CVV-CD       TO WS-CVV-IN-CVV-CD
           MOVE SPACES TO WS-CVV-MATCH-IND
           EXEC CICS LINK
                PROGRAM('COCVV01A')
                COMMAREA(WS-CVV-COMMAREA)
                LENGTH(LENGTH OF WS-CVV-COMMAREA)
                RESP(WS-RESP-CD)
           END-EXEC

           IF WS-RESP-CD NOT = ZERO
              OR NOT CVV-MATCHED
               SET RPC-RESP-CODE-MISMATCH TO TRUE
               MOVE 'Authorization declined - security code did not
      -            ' match...' TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                 3600-CHECK-MCC-RULES-DB2
      * The account group's MCCRULES block ranges against the
       3600-CHECK-MCC-RULES-DB2-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 3700-CHECK-RECUR-STOP-DB2
      * The cardholder has cancelled with this merchant and told us
      * to stop paying it (CORCS01A). A stop on the account covers
      * every card; a card-level stop covers the card presented (a
      * token's funding card). Only a stop whose effective window
      * takes in today counts.
      *----------------------------------------------------------------*
       3700-CHECK-RECUR-STOP-DB2.

           COMPUTE HOST-RCS-MERCH-ID = FUNCTION NUMVAL(LK-IN-MERCH-ID)

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-RCS-STOP-COUNT
               FROM RCGSTOP
               WHERE RCS_ACCT_ID = :HOST-XREF-ACCT-ID
               AND   RCS_MERCHANT_ID = :HOST-RCS-MERCH-ID
               AND   RCS_STATUS = 'A'
               AND   RCS_EFF_DATE <= :HOST-TODAY-DATE
               AND   RCS_END_DATE >= :HOST-TODAY-DATE
               AND  (RCS_CARD_NUM = ' '
                 OR  RCS_CARD_NUM = :HOST-XREF-CARD-NUM)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING RCGSTOP - SQLCODE: '
                           WS-SQLCODE-DISPLAY
               WHEN HOST-RCS-STOP-COUNT > 0
                   SET RPC-RESP-RECUR-REVOKED TO TRUE
                   MOVE 'Authorization declined - recurring payment
      -                ' revoked by the cardholder...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4000-COMPUTE-OPEN-TO-BUY
      * Open-to-buy is the credit limit less the posted balance less
      * The exposure a hold represents is its uncaptured remainder,
      * not its face amount - a hold half consumed by partial
      * captures (COTRN02A/CBACT18A draw-downs) only suppresses
      * half its face. Postings pending on the memo-post queue move
      * open-to-buy as if already posted - a queued charge uses it,
      * a queued payment restores it.
           MOVE HOST-XREF-ACCT-ID TO WS-MQ-ACCT-ID
           PERFORM SUM-MEMO-PENDING THRU SUM-MEMO-PENDING-EXIT

           EXEC SQL
               SELECT COALESCE(SUM(AUTH_AMT
                               - COALESCE(AUTH_CAPTURED_AMT, 0)), 0)
               WHEN 100
                   COMPUTE WS-OPEN-TO-BUY =
                       HOST-ACCT-CREDIT-LIMIT - HOST-ACCT-CURR-BAL
                       - HOST-AUTH-OPEN-TOTAL - WS-MQ-PENDING-AMT
                   MOVE WS-OPEN-TO-BUY TO LK-OUT-OPEN-TO-BUY
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
      * The employee account already passed its own open-to-buy; an
      * account billing under a corporate program must also fit the
      * request inside the company-level cap measured across every
      * linked sub-account's balance, open hold remainders and items
      * pending on the memo-post queue. An account with no COMPACCT
      * link skips straight through.
      *----------------------------------------------------------------*
       4200-CHECK-COMPANY-LIMIT-DB2.

                                FROM COMPACCT C2
                                WHERE C2.CMA_COMPANY_ID =
                                      :HOST-CMP-COMPANY-ID)), 0)
                      + COALESCE(
                        (SELECT SUM(P.MP_TRAN_AMT)
                         FROM MEMOPOST P
                         WHERE P.MP_STATUS = 'P'
                         AND   P.MP_ACCT_ID IN
                               (SELECT C3.CMA_ACCT_ID
                                FROM COMPACCT C3
                                WHERE C3.CMA_COMPANY_ID =
                                      :HOST-CMP-COMPANY-ID)), 0)
               INTO :HOST-CMP-EXPOSURE
               FROM COMPACCT C, ACCTDAT A
               WHERE C.CMA_COMPANY_ID = :HOST-CMP-COMPANY-ID
               MOVE 'Authorization declined - would exceed the account
      -            ' open-to-buy...' TO WS-RESP-MSG
           ELSE
               IF VIRTUAL-CARD-FOUND
                   PERFORM 5010-STAMP-VCN-MERCHANT-DB2
               END-IF
               PERFORM 5050-FIND-OPEN-HOLD-DB2
               IF INCR-HOLD-FOUND
                   PERFORM 5200-TOP-UP-AUTH-HOLD-DB2
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                 5010-STAMP-VCN-MERCHANT-DB2
      * The first approval on a locked or single-use virtual number
      * fixes the merchant it is held to from then on. The stamp
      * rides in the hold's unit of work, so a hold that fails to
      * write leaves the number unclaimed.
      *----------------------------------------------------------------*
       5010-STAMP-VCN-MERCHANT-DB2.

           IF VCN-FIRST-MERCH-ID = ZEROS
              AND (VCN-MERCH-LOCKED OR VCN-SINGLE-USE)
               EXEC SQL
                   UPDATE VIRTCARD
                   SET VCN_FIRST_MERCH_ID = :HOST-VCN-MERCH-ID
                   WHERE VCN_CARD_NUM = :VCN-CARD-NUM
                   AND   VCN_FIRST_MERCH_ID = 0
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR UPDATING VIRTCARD - SQLCODE: '
                           WS-SQLCODE-DISPLAY
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   5050-FIND-OPEN-HOLD-DB2
      *----------------------------------------------------------------*
                   DISPLAY 'ERROR LOGGING AUTH DECLINE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                6100-QUEUE-SANCTIONS-HIT-DB2
      * The compliance queue row, pointing at the AUTHDAT decline
      * row 6000 just wrote. Its own unit of work - a failure here
      * cannot turn the decline into an approval.
      *----------------------------------------------------------------*
       6100-QUEUE-SANCTIONS-HIT-DB2.

           SET SNH-SOURCE-AUTH       TO TRUE
           MOVE WS-SCR-RESULT        TO SNH-HIT-TYPE
           MOVE HOST-XREF-CARD-NUM   TO SNH-CARD-NUM
           MOVE HOST-XREF-ACCT-ID    TO SNH-ACCT-ID
           MOVE HOST-AUTH-MERCHANT-ID TO SNH-MERCH-ID
           MOVE WS-SCR-MERCH-NAME    TO SNH-MERCH-NAME
           MOVE WS-SCR-MERCH-CITY    TO SNH-MERCH-CITY
           MOVE WS-SCR-COUNTRY-CD    TO SNH-MERCH-COUNTRY-CD
           MOVE WS-AUTH-AMT-N        TO SNH-TRAN-AMT
           MOVE WS-SCR-MATCH-ENTRY   TO SNH-MATCH-ENTRY
           MOVE WS-SCR-LIST-SOURCE   TO SNH-LIST-SOURCE
           SET SNH-DECLINED          TO TRUE
           MOVE HOST-AUTH-ID         TO SNH-AUTH-ID
           MOVE HOST-AUTH-CREATE-TS  TO SNH-CREATE-TS

           EXEC SQL
               INSERT INTO SANCHIT
               (SNH_HIT_ID, SNH_SOURCE, SNH_HIT_TYPE, SNH_CARD_NUM,
                SNH_ACCT_ID, SNH_MERCH_ID, SNH_MERCH_NAME,
                SNH_MERCH_CITY, SNH_MERCH_COUNTRY_CD, SNH_TRAN_AMT,
                SNH_MATCH_ENTRY, SNH_LIST_SOURCE, SNH_DISPOSITION,
                SNH_AUTH_ID, SNH_SUSP_ID, SNH_REVIEW_STATUS,
                SNH_REVIEWER_ID, SNH_REVIEW_TS, SNH_CREATE_TS)
               VALUES
               (NEXT VALUE FOR SNH_HIT_ID_SEQ, :SNH-SOURCE,
                :SNH-HIT-TYPE, :SNH-CARD-NUM, :SNH-ACCT-ID,
                :SNH-MERCH-ID, :SNH-MERCH-NAME, :SNH-MERCH-CITY,
                :SNH-MERCH-COUNTRY-CD, :SNH-TRAN-AMT,
                :SNH-MATCH-ENTRY, :SNH-LIST-SOURCE,
                :SNH-DISPOSITION, :SNH-AUTH-ID, 0, 'P',
                ' ', ' ', :SNH-CREATE-TS)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR QUEUEING SANCTIONS HIT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *          SUM-MEMO-PENDING (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLQPL.

      *----------------------------------------------------------------*
      *          SCREEN-SANCTIONS (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLYPL.
