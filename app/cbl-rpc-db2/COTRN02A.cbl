       01 HOST-CARD-ACTIVE-STATUS      PIC X(01).
       01 HOST-TRV-COVER-COUNT         PIC S9(04) COMP.
       01 HOST-FRD-STATUS-OVERRIDE     PIC X(01) VALUE 'O'.
      * Enhanced monitoring - a card on CRDWATCH (e.g. exposed in a
      * network breach alert) is reviewed at this percentage of the
      * group's fraud threshold while the watch runs.
       01 HOST-CWT-THRESHOLD-PCT       PIC S9(03) COMP-3.

      * Velocity limits - the card's same-day posted activity is
      * measured against the account group's VELOCRUL caps.
       01 HOST-FXR-RATE                PIC S9(05)V9(08) COMP-3.

      * Cardholder card controls (CRDCTRL) - the self-service
      * freeze and channel blocks set through COCTL01A. A virtual
      * card number answers to its parent card's switches.
       01 HOST-CTL-CARD-NUM            PIC X(16).
       01 HOST-CTL-FLAGS.
         05 HOST-CTL-FREEZE-FLAG       PIC X(01).
         05 HOST-CTL-ECOM-FLAG         PIC X(01).
         05 HOST-CTL-INTL-FLAG         PIC X(01).
         05 HOST-CTL-CASH-FLAG         PIC X(01).

      * Virtual card number controls (VIRTCARD) - set by the
      * cardholder through COVCN01A when the number was created.
       01 WS-VCN-FLAG                  PIC X(01) VALUE 'N'.
         88 VIRTUAL-CARD-FOUND                   VALUE 'Y'.
         88 VIRTUAL-CARD-NOT-FOUND               VALUE 'N'.

      * Token vault resolution - a '99'-prefix number is a wallet /
      * card-on-file token, mapped to its funding card here.
       01 HOST-TOK-RECORD.
         05 WS-MAX-TRAN-ID             PIC X(16).
         05 WS-PROJECTED-BAL           PIC S9(10)V99 VALUE ZEROS.
         05 WS-NEW-ACCT-BAL            PIC S9(10)V99 VALUE ZEROS.
         05 WS-PRE-POST-BAL            PIC S9(10)V99 VALUE ZEROS.
         05 WS-ALS-THRESH-E            PIC +99999999.99 VALUE ZEROS.
         05 WS-ALS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88 ALS-CURSOR-EOF                    VALUE 'Y'.
         05 WS-TRAVEL-COVER-FLAG       PIC X(01) VALUE 'N'.
           88 TRAVEL-NOTICE-COVERS              VALUE 'Y'.
           88 TRAVEL-NOTICE-ABSENT              VALUE 'N'.
         05 WS-FRD-WRITTEN-FLAG        PIC X(01) VALUE 'N'.
           88 FRD-REVIEW-WRITTEN                VALUE 'Y'.
           88 FRD-REVIEW-NOT-WRITTEN            VALUE 'N'.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
         88 RPC-RESP-FX-RATE-NOTFOUND            VALUE 40.
         88 RPC-RESP-TOKEN-REJECTED              VALUE 41.
         88 RPC-RESP-CARD-CONTROL                VALUE 42.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 43.
         88 RPC-RESP-VIRTUAL-CARD                VALUE 44.
         88 RPC-RESP-INVALID-EFFDT               VALUE 45.
         88 RPC-RESP-EFFDT-OUT-OF-RANGE          VALUE 46.

       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
       COPY CVTRA03Y.
       COPY CVFRD01Y.
       COPY CVFRD02Y.
       COPY CVFRD03Y.
       COPY CVVCN01Y.

      *----------------------------------------------------------------*
      *      Working Storage for WRITE-NOTIFICATION (shared logic)
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not post to an account whose parties they are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      * Memo-post queue - see CSUTLQPL; while the end-of-day chain
      * owns the posted balances the item is queued to MEMOPOST for
      * CBACT77A instead of posting, and queued items already on the
      * account count against open-to-buy.
       01 WS-MEMO-QUEUE-FIELDS.
       COPY CSUTLQWY.

      * Settlement tracking - see CSUTLOPL; a payment counts toward
      * any settlement offer open on the account, in the same unit
      * of work as the payment itself.
       01 WS-STLT-FIELDS.
       COPY CSUTLOWY.

      * Back-valued posting - see CSUTLUPL; a payment or credit keyed
      * with an earlier effective date (within the rate group's back-
      * value limit) is recorded on BACKVAL for CBACT98A to credit the
      * interest and late fees charged in between.
       01 WS-BACKVAL-FIELDS.
       COPY CSUTLUWY.
       COPY CVBVL01Y.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      * Merchant credit to dispute matching - see CSUTL2PL; a keyed
      * merchant credit settles any dispute it refunds in the same
      * unit of work. The reversal of the dispute credit it stands
      * in for is journaled (CSUTLGPL) under this program's name.
       01 WS-DCM-FIELDS.
       COPY CSUTL2WY.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
      *      currency converts through FXRATES at posting.
             10 LK-IN-ORIG-CURR-CD      PIC X(03).
             10 LK-IN-ORIG-AMT          PIC X(12).
      *      Signed-on user posting the item (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
      *      Effective date (YYYY-MM-DD) for a payment or credit
      *      that should have posted earlier - spaces posts it
      *      effective the day it is keyed
             10 LK-IN-EFF-DT            PIC X(10).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-TRAN-ID          PIC X(16).
      *      'Y' when the item was queued to MEMOPOST during the
      *      nightly run rather than posted to the account
             10 LK-OUT-MEMO-POSTED      PIC X(01).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE SPACES TO LK-OUT-TRAN-ID
           MOVE 'N' TO LK-OUT-MEMO-POSTED
           SET BV-NOT-BACK-VALUED TO TRUE

           PERFORM VALID-INPUT-KEY-FIELDS

           IF RPC-RESP-OK
               PERFORM VERIFY-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               PERFORM VALID-INPUT-DATA-FIELDS
           END-IF
              END-IF
           END-IF.

      *    EFFECTIVE DATE - optional; format, then validity
           IF RPC-RESP-OK
              AND LK-IN-EFF-DT NOT = SPACES AND LOW-VALUES
              IF LK-IN-EFF-DT(1:4) IS NOT NUMERIC
                 OR LK-IN-EFF-DT(5:1) NOT EQUAL '-'
                 OR LK-IN-EFF-DT(6:2) IS NOT NUMERIC
                 OR LK-IN-EFF-DT(8:1) NOT EQUAL '-'
                 OR LK-IN-EFF-DT(9:2) IS NOT NUMERIC
                 SET RPC-RESP-INVALID-EFFDT TO TRUE
                 MOVE 'Effective Date should be in format YYYY-MM-DD'
                   TO WS-RESP-MSG
              ELSE
                 MOVE LK-IN-EFF-DT(1:4) TO WS-DATE-YYYYMMDD(1:4)
                 MOVE LK-IN-EFF-DT(6:2) TO WS-DATE-YYYYMMDD(5:2)
                 MOVE LK-IN-EFF-DT(9:2) TO WS-DATE-YYYYMMDD(7:2)
                 MOVE WS-DATE-YYYYMMDD TO CSUTLDTC-DATE
                 PERFORM CHECK-DATE-VALIDITY
                 IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                    IF CSUTLDTC-RESULT-MSG-NUM NOT = '2513'
                       SET RPC-RESP-INVALID-EFFDT TO TRUE
                       MOVE 'Effective Date - Not a valid date...'
                          TO WS-RESP-MSG
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    CONFIRM validation - last in the story
           IF RPC-RESP-OK
               EVALUATE LK-IN-CONFIRM
               PERFORM CHECK-CARD-STATUS-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM CHECK-VIRTUAL-CARD-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM CHECK-CARD-CONTROLS-DB2
           END-IF
               PERFORM READ-ACCOUNT-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM CHECK-MEMO-QUEUE
           END-IF

           IF RPC-RESP-OK
               PERFORM CHECK-BACK-VALUE-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM CHECK-DUPLICATE-TRAN-DB2
           END-IF
           END-IF

           IF RPC-RESP-OK
               IF MQ-WINDOW-OPEN
                   PERFORM QUEUE-MEMO-POST-DB2
               ELSE
                   PERFORM INSERT-TRANSACT-DB2
               END-IF
           END-IF

           IF RPC-RESP-OK
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-VIRTUAL-CARD-DB2
      * A number with a VIRTCARD row is a virtual card number (it
      * has no CARDDAT row, so the card-status check above let it
      * through). A debit on it must be inside every control the
      * cardholder set: not cancelled, not a spent single-use
      * number, originated on or before the expiry date, not above
      * the largest charge, and - once a merchant has used a locked
      * or single-use number - only from that merchant. Credits and
      * refunds always post, whatever the number's state.
      *----------------------------------------------------------------*
       CHECK-VIRTUAL-CARD-DB2.

           SET VIRTUAL-CARD-NOT-FOUND TO TRUE
           MOVE HOST-TRAN-CARD-NUM TO VCN-CARD-NUM

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

           IF VIRTUAL-CARD-FOUND AND HOST-TRAN-AMT > 0
               EVALUATE TRUE
                   WHEN VCN-STATUS-CANCELLED
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Transaction declined - virtual card number
      -                    ' is cancelled...' TO WS-RESP-MSG
                   WHEN VCN-STATUS-USED
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Transaction declined - single-use number
      -                    ' has already been used...' TO WS-RESP-MSG
                   WHEN VCN-EXPIRY-DATE < LK-IN-TRAN-ORIG-DT
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Transaction declined - virtual card number
      -                    ' had expired...' TO WS-RESP-MSG
                   WHEN HOST-TRAN-AMT > VCN-MAX-AMT
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Transaction declined - above the virtual
      -                    ' card number maximum...' TO WS-RESP-MSG
                   WHEN VCN-FIRST-MERCH-ID NOT = ZEROS
                    AND (VCN-MERCH-LOCKED OR VCN-SINGLE-USE)
                    AND VCN-FIRST-MERCH-ID NOT = HOST-TRAN-MERCHANT-ID
                       SET RPC-RESP-VIRTUAL-CARD TO TRUE
                       MOVE 'Transaction declined - virtual card number
      -                    ' is locked to another merchant...'
                         TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-CARD-CONTROLS-DB2
      * The cardholder's own CRDCTRL switches (COCTL01A), applied to
      *----------------------------------------------------------------*
       CHECK-CARD-CONTROLS-DB2.

           IF VIRTUAL-CARD-FOUND
               MOVE VCN-PARENT-CARD-NUM TO HOST-CTL-CARD-NUM
           ELSE
               MOVE HOST-TRAN-CARD-NUM TO HOST-CTL-CARD-NUM
           END-IF

           IF HOST-TRAN-AMT > 0
               EXEC SQL
                   SELECT CTL_FREEZE_FLAG, CTL_BLOCK_ECOM_FLAG,
                   INTO :HOST-CTL-FREEZE-FLAG, :HOST-CTL-ECOM-FLAG,
                        :HOST-CTL-INTL-FLAG, :HOST-CTL-CASH-FLAG
                   FROM CRDCTRL
                   WHERE CTL_CARD_NUM = :HOST-CTL-CARD-NUM
               END-EXEC

               EVALUATE TRUE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                       CHECK-MEMO-QUEUE
      * Decides whether this item posts now or is queued behind the
      * end-of-day chain, and totals the items already queued on the
      * account - they have not reached ACCT_CURR_BAL yet but are
      * the cardholder's money all the same.
      *----------------------------------------------------------------*
       CHECK-MEMO-QUEUE.

           PERFORM CHECK-BATCH-WINDOW THRU CHECK-BATCH-WINDOW-EXIT
           MOVE HOST-XREF-ACCT-ID TO WS-MQ-ACCT-ID
           PERFORM SUM-MEMO-PENDING THRU SUM-MEMO-PENDING-EXIT.

      *----------------------------------------------------------------*
      *                     CHECK-BACK-VALUE-DB2
      * An effective date earlier than the business date makes the
      * posting back-valued: only a payment or credit may carry one,
      * no further back than the account group's back-value limit.
      * The origination date becomes the effective date, so the
      * late-fee run counts the payment toward the due date it was
      * meant for, and BACKVAL records it for CBACT98A. With no
      * business-date control row the caller's processing date
      * stands in for it.
      *----------------------------------------------------------------*
       CHECK-BACK-VALUE-DB2.

           IF LK-IN-EFF-DT = SPACES OR LOW-VALUES
               SET BV-NOT-BACK-VALUED TO TRUE
           ELSE
               MOVE HOST-ACCT-GROUP-ID TO WS-BV-GROUP-ID
               MOVE LK-IN-EFF-DT       TO WS-BV-EFF-DATE
               IF WS-MQ-BIZ-DATE = SPACES
                   MOVE LK-IN-TRAN-PROC-DT TO WS-BV-BIZ-DATE
               ELSE
                   MOVE WS-MQ-BIZ-DATE     TO WS-BV-BIZ-DATE
               END-IF
               PERFORM BACKVAL-CHECK THRU BACKVAL-CHECK-EXIT
           END-IF

           EVALUATE TRUE
               WHEN BV-NOT-BACK-VALUED
                   CONTINUE
               WHEN BV-CHECK-ERROR
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE WS-BV-SQL-STATUS TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Rate Group - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN HOST-TRAN-AMT NOT < 0
                   SET RPC-RESP-EFFDT-OUT-OF-RANGE TO TRUE
                   MOVE 'Only a payment or credit may be back-valued...'
                     TO WS-RESP-MSG
               WHEN BV-FUTURE-DATE
                   SET RPC-RESP-EFFDT-OUT-OF-RANGE TO TRUE
                   MOVE 'Effective Date can NOT be in the future...'
                     TO WS-RESP-MSG
               WHEN BV-BEYOND-LIMIT
                   SET RPC-RESP-EFFDT-OUT-OF-RANGE TO TRUE
                   STRING 'Effective Date is past the back-value '
                          DELIMITED BY SIZE
                          'limit - earliest allowed is '
                          DELIMITED BY SIZE
                          WS-BV-EARLIEST-DATE
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN OTHER
                   MOVE LK-IN-EFF-DT TO HOST-TRAN-ORIG-TS
                   MOVE HOST-XREF-ACCT-ID TO WS-BV-ACCT-ID
                   MOVE HOST-TRAN-ID      TO WS-BV-TRAN-ID
                   COMPUTE WS-BV-CREDIT-AMT = 0 - HOST-TRAN-AMT
                   MOVE WS-PGMNAME        TO WS-BV-SOURCE-PGM
                   MOVE LK-IN-USER-ID     TO WS-BV-USER-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     RECORD-BACK-VALUE-DB2
      * In the posting's unit of work, so a posting that rolls back
      * leaves no BACKVAL row behind. A queued item has no posting
      * date yet - CBACT98A takes it from TRANSACT once applied.
      *----------------------------------------------------------------*
       RECORD-BACK-VALUE-DB2.

           PERFORM BACKVAL-RECORD THRU BACKVAL-RECORD-EXIT

           IF WS-BV-SQL-STATUS NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE WS-BV-SQL-STATUS TO WS-SQLCODE-DISPLAY
               STRING 'Unable to record Back-Value - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-DUPLICATE-TRAN-DB2
      * Clearing-file replays and double-keying post the same charge
      * rejected outright; a near match inside the lookback window
      * posts only when the operator confirms with the 'O' override,
      * so a genuine repeat purchase can still go through
      * deliberately. Items still pending on the memo-post queue
      * are checked alongside the posted ones.
      *----------------------------------------------------------------*
       CHECK-DUPLICATE-TRAN-DB2.

                 INTO HOST-DAY-END-TS

               EXEC SQL
                   SELECT
                     (SELECT COUNT(*)
                      FROM TRANSACT
                      WHERE TRAN_CARD_NUM = :HOST-TRAN-CARD-NUM
                      AND   TRAN_MERCHANT_ID = :HOST-TRAN-MERCHANT-ID
                      AND   TRAN_AMT = :HOST-TRAN-AMT
                      AND   TRAN_ORIG_TS >= :HOST-DAY-START-TS
                      AND   TRAN_ORIG_TS <= :HOST-DAY-END-TS)
                   + (SELECT COUNT(*)
                      FROM MEMOPOST
                      WHERE MP_CARD_NUM = :HOST-TRAN-CARD-NUM
                      AND   MP_MERCHANT_ID = :HOST-TRAN-MERCHANT-ID
                      AND   MP_TRAN_AMT = :HOST-TRAN-AMT
                      AND   MP_ORIG_TS >= :HOST-DAY-START-TS
                      AND   MP_ORIG_TS <= :HOST-DAY-END-TS
                      AND   MP_STATUS = 'P')
                   INTO :HOST-DUP-EXACT-CNT
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC

               EVALUATE TRUE
             INTO HOST-DUP-WINDOW-START-TS

           EXEC SQL
               SELECT
                 (SELECT COUNT(*)
                  FROM TRANSACT
                  WHERE TRAN_CARD_NUM = :HOST-TRAN-CARD-NUM
                  AND   TRAN_MERCHANT_ID = :HOST-TRAN-MERCHANT-ID
                  AND   TRAN_AMT = :HOST-TRAN-AMT
                  AND   TRAN_ORIG_TS >= :HOST-DUP-WINDOW-START-TS
                  AND   TRAN_ORIG_TS < :HOST-DAY-START-TS)
               + (SELECT COUNT(*)
                  FROM MEMOPOST
                  WHERE MP_CARD_NUM = :HOST-TRAN-CARD-NUM
                  AND   MP_MERCHANT_ID = :HOST-TRAN-MERCHANT-ID
                  AND   MP_TRAN_AMT = :HOST-TRAN-AMT
                  AND   MP_ORIG_TS >= :HOST-DUP-WINDOW-START-TS
                  AND   MP_ORIG_TS < :HOST-DAY-START-TS
                  AND   MP_STATUS = 'P')
               INTO :HOST-DUP-NEAR-CNT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE = 0

      *----------------------------------------------------------------*
      *                    COUNT-SAME-DAY-ACTIVITY
      * Charges still pending on the memo-post queue were all taken
      * since the batch window opened, so they count as today's.
      *----------------------------------------------------------------*
       COUNT-SAME-DAY-ACTIVITY.

             INTO HOST-DAY-END-TS

           EXEC SQL
               SELECT
                 (SELECT COUNT(*)
                  FROM TRANSACT
                  WHERE TRAN_CARD_NUM = :HOST-TRAN-CARD-NUM
                  AND   TRAN_AMT > 0
                  AND   TRAN_PROC_TS >= :HOST-DAY-START-TS
                  AND   TRAN_PROC_TS <= :HOST-DAY-END-TS)
               + (SELECT COUNT(*)
                  FROM MEMOPOST
                  WHERE MP_CARD_NUM = :HOST-TRAN-CARD-NUM
                  AND   MP_TRAN_AMT > 0
                  AND   MP_STATUS = 'P'),
                 (SELECT COALESCE(SUM(TRAN_AMT), 0)
                  FROM TRANSACT
                  WHERE TRAN_CARD_NUM = :HOST-TRAN-CARD-NUM
                  AND   TRAN_AMT > 0
                  AND   TRAN_PROC_TS >= :HOST-DAY-START-TS
                  AND   TRAN_PROC_TS <= :HOST-DAY-END-TS)
               + (SELECT COALESCE(SUM(MP_TRAN_AMT), 0)
                  FROM MEMOPOST
                  WHERE MP_CARD_NUM = :HOST-TRAN-CARD-NUM
                  AND   MP_TRAN_AMT > 0
                  AND   MP_STATUS = 'P')
               INTO :HOST-DAY-TRAN-CNT, :HOST-DAY-TRAN-AMT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
      * account's open authorization holds count against open-to-buy
      * alongside the posted balance, except the hold this very
      * charge is matching - that would count the same swipe twice.
      * Items pending on the memo-post queue count too: a queued
      * charge uses open-to-buy at once, a queued payment restores
      * it, though neither has reached ACCT-CURR-BAL yet.
      *----------------------------------------------------------------*
       CHECK-CREDIT-LIMIT.

               COMPUTE WS-PROJECTED-BAL =
                   ACCT-CURR-BAL + HOST-AUTH-OPEN-TOTAL
                   + (HOST-AUTH-REMAINING - HOST-AUTH-CAPTURE-AMT)
                   + WS-MQ-PENDING-AMT
                   + HOST-TRAN-AMT
               IF WS-PROJECTED-BAL > ACCT-CREDIT-LIMIT
                   SET RPC-RESP-OVER-LIMIT TO TRUE

      *    A cash advance is additionally capped by the account's
      *    separate cash credit limit, measured against the cash
      *    balance bucket alone (plus cash advances still queued).
           IF RPC-RESP-OK
              AND TRAN-TYPE-IS-CASH-ADV
              AND HOST-TRAN-AMT > 0
               IF HOST-ACCT-CASH-BAL + WS-MQ-PENDING-CASH
                  + HOST-TRAN-AMT > HOST-ACCT-CASH-LIMIT
                   SET RPC-RESP-OVER-CASH-LIMIT TO TRUE
                   MOVE
                   'Cash advance declined - would exceed the account

      *----------------------------------------------------------------*
      *                     MARK-AUTH-MATCHED-DB2
      * Runs inside INSERT-TRANSACT-DB2's (or QUEUE-MEMO-POST-DB2's)
      * unit of work, before its COMMIT, so the hold draw-down and
      * the posted (or queued) transaction stand or fall together.
      * Issues no COMMIT/ROLLBACK of its own. A capture that exhausts
      * the hold's remainder closes it (status Matched); a partial
      * capture just records the draw-down and leaves the hold open
      * for the next shipment.
      *----------------------------------------------------------------*
       MARK-AUTH-MATCHED-DB2.


      *----------------------------------------------------------------*
      *                    DEDUCT-REWARD-POINTS-DB2
      * Runs inside INSERT-TRANSACT-DB2's (or QUEUE-MEMO-POST-DB2's)
      * unit of work, before its COMMIT, so the statement credit and
      * the points draw-down stand or fall together. The balance
      * predicate re-checks the points under the update lock - a
      * concurrent redemption that got there first fails this one
      * cleanly.
      *----------------------------------------------------------------*
       DEDUCT-REWARD-POINTS-DB2.

           IF HOST-TRAN-AMT > 0
               PERFORM READ-FRAUD-THRESHOLD-DB2
               IF FRD-THRESHOLD-FOUND
                   PERFORM CHECK-CARD-WATCH-DB2
                   IF HOST-TRAN-AMT > HOST-FRD-THRESHOLD-AMT
      * A declared trip covering the transaction date keeps the
      * charge off the analysts' queue - the review row still
                       END-IF
                       PERFORM WRITE-FRAUD-REVIEW-DB2
                       PERFORM WRITE-LARGE-TRAN-NOTIFY-DB2
      * An item bound for the analysts' queue also texts the
      * cardholder to confirm or deny the charge - see CBACT96A.
                       IF FRD-REVIEW-WRITTEN
                          AND HOST-FRD-STATUS-OVERRIDE = 'O'
                           PERFORM WRITE-FRAUD-VERIFY-SMS-DB2
                       END-IF
                   END-IF
               END-IF
           END-IF.
               SET TRAVEL-NOTICE-COVERS TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                    CHECK-CARD-WATCH-DB2
      * A card under enhanced monitoring on the transaction date has
      * its review threshold tightened, so smaller charges reach the
      * analysts. The FRDREVW row carries the tightened figure.
      *----------------------------------------------------------------*
       CHECK-CARD-WATCH-DB2.

           EXEC SQL
               SELECT CWT_THRESHOLD_PCT
               INTO :HOST-CWT-THRESHOLD-PCT
               FROM CRDWATCH
               WHERE CWT_CARD_NUM = :HOST-TRAN-CARD-NUM
               AND   CWT_START_DATE <= :LK-IN-TRAN-PROC-DT
               AND   CWT_END_DATE >= :LK-IN-TRAN-PROC-DT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF HOST-CWT-THRESHOLD-PCT > 0
                      AND HOST-CWT-THRESHOLD-PCT < 100
                       COMPUTE HOST-FRD-THRESHOLD-AMT ROUNDED =
                           HOST-FRD-THRESHOLD-AMT
                           * HOST-CWT-THRESHOLD-PCT / 100
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING CRDWATCH - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-FRAUD-THRESHOLD-DB2
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       WRITE-FRAUD-REVIEW-DB2.

           SET FRD-REVIEW-NOT-WRITTEN TO TRUE

           EXEC SQL
               SELECT NEXT VALUE FOR FRD_REVIEW_ID_SEQ
               INTO :HOST-FRD-REVIEW-ID-SEQ
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   SET FRD-REVIEW-WRITTEN TO TRUE
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   EXEC SQL COMMIT END-EXEC
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 WRITE-FRAUD-VERIFY-SMS-DB2
      *----------------------------------------------------------------*
      * Texts the cardholder about the charge just queued for review,
      * asking for a YES or NO reply, and links the text to the
      * review item on FRDSMS so CBACT96A can apply the reply. The
      * NOTIFY_ID the queue insert drew is read back from its
      * sequence. The text and its FRDSMS row commit together; a
      * failure leaves the item with the analysts as before.
      *----------------------------------------------------------------*
       WRITE-FRAUD-VERIFY-SMS-DB2.

           MOVE HOST-TRAN-AMT      TO WS-TRAN-AMT-E
           MOVE HOST-XREF-ACCT-ID  TO WS-NOTIFY-ACCT-ID
           MOVE HOST-TRAN-CARD-NUM TO WS-NOTIFY-CARD-NUM
           SET NOTIFY-TYPE-FRAUD-VERIFY TO TRUE
           MOVE SPACES TO WS-NOTIFY-MSG
           STRING 'Fraud check: did you make a charge of '
                  DELIMITED BY SIZE
                  WS-TRAN-AMT-E           DELIMITED BY SIZE
                  ' on your card? Reply YES or NO'
                  DELIMITED BY SIZE
             INTO WS-NOTIFY-MSG
           END-STRING

           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT

           IF NOTIFY-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               MOVE WS-NOTIFY-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING NOTIFY_QUEUE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           ELSE
               EXEC SQL
                   SELECT PREVIOUS VALUE FOR NOTIFY_ID_SEQ
                   INTO :FSM-NOTIFY-ID
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC

               IF SQLCODE = 0
                   MOVE HOST-FRD-REVIEW-ID TO FSM-REVIEW-ID
                   MOVE HOST-XREF-ACCT-ID  TO FSM-ACCT-ID
                   MOVE HOST-TRAN-CARD-NUM TO FSM-CARD-NUM
                   SET FSM-STATUS-AWAITING TO TRUE
                   MOVE WS-NOTIFY-TS       TO FSM-SENT-TS

                   EXEC SQL
                       INSERT INTO FRDSMS
                       (FSM_REVIEW_ID, FSM_NOTIFY_ID, FSM_ACCT_ID,
                        FSM_CARD_NUM, FSM_STATUS, FSM_SENT_TS,
                        FSM_REPLY_TEXT, FSM_REPLY_TS, FSM_CASE_ID)
                       VALUES
                       (:FSM-REVIEW-ID, :FSM-NOTIFY-ID, :FSM-ACCT-ID,
                        :FSM-CARD-NUM, :FSM-STATUS, :FSM-SENT-TS,
                        ' ', ' ', 0)
                   END-EXEC
               END-IF

               EVALUATE SQLCODE
                   WHEN 0
                       EXEC SQL COMMIT END-EXEC
                   WHEN OTHER
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       EXEC SQL ROLLBACK END-EXEC
                       DISPLAY 'ERROR INSERTING FRDSMS - SQLCODE: '
                               WS-SQLCODE-DISPLAY
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                 CHECK-ALERT-SUBSCRIPTIONS-DB2
      * The cardholder's own alert rules (COALR01A), evaluated where
      * one alert, not one per transaction while over. Card-not-
      * present fires on every CNP debit. The date-driven rules
      * (payment due) belong to the nightly CBACT64A run, not here.
      * The balance judged includes items pending on the memo-post
      * queue, as the cardholder sees it.
      *----------------------------------------------------------------*
       CHECK-ALERT-SUBSCRIPTIONS-DB2.

           COMPUTE WS-PRE-POST-BAL =
               HOST-ACCT-CURR-BAL + WS-MQ-PENDING-AMT
           COMPUTE WS-NEW-ACCT-BAL =
               WS-PRE-POST-BAL + HOST-TRAN-AMT
           SET ALS-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
                           WS-SQLCODE-DISPLAY
                   SET ALS-CURSOR-EOF TO TRUE
               WHEN HOST-ALS-ALERT-TYPE = 'B'
                AND WS-PRE-POST-BAL < HOST-ALS-THRESHOLD
                AND WS-NEW-ACCT-BAL >= HOST-ALS-THRESHOLD
                   PERFORM WRITE-BAL-THRESH-NOTIFY-DB2
               WHEN HOST-ALS-ALERT-TYPE = 'N'
      * rather than a plain SELECT INTO, which would fail with
      * SQLCODE -811 (more than one row) once a second card exists -
      * the same fix applied to COCRDSLA's READ-CARD-BY-ACCT.
      * Virtual card numbers (VIRTCARD) are passed over - an item
      * keyed against the account posts to a plastic card.
      *----------------------------------------------------------------*
       READ-CXACAIX-FILE.

               AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                       FROM CXACAIX
                                       WHERE XREF_ACCT_ID =
                                             :HOST-XREF-ACCT-ID
                                       AND NOT EXISTS
                                         (SELECT 1 FROM VIRTCARD
                                          WHERE VCN_CARD_NUM =
                                                XREF_CARD_NUM))
           END-EXEC

           EVALUATE SQLCODE
                :HOST-MERCH-MCC-CD)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM UPDATE-ACCOUNT-BALANCE
                   IF RPC-RESP-OK AND TRAN-TYPE-IS-PAYMENT
                       PERFORM TRACK-SETTLEMENT-DB2
                   END-IF
                   IF RPC-RESP-OK AND AUTH-HOLD-MATCHED
                       PERFORM MARK-AUTH-MATCHED-DB2
                   END-IF
                   IF RPC-RESP-OK AND TRAN-TYPE-IS-REDEMPTION
                       PERFORM DEDUCT-REWARD-POINTS-DB2
                   END-IF
                   IF RPC-RESP-OK AND VIRTUAL-CARD-FOUND
                       PERFORM RECORD-VIRTUAL-CARD-USE-DB2
                   END-IF
                   IF RPC-RESP-OK AND BV-ALLOWED
                       MOVE WS-BV-BIZ-DATE TO WS-BV-POST-DATE
                       PERFORM RECORD-BACK-VALUE-DB2
                   END-IF
                   IF RPC-RESP-OK AND HOST-TRAN-AMT < 0
                      AND NOT TRAN-TYPE-IS-PAYMENT
                      AND NOT TRAN-TYPE-IS-REDEMPTION
                       PERFORM MATCH-DISPUTE-CREDIT-DB2
                   END-IF
                   IF RPC-RESP-OK
                       EXEC SQL COMMIT END-EXEC
                       MOVE HOST-TRAN-ID TO LK-OUT-TRAN-ID
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    QUEUE-MEMO-POST-DB2
      * The end-of-day chain owns ACCTDAT tonight, so the item goes
      * to the memo-post queue instead of TRANSACT, with the TRAN_ID
      * already assigned - the caller gets the ID it will post
      * under, and CBACT77A applies it under the next business date.
      * The hold capture and the points draw-down are taken now, in
      * the same unit of work, so the hold stops suppressing open-to-
      * buy the moment the queued charge starts to. A queued
      * merchant credit is matched to open disputes (CSUTL2PL) when
      * CBACT77A applies it, in that item's unit of work.
      *----------------------------------------------------------------*
       QUEUE-MEMO-POST-DB2.

           EXEC SQL
               INSERT INTO MEMOPOST
               (MP_SEQ, MP_TRAN_ID, MP_ACCT_ID, MP_TRAN_TYPE_CD,
                MP_TRAN_CAT_CD, MP_TRAN_SOURCE, MP_TRAN_DESC,
                MP_TRAN_AMT, MP_CARD_NUM, MP_MERCHANT_ID,
                MP_MERCHANT_NAME, MP_MERCHANT_CITY, MP_MERCHANT_ZIP,
                MP_ORIG_TS, MP_ORIG_CURR_CD, MP_ORIG_AMT, MP_MCC_CD,
                MP_QUEUED_BIZ_DATE, MP_QUEUED_TS, MP_USER_ID,
                MP_SOURCE_PGM, MP_STATUS, MP_APPLIED_DATE,
                MP_APPLIED_TS, MP_REJECT_REASON)
               VALUES
               (NEXT VALUE FOR MEMOPOST_SEQ, :HOST-TRAN-ID,
                :HOST-XREF-ACCT-ID, :HOST-TRAN-TYPE-CD,
                :HOST-TRAN-CAT-CD, :HOST-TRAN-SOURCE,
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-TRAN-CARD-NUM, :HOST-TRAN-MERCHANT-ID,
                :HOST-TRAN-MERCHANT-NAME, :HOST-TRAN-MERCHANT-CITY,
                :HOST-TRAN-MERCHANT-ZIP, :HOST-TRAN-ORIG-TS,
                :HOST-TRAN-ORIG-CURR-CD, :HOST-TRAN-ORIG-AMT,
                :HOST-MERCH-MCC-CD, :WS-MQ-BIZ-DATE,
                CURRENT TIMESTAMP, :LK-IN-USER-ID, :WS-PGMNAME,
                'P', ' ', ' ', ' ')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF AUTH-HOLD-MATCHED
                       PERFORM MARK-AUTH-MATCHED-DB2
                   END-IF
                   IF RPC-RESP-OK AND TRAN-TYPE-IS-REDEMPTION
                       PERFORM DEDUCT-REWARD-POINTS-DB2
                   END-IF
                   IF RPC-RESP-OK AND VIRTUAL-CARD-FOUND
                       PERFORM RECORD-VIRTUAL-CARD-USE-DB2
                   END-IF
                   IF RPC-RESP-OK AND BV-ALLOWED
                       MOVE SPACES TO WS-BV-POST-DATE
                       PERFORM RECORD-BACK-VALUE-DB2
                   END-IF
                   IF RPC-RESP-OK
                       EXEC SQL COMMIT END-EXEC
                       MOVE HOST-TRAN-ID TO LK-OUT-TRAN-ID
                       MOVE 'Y' TO LK-OUT-MEMO-POSTED
                       STRING 'Memo-posted - applies after the nightly'
                              DELIMITED BY SIZE
                              ' run. Your Tran ID is '
                              DELIMITED BY SIZE
                              HOST-TRAN-ID
                              DELIMITED BY SPACE
                              '.'
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                   END-IF
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to queue Transaction - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 RECORD-VIRTUAL-CARD-USE-DB2
      * A debit that posts (or queues) on a locked or single-use
      * virtual number fixes the merchant it is held to, if no
      * authorization did so first, and a single-use number is
      * spent. Both in the posting's unit of work, so a posting
      * that rolls back leaves the number as it was.
      *----------------------------------------------------------------*
       RECORD-VIRTUAL-CARD-USE-DB2.

           IF HOST-TRAN-AMT > 0
              AND (VCN-MERCH-LOCKED OR VCN-SINGLE-USE)
               EXEC SQL
                   UPDATE VIRTCARD
                   SET VCN_FIRST_MERCH_ID = :HOST-TRAN-MERCHANT-ID
                   WHERE VCN_CARD_NUM = :VCN-CARD-NUM
                   AND   VCN_FIRST_MERCH_ID = 0
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET RPC-RESP-WRITE-ERROR TO TRUE
               END-IF
           END-IF

           IF RPC-RESP-OK AND HOST-TRAN-AMT > 0 AND VCN-SINGLE-USE
               EXEC SQL
                   UPDATE VIRTCARD
                   SET VCN_STATUS = 'U',
                       VCN_STATUS_TS = CURRENT TIMESTAMP
                   WHERE VCN_CARD_NUM = :VCN-CARD-NUM
                   AND   VCN_STATUS = 'A'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET RPC-RESP-WRITE-ERROR TO TRUE
               END-IF
           END-IF

           IF NOT RPC-RESP-OK
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to update virtual card - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                    UPDATE-ACCOUNT-BALANCE
      *----------------------------------------------------------------*

           SUBTRACT WS-ALLOC-REMAINING FROM HOST-ACCT-BAL-PURCHASES.

      *----------------------------------------------------------------*
      *                     TRACK-SETTLEMENT-DB2
      * Credits the payment to a settlement offer pending or active
      * on the account - none on file is not an error.
      *----------------------------------------------------------------*
       TRACK-SETTLEMENT-DB2.

           MOVE HOST-XREF-ACCT-ID       TO WS-STLT-ACCT-ID
           COMPUTE WS-STLT-PAY-AMT = 0 - HOST-TRAN-AMT
           MOVE HOST-TRAN-PROC-TS(1:10) TO WS-STLT-PAY-DATE
           PERFORM TRACK-SETTLEMENT-PAYMENT
              THRU TRACK-SETTLEMENT-PAYMENT-EXIT

           IF STLT-ERR-ON
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE WS-STLT-SQL-STATUS TO WS-SQLCODE-DISPLAY
               STRING 'Unable to update settlement offer - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                  MATCH-DISPUTE-CREDIT-DB2
      * A keyed merchant credit may be the refund of a charge the
      * cardholder has disputed - the dispute is settled in the
      * credit's unit of work (CSUTL2PL), dated by the business
      * date (the processing date when there is no control row).
      *----------------------------------------------------------------*
       MATCH-DISPUTE-CREDIT-DB2.

           MOVE WS-PGMNAME TO WS-PJ-JOB-NAME
           IF WS-MQ-BIZ-DATE = SPACES
               MOVE LK-IN-TRAN-PROC-DT TO WS-PJ-JOB-DATE
           ELSE
               MOVE WS-MQ-BIZ-DATE     TO WS-PJ-JOB-DATE
           END-IF
           MOVE HOST-TRAN-ID          TO WS-DCM-CREDIT-TRAN-ID
           MOVE HOST-XREF-ACCT-ID     TO WS-DCM-ACCT-ID
           MOVE HOST-TRAN-CARD-NUM    TO WS-DCM-CARD-NUM
           MOVE HOST-TRAN-MERCHANT-ID TO WS-DCM-MERCHANT-ID
           COMPUTE WS-DCM-CREDIT-AMT = 0 - HOST-TRAN-AMT
           MOVE WS-PGMNAME            TO WS-DCM-SOURCE-PGM
           MOVE HOST-TRAN-PROC-TS     TO WS-DCM-TRAN-TS
           PERFORM MATCH-CREDIT-TO-DISPUTE
              THRU MATCH-CREDIT-TO-DISPUTE-EXIT

           IF DCM-ERR-ON
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE WS-DCM-SQL-STATUS TO WS-SQLCODE-DISPLAY
               STRING 'Unable to match credit to dispute - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                     VERIFY-STAFF-CONFLICT
      * The cross-reference row the key edit just read carries both
      * the account and the card the item will post to.
      *----------------------------------------------------------------*
       VERIFY-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE XREF-ACCT-ID  TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE XREF-CARD-NUM TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                 WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
      *        Luhn check-digit procedures (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLLPL.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *   CHECK-BATCH-WINDOW / SUM-MEMO-PENDING (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLQPL.

      *----------------------------------------------------------------*
      *        TRACK-SETTLEMENT-PAYMENT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLOPL.

      *----------------------------------------------------------------*
      *        BACKVAL-CHECK / BACKVAL-RECORD (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLUPL.

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.

      *----------------------------------------------------------------*
      *      POSTJRNL-BEFORE / POSTJRNL-WRITE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLGPL.

      *----------------------------------------------------------------*
      *        MATCH-CREDIT-TO-DISPUTE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTL2PL.
