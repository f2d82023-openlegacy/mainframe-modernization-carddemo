      ******************************************************************
      * Copybook:    CSUTL2PL
      * Purpose:     Merchant credit to dispute matching logic. Called
      *              by a posting program immediately after it has
      *              posted a merchant credit (a negative-amount,
      *              non-payment item from a real merchant), inside
      *              the credit's unit of work. Looks for a dispute on
      *              the same card whose disputed charge was at the
      *              same merchant and that is still ours to settle -
      *              open, or approved but not yet sent to the network
      *              (CBACT41A) - preferring one for exactly the credit
      *              amount, then the oldest:
      *              - a credit equal to the amount still in dispute is
      *                a full match: the dispute is closed Credited, so
      *                CBACT17A never credits it provisionally and
      *                CBACT41A never charges the acquirer back;
      *              - a smaller credit is a partial match: the amount
      *                in dispute is reduced by it, so any provisional
      *                credit, chargeback or denial reversal still to
      *                come is for the remainder only;
      *              - either way our own dispute credit already on the
      *                account (CBACT17A's provisional credit, or the
      *                CODSP01A chargeback credit of an approved
      *                dispute not yet sent) is reversed for the
      *                covered amount, since the merchant's credit now
      *                stands in for it.
      *              A credit larger than the amount in dispute, one
      *              whose chargeback is already with the network, or
      *              one for exactly a disputed amount on the same card
      *              at a different merchant changes nothing and is
      *              logged as a near miss for review. Every match and
      *              near miss is logged on DSPCRMAT for the daily
      *              report CBDSP01A. Set WS-DCM-CREDIT-TRAN-ID,
      *              WS-DCM-ACCT-ID, WS-DCM-CARD-NUM, WS-DCM-MERCHANT-
      *              ID, WS-DCM-CREDIT-AMT (positive), WS-DCM-SOURCE-
      *              PGM and WS-DCM-TRAN-TS before the PERFORM. Issues
      *              no COMMIT/ROLLBACK of its own - the caller commits
      *              when DCM-ERR-OFF and rolls back when DCM-ERR-ON.
      *              Requires the fields declared in copybooks
      *              CSUTL2WY and CSUTLGWY (with WS-PJ-JOB-NAME /
      *              WS-PJ-JOB-DATE set) in the calling program's
      *              WORKING-STORAGE, and CSUTLGPL in its PROCEDURE
      *              DIVISION - the reversal is journaled like any
      *              other posting. The reversal is added to its
      *              monthly TRANSUM row through CSUTLWPL, so CSUTLWWY
      *              / CSUTLWPL are required as well.
      ******************************************************************
       MATCH-CREDIT-TO-DISPUTE.
           SET DCM-ERR-OFF TO TRUE
           SET DCM-RESULT-NONE TO TRUE
           MOVE SPACES TO WS-DCM-NEAR-REASON
           MOVE SPACES TO WS-DCM-REVERSAL-TRAN-ID
           MOVE 0      TO WS-DCM-DISPUTE-ID
           MOVE 0      TO WS-DCM-COVERED-AMT
           MOVE 0      TO WS-DCM-DSP-AMT

           IF WS-DCM-MERCHANT-ID NOT > 0
           OR WS-DCM-CREDIT-AMT NOT > 0
               GO TO MATCH-CREDIT-TO-DISPUTE-EXIT
           END-IF

      *    A won or lost network case is finished; one still sent or
      *    represented is only a near miss, so it sorts after those
      *    we can still settle.
           EXEC SQL
               SELECT D.DSP_DISPUTE_ID, D.DSP_STATUS, D.DSP_TRAN_AMT,
                      COALESCE(D.DSP_PROV_CREDIT_TRAN_ID, ' '),
                      COALESCE(D.DSP_PROV_REVERSAL_TRAN_ID, ' '),
                      COALESCE(D.DSP_NETWORK_STATUS, ' ')
               INTO :WS-DCM-DISPUTE-ID, :WS-DCM-DSP-STATUS,
                    :WS-DCM-DSP-AMT, :WS-DCM-PROV-TRAN-ID,
                    :WS-DCM-PROV-REV-TRAN-ID, :WS-DCM-NET-STATUS
               FROM DISPUTES D, TRANSACT T
               WHERE D.DSP_CARD_NUM     = :WS-DCM-CARD-NUM
               AND   T.TRAN_ID          = D.DSP_TRAN_ID
               AND   T.TRAN_MERCHANT_ID = :WS-DCM-MERCHANT-ID
               AND   D.DSP_TRAN_AMT     > 0
               AND  (D.DSP_STATUS = 'O'
                     OR (D.DSP_STATUS = 'A'
                         AND COALESCE(D.DSP_NETWORK_STATUS, ' ')
                             IN (' ', 'S', 'R')))
               ORDER BY
                     CASE WHEN COALESCE(D.DSP_NETWORK_STATUS, ' ')
                               = ' ' THEN 0 ELSE 1 END,
                     CASE WHEN D.DSP_TRAN_AMT = :WS-DCM-CREDIT-AMT
                          THEN 0 ELSE 1 END,
                     CASE WHEN D.DSP_TRAN_AMT >= :WS-DCM-CREDIT-AMT
                          THEN 0 ELSE 1 END,
                     D.DSP_CREATE_TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE TO WS-DCM-SQL-STATUS
           EVALUATE WS-DCM-SQL-STATUS
               WHEN 0
                   CONTINUE
               WHEN 100
                   GO TO MATCH-CREDIT-OTHER-MERCHANT
               WHEN OTHER
                   GO TO MATCH-CREDIT-TO-DISPUTE-ERROR
           END-EVALUATE

           IF WS-DCM-NET-STATUS NOT = ' '
               SET DCM-RESULT-NEAR-MISS TO TRUE
               MOVE 'SENT' TO WS-DCM-NEAR-REASON
               GO TO MATCH-CREDIT-LOG
           END-IF

           IF WS-DCM-CREDIT-AMT > WS-DCM-DSP-AMT
               SET DCM-RESULT-NEAR-MISS TO TRUE
               MOVE 'OVER' TO WS-DCM-NEAR-REASON
               GO TO MATCH-CREDIT-LOG
           END-IF

           MOVE WS-DCM-CREDIT-AMT TO WS-DCM-COVERED-AMT
           IF WS-DCM-COVERED-AMT = WS-DCM-DSP-AMT
               SET DCM-RESULT-FULL TO TRUE
           ELSE
               SET DCM-RESULT-PARTIAL TO TRUE
           END-IF

      *    Which of our own credits the merchant's now stands in for -
      *    an open dispute with a provisional credit not yet reversed,
      *    or an approved one whose chargeback credit was posted.
           MOVE WS-DCM-DISPUTE-ID TO WS-DCM-DISPUTE-ID-EDIT
           MOVE SPACES TO WS-DCM-REV-DESC
           EVALUATE TRUE
               WHEN WS-DCM-DSP-STATUS = 'A'
                   MOVE 'CH' TO WS-DCM-REV-TYPE-CD
                   STRING 'CHARGEBACK REVERSAL - DISPUTE '
                          WS-DCM-DISPUTE-ID-EDIT
                          DELIMITED BY SIZE
                     INTO WS-DCM-REV-DESC
               WHEN WS-DCM-PROV-TRAN-ID NOT = ' '
                AND WS-DCM-PROV-REV-TRAN-ID = ' '
                   MOVE 'PC' TO WS-DCM-REV-TYPE-CD
                   STRING 'PROV CREDIT REVERSAL - DISPUTE '
                          WS-DCM-DISPUTE-ID-EDIT
                          DELIMITED BY SIZE
                     INTO WS-DCM-REV-DESC
               WHEN OTHER
                   GO TO MATCH-CREDIT-UPDATE-DISPUTE
           END-EVALUATE

           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :WS-DCM-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE TO WS-DCM-SQL-STATUS
           IF WS-DCM-SQL-STATUS NOT = 0
               GO TO MATCH-CREDIT-TO-DISPUTE-ERROR
           END-IF

           MOVE WS-DCM-ID-SEQ     TO WS-DCM-TRAN-ID-N
           MOVE WS-DCM-TRAN-ID-N  TO WS-DCM-REVERSAL-TRAN-ID
           MOVE WS-DCM-COVERED-AMT TO WS-DCM-REV-AMT

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:WS-DCM-REVERSAL-TRAN-ID, :WS-DCM-REV-TYPE-CD, 0,
                'DISPUTE', :WS-DCM-REV-DESC, :WS-DCM-REV-AMT,
                :WS-DCM-CARD-NUM, :WS-DCM-TRAN-TS, :WS-DCM-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-DCM-REVERSAL-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           MOVE SQLCODE TO WS-DCM-SQL-STATUS
           IF WS-DCM-SQL-STATUS NOT = 0
               GO TO MATCH-CREDIT-TO-DISPUTE-ERROR
           END-IF

      *    The reversal is a positive re-charge of the purchase the
      *    dispute credit came off, so it lands in the cycle debit
      *    bucket and back on purchases.
           MOVE WS-DCM-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE WS-DCM-REVERSAL-TRAN-ID TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL = ACCT_CURR_BAL + :WS-DCM-REV-AMT,
                   ACCT_CURR_CYC_DEBIT =
                       ACCT_CURR_CYC_DEBIT + :WS-DCM-REV-AMT,
                   ACCT_BAL_PURCHASES =
                       COALESCE(ACCT_BAL_PURCHASES, 0)
                       + :WS-DCM-REV-AMT
               WHERE ACCT_ID = :WS-DCM-ACCT-ID
           END-EXEC
           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           MOVE SQLCODE TO WS-DCM-SQL-STATUS
           IF WS-DCM-SQL-STATUS NOT = 0
               GO TO MATCH-CREDIT-TO-DISPUTE-ERROR
           END-IF

      *    A provisional credit taken back in full is stamped reversed
      *    so the denial pass in CBACT17A can never take it back again.
           IF WS-DCM-REV-TYPE-CD = 'PC' AND DCM-RESULT-FULL
               MOVE WS-DCM-REVERSAL-TRAN-ID TO WS-DCM-PROV-REV-TRAN-ID
           END-IF
           .
       MATCH-CREDIT-UPDATE-DISPUTE.
           IF NOT DCM-RESULT-FULL
               GO TO MATCH-CREDIT-REDUCE-DISPUTE
           END-IF

           EXEC SQL
               UPDATE DISPUTES
               SET DSP_STATUS     = 'C',
                   DSP_TRAN_AMT   = DSP_TRAN_AMT - :WS-DCM-COVERED-AMT,
                   DSP_CREDIT_TRAN_ID = :WS-DCM-CREDIT-TRAN-ID,
                   DSP_CREDIT_MATCHED_AMT =
                       COALESCE(DSP_CREDIT_MATCHED_AMT, 0)
                       + :WS-DCM-COVERED-AMT,
                   DSP_PROV_REVERSAL_TRAN_ID = :WS-DCM-PROV-REV-TRAN-ID,
                   DSP_RESOLVE_TS = :WS-DCM-TRAN-TS
               WHERE DSP_DISPUTE_ID = :WS-DCM-DISPUTE-ID
           END-EXEC
           GO TO MATCH-CREDIT-DISPUTE-UPDATED
           .
       MATCH-CREDIT-REDUCE-DISPUTE.
           EXEC SQL
               UPDATE DISPUTES
               SET DSP_TRAN_AMT   = DSP_TRAN_AMT - :WS-DCM-COVERED-AMT,
                   DSP_CREDIT_TRAN_ID = :WS-DCM-CREDIT-TRAN-ID,
                   DSP_CREDIT_MATCHED_AMT =
                       COALESCE(DSP_CREDIT_MATCHED_AMT, 0)
                       + :WS-DCM-COVERED-AMT
               WHERE DSP_DISPUTE_ID = :WS-DCM-DISPUTE-ID
           END-EXEC
           .
       MATCH-CREDIT-DISPUTE-UPDATED.
           MOVE SQLCODE TO WS-DCM-SQL-STATUS
           IF WS-DCM-SQL-STATUS NOT = 0
               GO TO MATCH-CREDIT-TO-DISPUTE-ERROR
           END-IF
           GO TO MATCH-CREDIT-LOG
           .
       MATCH-CREDIT-OTHER-MERCHANT.
      *    Nothing at this merchant - an unsettled dispute on the card
      *    for exactly the credit amount may be the same purchase
      *    refunded under another merchant ID.
           EXEC SQL
               SELECT DSP_DISPUTE_ID, DSP_TRAN_AMT
               INTO :WS-DCM-DISPUTE-ID, :WS-DCM-DSP-AMT
               FROM DISPUTES
               WHERE DSP_CARD_NUM = :WS-DCM-CARD-NUM
               AND   DSP_TRAN_AMT = :WS-DCM-CREDIT-AMT
               AND  (DSP_STATUS = 'O'
                     OR (DSP_STATUS = 'A'
                         AND COALESCE(DSP_NETWORK_STATUS, ' ')
                             = ' '))
               ORDER BY DSP_CREATE_TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE TO WS-DCM-SQL-STATUS
           EVALUATE WS-DCM-SQL-STATUS
               WHEN 0
                   SET DCM-RESULT-NEAR-MISS TO TRUE
                   MOVE 'MRCH' TO WS-DCM-NEAR-REASON
               WHEN 100
                   GO TO MATCH-CREDIT-TO-DISPUTE-EXIT
               WHEN OTHER
                   GO TO MATCH-CREDIT-TO-DISPUTE-ERROR
           END-EVALUATE
           .
       MATCH-CREDIT-LOG.
           EXEC SQL
               SELECT NEXT VALUE FOR DCM_MATCH_ID_SEQ
               INTO :WS-DCM-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE TO WS-DCM-SQL-STATUS
           IF WS-DCM-SQL-STATUS NOT = 0
               GO TO MATCH-CREDIT-TO-DISPUTE-ERROR
           END-IF

           EXEC SQL
               INSERT INTO DSPCRMAT
               (DCM_MATCH_ID, DCM_DISPUTE_ID, DCM_CREDIT_TRAN_ID,
                DCM_ACCT_ID, DCM_CARD_NUM, DCM_MERCHANT_ID,
                DCM_CREDIT_AMT, DCM_DISPUTE_AMT, DCM_COVERED_AMT,
                DCM_MATCH_TYPE, DCM_NEAR_REASON,
                DCM_REVERSAL_TRAN_ID, DCM_SOURCE_PGM, DCM_BUS_DATE,
                DCM_MATCH_TS)
               VALUES
               (:WS-DCM-ID-SEQ, :WS-DCM-DISPUTE-ID,
                :WS-DCM-CREDIT-TRAN-ID, :WS-DCM-ACCT-ID,
                :WS-DCM-CARD-NUM, :WS-DCM-MERCHANT-ID,
                :WS-DCM-CREDIT-AMT, :WS-DCM-DSP-AMT,
                :WS-DCM-COVERED-AMT, :WS-DCM-RESULT,
                :WS-DCM-NEAR-REASON, :WS-DCM-REVERSAL-TRAN-ID,
                :WS-DCM-SOURCE-PGM, :WS-PJ-JOB-DATE,
                CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE TO WS-DCM-SQL-STATUS
           IF WS-DCM-SQL-STATUS NOT = 0
               GO TO MATCH-CREDIT-TO-DISPUTE-ERROR
           END-IF
           GO TO MATCH-CREDIT-TO-DISPUTE-EXIT
           .
       MATCH-CREDIT-TO-DISPUTE-ERROR.
           SET DCM-ERR-ON TO TRUE
           MOVE WS-DCM-SQL-STATUS TO WS-DCM-SQLCODE-DISPLAY
           DISPLAY 'ERROR MATCHING CREDIT ' WS-DCM-CREDIT-TRAN-ID
                   ' TO DISPUTES, SQLCODE: '
                   WS-DCM-SQLCODE-DISPLAY
           .
       MATCH-CREDIT-TO-DISPUTE-EXIT.
           EXIT.
