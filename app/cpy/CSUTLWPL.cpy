      ******************************************************************
      * Copybook:    CSUTLWPL
      * Purpose:     Generic monthly transaction summary posting logic
      *              against table TRANSUM (layout CVTSM01Y). Every
      *              program that inserts into TRANSACT - online or
      *              batch - performs TRANSUM-POST immediately after a
      *              successful insert, with WS-TSUM-TRAN-ID set to the
      *              new TRAN_ID. The row just inserted is read back
      *              (so each caller needs no knowledge of the summary
      *              key), its account found through CXACAIX (account
      *              0 when the card has no cross-reference, so the
      *              summary still balances to the detail), and its
      *              count and amount added to the summary row for its
      *              account, posting month, type, category, merchant
      *              and MCC - the row is created on first use. Issues
      *              no COMMIT/ROLLBACK of its own - the summary update
      *              shares the caller's unit of work and commits (or
      *              rolls back) with the transaction. SQLCODE is left
      *              as the result of the last summary statement, so a
      *              caller that tests SQLCODE after its insert treats
      *              a summary failure exactly like a failed insert;
      *              WS-TSUM-ERR-FLG is also set. Requires the fields
      *              declared in copybook CSUTLWWY in the calling
      *              program's WORKING-STORAGE.
      ******************************************************************
       TRANSUM-POST.
           SET TSUM-ERR-OFF TO TRUE

           EXEC SQL
               SELECT COALESCE(X.XREF_ACCT_ID, 0),
                      SUBSTR(T.TRAN_PROC_TS, 1, 7),
                      T.TRAN_TYPE_CD, T.TRAN_CAT_CD,
                      COALESCE(T.TRAN_MERCHANT_ID, 0),
                      COALESCE(T.TRAN_MCC_CD, 0),
                      COALESCE(T.TRAN_MERCHANT_NAME, ' '),
                      T.TRAN_AMT,
                      COALESCE(T.TRAN_ORIG_TS, T.TRAN_PROC_TS)
               INTO :WS-TSUM-ACCT-ID, :WS-TSUM-MONTH,
                    :WS-TSUM-TYPE-CD, :WS-TSUM-CAT-CD,
                    :WS-TSUM-MERCHANT-ID, :WS-TSUM-MCC-CD,
                    :WS-TSUM-MERCHANT-NAME,
                    :WS-TSUM-TRAN-AMT, :WS-TSUM-ORIG-TS
               FROM TRANSACT T
               LEFT OUTER JOIN CXACAIX X
                 ON X.XREF_CARD_NUM = T.TRAN_CARD_NUM
               WHERE T.TRAN_ID = :WS-TSUM-TRAN-ID
           END-EXEC

           MOVE SQLCODE TO WS-TSUM-SQL-STATUS

           IF WS-TSUM-SQL-STATUS NOT = 0
               SET TSUM-ERR-ON TO TRUE
               GO TO TRANSUM-POST-EXIT
           END-IF

      *    Spend is the positive side only - the year-end and
      *    recurring-charge reports leave credits out of it.
           IF WS-TSUM-TRAN-AMT > 0
               MOVE 1 TO WS-TSUM-SPEND-CNT
               MOVE WS-TSUM-TRAN-AMT TO WS-TSUM-SPEND-AMT
           ELSE
               MOVE 0 TO WS-TSUM-SPEND-CNT
               MOVE 0 TO WS-TSUM-SPEND-AMT
           END-IF

           PERFORM TRANSUM-ADD THRU TRANSUM-ADD-EXIT

           IF WS-TSUM-SQL-STATUS = 100
               EXEC SQL
                   INSERT INTO TRANSUM
                   (TSUM_ACCT_ID, TSUM_MONTH, TSUM_TYPE_CD,
                    TSUM_CAT_CD, TSUM_MERCHANT_ID, TSUM_MCC_CD,
                    TSUM_MERCHANT_NAME, TSUM_TRAN_CNT,
                    TSUM_TRAN_AMT, TSUM_SPEND_CNT, TSUM_SPEND_AMT,
                    TSUM_LAST_ORIG_TS)
                   VALUES
                   (:WS-TSUM-ACCT-ID, :WS-TSUM-MONTH,
                    :WS-TSUM-TYPE-CD, :WS-TSUM-CAT-CD,
                    :WS-TSUM-MERCHANT-ID, :WS-TSUM-MCC-CD,
                    :WS-TSUM-MERCHANT-NAME, 1,
                    :WS-TSUM-TRAN-AMT, :WS-TSUM-SPEND-CNT,
                    :WS-TSUM-SPEND-AMT, :WS-TSUM-ORIG-TS)
               END-EXEC
               MOVE SQLCODE TO WS-TSUM-SQL-STATUS
      *        Another posting created the row first - add to it.
               IF WS-TSUM-SQL-STATUS = -803
                   PERFORM TRANSUM-ADD THRU TRANSUM-ADD-EXIT
               END-IF
           END-IF

           IF WS-TSUM-SQL-STATUS NOT = 0
               SET TSUM-ERR-ON TO TRUE
               MOVE WS-TSUM-SQL-STATUS TO SQLCODE
           END-IF
           .
       TRANSUM-POST-EXIT.
           EXIT.

       TRANSUM-ADD.
           EXEC SQL
               UPDATE TRANSUM
               SET TSUM_TRAN_CNT  = TSUM_TRAN_CNT + 1,
                   TSUM_TRAN_AMT  = TSUM_TRAN_AMT + :WS-TSUM-TRAN-AMT,
                   TSUM_SPEND_CNT =
                       TSUM_SPEND_CNT + :WS-TSUM-SPEND-CNT,
                   TSUM_SPEND_AMT =
                       TSUM_SPEND_AMT + :WS-TSUM-SPEND-AMT,
                   TSUM_MERCHANT_NAME =
                       CASE WHEN :WS-TSUM-MERCHANT-NAME = ' '
                            THEN TSUM_MERCHANT_NAME
                            ELSE :WS-TSUM-MERCHANT-NAME END,
                   TSUM_LAST_ORIG_TS =
                       CASE WHEN :WS-TSUM-ORIG-TS > TSUM_LAST_ORIG_TS
                            THEN :WS-TSUM-ORIG-TS
                            ELSE TSUM_LAST_ORIG_TS END
               WHERE TSUM_ACCT_ID     = :WS-TSUM-ACCT-ID
               AND   TSUM_MONTH       = :WS-TSUM-MONTH
               AND   TSUM_TYPE_CD     = :WS-TSUM-TYPE-CD
               AND   TSUM_CAT_CD      = :WS-TSUM-CAT-CD
               AND   TSUM_MERCHANT_ID = :WS-TSUM-MERCHANT-ID
               AND   TSUM_MCC_CD      = :WS-TSUM-MCC-CD
           END-EXEC

           MOVE SQLCODE TO WS-TSUM-SQL-STATUS
           .
       TRANSUM-ADD-EXIT.
           EXIT.
