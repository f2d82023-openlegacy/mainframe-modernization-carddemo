      ******************************************************************
      * Copybook:    CSUTLOPL
      * Purpose:     Settlement payment tracking logic. Credits a
      *              payment to the account's settlement offer
      *              (SETTLE) if one is pending or active - an
      *              account with no offer is not an error. Set
      *              WS-STLT-ACCT-ID, WS-STLT-PAY-AMT (positive, what
      *              the debtor paid) and WS-STLT-PAY-DATE before the
      *              PERFORM. Issues no COMMIT/ROLLBACK of its own -
      *              the caller owns the unit of work, so a payment
      *              and its credit to the offer stand or fall
      *              together. Answers through WS-STLT-ERR-FLG /
      *              WS-STLT-SQL-STATUS. Requires the fields declared
      *              in copybook CSUTLOWY in the calling program's
      *              WORKING-STORAGE.
      ******************************************************************
       TRACK-SETTLEMENT-PAYMENT.
           SET STLT-ERR-OFF TO TRUE

           EXEC SQL
               UPDATE SETTLE
               SET STL_PAID_AMT = STL_PAID_AMT + :WS-STLT-PAY-AMT,
                   STL_LAST_PAY_DATE = :WS-STLT-PAY-DATE
               WHERE STL_ACCT_ID = :WS-STLT-ACCT-ID
               AND   STL_STATUS IN ('P', 'A')
           END-EXEC

           MOVE SQLCODE TO WS-STLT-SQL-STATUS

           IF WS-STLT-SQL-STATUS = 100
               MOVE ZEROS TO WS-STLT-SQL-STATUS
           END-IF

           IF WS-STLT-SQL-STATUS NOT = 0
               SET STLT-ERR-ON TO TRUE
           END-IF
           .
       TRACK-SETTLEMENT-PAYMENT-EXIT.
           EXIT.
