      * 2026-09-02 - New batch job: nightly payment-due alert
      *              evaluation for customer subscriptions
      ******************************************************************
      * 2026-10-15 - No payment-due alert while the account is
      *              under a bankruptcy stay or discharge (BANKRPT)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT64A.
       AUTHOR.     AWS.
           MOVE ZEROS TO WS-ALERT-ERRORS
           SET SUB-CURSOR-NOT-EOF TO TRUE

      *    A "payment due" reminder to a debtor under a bankruptcy
      *    stay or discharge is a demand for payment - those
      *    accounts are left out of the walk entirely.
           EXEC SQL
               DECLARE CUR-DUE-SUBS CURSOR FOR
               SELECT S.ALS_ACCT_ID, S.ALS_THRESHOLD,
               AND   A.ACCT_ACTIVE_STATUS = 'Y'
               AND   A.ACCT_CURR_BAL > 0
               AND   A.ACCT_PAYMENT_DUE_DATE > ' '
               AND   NOT EXISTS
                     (SELECT 1 FROM BANKRPT B
                      WHERE B.BKR_ACCT_ID = S.ALS_ACCT_ID
                      AND   B.BKR_STATUS IN ('F', 'D'))
               ORDER BY S.ALS_ACCT_ID
           END-EXEC

