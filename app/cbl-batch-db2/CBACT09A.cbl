      ******************************************************************
      * Modification History
      * 2026-08-08 - New batch job: account-inactivity review
      * 2026-10-15 - Last activity taken from the monthly TRANSUM
      *              summary instead of scanning TRANSACT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT09A.
      *----------------------------------------------------------------*
      *                      2100-CHECK-LAST-ACTIVITY
      * Finds the most recent transaction timestamp across every card
      * tied to this account (the latest TSUM_LAST_ORIG_TS on the
      * account's TRANSUM rows - CSUTLWPL keys them by the CXACAIX
      * account of the card) and flags the account if that timestamp
      * is missing entirely or older than the inactivity threshold.
      *----------------------------------------------------------------*
       2100-CHECK-LAST-ACTIVITY.
           SET ACCT-HAS-ACTIVITY TO TRUE

           EXEC SQL
               SELECT MAX(TSUM_LAST_ORIG_TS)
               INTO :HOST-LAST-TRAN-TS
               FROM TRANSUM
               WHERE TSUM_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           MOVE SQLCODE TO WS-LAST-TRAN-SQL-STATUS
