      *               CBACT02A statement output and split print
      *               versus electronic by the customer's delivery
      *               preference. The January "what did I spend
      *               where" question answers itself. Every
      *               figure comes from the account's monthly TRANSUM
      *               rows, not the transaction detail.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Modification History
      * 2026-09-02 - New batch job: annual year-end spending summary
      *              per account
      * 2026-10-15 - Category, merchant, month and interest/fee
      *              figures read from the monthly TRANSUM summary
      *              instead of scanning TRANSACT and TRANSACT_ARCH
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT62A.
           INCLUDE SQLCA
       END-EXEC.

      * First and last posting month of the summary year (YYYY-MM)
       01 HOST-YEAR-FIRST-MONTH         PIC X(07).
       01 HOST-YEAR-LAST-MONTH          PIC X(07).

       01 HOST-ACCT-ROW.
         05 HOST-ACCT-ID               PIC S9(11) COMP-3.
           COMPUTE WS-SUMMARY-YEAR =
               FUNCTION NUMVAL(WS-BIZDT-DATE(1:4)) - 1

           MOVE SPACES TO HOST-YEAR-FIRST-MONTH
           STRING WS-SUMMARY-YEAR '-01'
             DELIMITED BY SIZE INTO HOST-YEAR-FIRST-MONTH
           MOVE SPACES TO HOST-YEAR-LAST-MONTH
           STRING WS-SUMMARY-YEAR '-12'
             DELIMITED BY SIZE INTO HOST-YEAR-LAST-MONTH

           OPEN OUTPUT YESUM-FILE
           OPEN OUTPUT YESUM-ELEC-FILE

           EXEC SQL
               DECLARE CUR-YE-CAT CURSOR FOR
               SELECT C.TRAN_CAT_TYPE_DESC, SUM(S.TSUM_SPEND_CNT),
                      SUM(S.TSUM_SPEND_AMT)
               FROM TRANSUM S, TRANCATG C
               WHERE S.TSUM_ACCT_ID = :HOST-ACCT-ID
               AND   S.TSUM_MONTH >= :HOST-YEAR-FIRST-MONTH
               AND   S.TSUM_MONTH <= :HOST-YEAR-LAST-MONTH
               AND   S.TSUM_SPEND_CNT > 0
               AND   C.TRAN_TYPE_CD = S.TSUM_TYPE_CD
               AND   C.TRAN_CAT_CD = S.TSUM_CAT_CD
               GROUP BY C.TRAN_CAT_TYPE_DESC
               ORDER BY 3 DESC
           END-EXEC

           EXEC SQL
               DECLARE CUR-YE-MER CURSOR FOR
               SELECT S.TSUM_MERCHANT_NAME, SUM(S.TSUM_SPEND_AMT)
               FROM TRANSUM S
               WHERE S.TSUM_ACCT_ID = :HOST-ACCT-ID
               AND   S.TSUM_MONTH >= :HOST-YEAR-FIRST-MONTH
               AND   S.TSUM_MONTH <= :HOST-YEAR-LAST-MONTH
               AND   S.TSUM_SPEND_CNT > 0
               AND   S.TSUM_MERCHANT_ID > 0
               GROUP BY S.TSUM_MERCHANT_NAME
               ORDER BY 2 DESC
           END-EXEC


           EXEC SQL
               DECLARE CUR-YE-MON CURSOR FOR
               SELECT S.TSUM_MONTH, SUM(S.TSUM_SPEND_AMT)
               FROM TRANSUM S
               WHERE S.TSUM_ACCT_ID = :HOST-ACCT-ID
               AND   S.TSUM_MONTH >= :HOST-YEAR-FIRST-MONTH
               AND   S.TSUM_MONTH <= :HOST-YEAR-LAST-MONTH
               AND   S.TSUM_SPEND_CNT > 0
               GROUP BY S.TSUM_MONTH
               ORDER BY 1
           END-EXEC


           EXEC SQL
               SELECT
                   COALESCE(SUM(CASE WHEN S.TSUM_TYPE_CD = '02'
                                THEN S.TSUM_TRAN_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN S.TSUM_TYPE_CD = '03'
                                THEN S.TSUM_TRAN_AMT ELSE 0 END), 0)
               INTO :HOST-INT-YEAR-SUM, :HOST-FEE-YEAR-SUM
               FROM TRANSUM S
               WHERE S.TSUM_ACCT_ID = :HOST-ACCT-ID
               AND   S.TSUM_MONTH >= :HOST-YEAR-FIRST-MONTH
               AND   S.TSUM_MONTH <= :HOST-YEAR-LAST-MONTH
               AND   S.TSUM_TYPE_CD IN ('02', '03')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
