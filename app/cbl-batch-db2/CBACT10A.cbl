      *               TRANSACT activity two ways: total spend and
      *               transaction count per merchant, and total spend
      *               and transaction count per transaction category
      *               (read from the monthly TRANSUM summary rather
      *               than the transaction detail)
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *              report
      * 2026-09-02 - Third summary: total spend and count per true
      *              industry (merchant MCC carried on TRANSACT)
      * 2026-10-15 - All three summaries read the monthly TRANSUM
      *              rows for the current posting month instead of
      *              scanning TRANSACT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT10A.
      * as-of date to today rather than taking one as input.
       01 HOST-RPT-START-DATE           PIC X(10).
       01 HOST-RPT-END-DATE             PIC X(10).
      * The month-to-date period is the current posting month's
      * TRANSUM rows (YYYY-MM).
       01 HOST-RPT-MONTH                PIC X(07).

      * Host variables - merchant spending summary
       01 HOST-MERCH-RECORD.
             DELIMITED BY SIZE
             INTO HOST-RPT-END-DATE
           END-STRING
           MOVE HOST-RPT-START-DATE(1:7) TO HOST-RPT-MONTH

           OPEN OUTPUT SPEND-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'

           EXEC SQL
               DECLARE CUR-MERCH-SPEND CURSOR FOR
               SELECT TSUM_MERCHANT_ID, MAX(TSUM_MERCHANT_NAME),
                      SUM(TSUM_TRAN_CNT), SUM(TSUM_TRAN_AMT)
               FROM TRANSUM
               WHERE TSUM_MERCHANT_ID > :HOST-RESUME-MERCH-ID
               AND   TSUM_MONTH = :HOST-RPT-MONTH
               GROUP BY TSUM_MERCHANT_ID
               ORDER BY TSUM_MERCHANT_ID
           END-EXEC

           EXEC SQL

           EXEC SQL
               DECLARE CUR-CAT-SPEND CURSOR FOR
               SELECT S.TSUM_TYPE_CD, S.TSUM_CAT_CD,
                      C.TRAN_CAT_TYPE_DESC,
                      SUM(S.TSUM_TRAN_CNT), SUM(S.TSUM_TRAN_AMT)
               FROM TRANSUM S, TRANCATG C
               WHERE S.TSUM_TYPE_CD = C.TRAN_TYPE_CD
               AND   S.TSUM_CAT_CD  = C.TRAN_CAT_CD
               AND   S.TSUM_CAT_CD > :HOST-RESUME-CAT-CD
               AND   S.TSUM_MONTH = :HOST-RPT-MONTH
               GROUP BY S.TSUM_TYPE_CD, S.TSUM_CAT_CD,
                        C.TRAN_CAT_TYPE_DESC
               ORDER BY S.TSUM_CAT_CD
           END-EXEC

           EXEC SQL

           EXEC SQL
               DECLARE CUR-MCC-SPEND CURSOR FOR
               SELECT TSUM_MCC_CD,
                      SUM(TSUM_TRAN_CNT), SUM(TSUM_TRAN_AMT)
               FROM TRANSUM
               WHERE TSUM_MONTH = :HOST-RPT-MONTH
               GROUP BY TSUM_MCC_CD
               ORDER BY 1
           END-EXEC

