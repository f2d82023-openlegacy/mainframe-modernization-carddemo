      * Modification History
      * 2026-08-22 - New batch job: rewards points accrual per posted
      *              transaction category
      * 2026-10-15 - A posting already reversed by the backout utility
      *              (CBACT76A) accrues nothing
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT22A.

           EXEC SQL
               DECLARE CUR-RWD-TRAN CURSOR FOR
               SELECT T.TRAN_ID, T.TRAN_CAT_CD, T.TRAN_AMT,
                      T.TRAN_CARD_NUM
               FROM TRANSACT T
               WHERE T.TRAN_ID > :HOST-RESUME-TRAN-ID
               AND   T.TRAN_TYPE_CD = '01'
               AND   T.TRAN_AMT > 0
               AND   NOT EXISTS
                     (SELECT 1 FROM TRANSACT B
                      WHERE B.TRAN_REVERSAL_ID = T.TRAN_ID)
               ORDER BY T.TRAN_ID
           END-EXEC

           EXEC SQL
