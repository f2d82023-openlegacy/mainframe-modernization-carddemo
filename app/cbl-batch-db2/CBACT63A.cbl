      ******************************************************************
      * Modification History
      * 2026-09-02 - New batch job: month-end portfolio MIS summary
      * 2026-10-15 - Interest and fee income read from the monthly
      *              TRANSUM summary instead of TRANSACT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT63A.
       END-EXEC.

       01 HOST-SUM-MONTH                PIC X(07).
       01 HOST-MONTH-START-DT           PIC X(10).
       01 HOST-MONTH-END-DT             PIC X(10).


           MOVE WS-BIZDT-DATE(1:7) TO HOST-SUM-MONTH

           MOVE SPACES TO HOST-MONTH-START-DT
           STRING HOST-SUM-MONTH '-01'
             DELIMITED BY SIZE INTO HOST-MONTH-START-DT

           EXEC SQL
               SELECT
                   COALESCE(SUM(CASE WHEN S.TSUM_TYPE_CD = '02'
                            THEN S.TSUM_TRAN_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN S.TSUM_TYPE_CD = '03'
                            THEN S.TSUM_TRAN_AMT ELSE 0 END), 0)
               INTO :HOST-PSM-INT-INCOME, :HOST-PSM-FEE-INCOME
               FROM TRANSUM S
               WHERE S.TSUM_MONTH = :HOST-SUM-MONTH
               AND   S.TSUM_TYPE_CD IN ('02', '03')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2900-MEASURE-ERROR
