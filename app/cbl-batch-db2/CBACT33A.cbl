      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Recurring-charge detection - monthly scan of
      *               the monthly TRANSUM summary for subscription-
      *               like patterns: the same merchant charging one
      *               of an account's cards in both the current and
      *               the prior posting month, at a similar amount.
      *               Detected patterns are maintained on RECURCHG
      *               (the statement's subscription summary reads
      *               them), and a recurring amount that jumped more
      * Modification History
      * 2026-08-22 - New batch job: monthly recurring-charge pattern
      *              detection into RECURCHG
      * 2026-10-15 - Windows are the current and prior posting
      *              months, read from TRANSUM instead of TRANSACT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT33A.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT33A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.

      * Windows are posting months; an amount is "similar" within
      * the match tolerance and "jumped" past the jump threshold,
      * measured against the prior month's average.
       01 WS-CONSTANTS.
         05 WS-JUMP-THRESHOLD-PCT      PIC S9(01)V99 COMP-3
                                        VALUE 0.25.

         05 HOST-PAT-CURR-AVG           PIC S9(10)V99 COMP-3.
       01 HOST-PAT-PRIOR-AVG            PIC S9(10)V99 COMP-3.
       01 HOST-PRIOR-IND                PIC S9(04) COMP.
      * Current and prior posting month (YYYY-MM) of TRANSUM
       01 HOST-WIN1-MONTH               PIC X(07).
       01 HOST-WIN2-MONTH               PIC X(07).
       01 WS-CURRENT-DATE-TIME.
         05 WS-CURR-YYYYMMDD            PIC 9(08).
         05 WS-CURR-HHMMSS              PIC 9(06).

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
           MOVE WS-BIZDT-DATE(1:7) TO HOST-WIN1-MONTH

      *    The prior month is the one holding the day before the
      *    first of the current month.
           MOVE WS-CURR-YYYYMMDD TO WS-WINDOW-YYYYMMDD
           MOVE '01' TO WS-WINDOW-YYYYMMDD(7:2)
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-YYYYMMDD) - 1
           COMPUTE WS-WINDOW-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
           STRING WS-WINDOW-YYYYMMDD(1:4) '-'
                  WS-WINDOW-YYYYMMDD(5:2)
             DELIMITED BY SIZE
             INTO HOST-WIN2-MONTH

      *    Every account/merchant pair with purchase activity in the
      *    current month - the prior month is checked per pair. The
      *    average is the summary's spend amount over spend count.
           EXEC SQL
               DECLARE CUR-PATTERN CURSOR FOR
               SELECT TSUM_ACCT_ID, TSUM_MERCHANT_ID,
                      MAX(TSUM_MERCHANT_NAME),
                      SUM(TSUM_SPEND_AMT) / SUM(TSUM_SPEND_CNT)
               FROM TRANSUM
               WHERE TSUM_MONTH = :HOST-WIN1-MONTH
               AND   TSUM_TYPE_CD = '01'
               AND   TSUM_ACCT_ID > 0
               AND   TSUM_MERCHANT_ID > 0
               AND   TSUM_SPEND_CNT > 0
               GROUP BY TSUM_ACCT_ID, TSUM_MERCHANT_ID
               ORDER BY TSUM_ACCT_ID, TSUM_MERCHANT_ID
           END-EXEC

           EXEC SQL
           MOVE ZEROS TO HOST-PAT-PRIOR-AVG

           EXEC SQL
               SELECT SUM(TSUM_SPEND_AMT) / SUM(TSUM_SPEND_CNT)
               INTO :HOST-PAT-PRIOR-AVG :HOST-PRIOR-IND
               FROM TRANSUM
               WHERE TSUM_ACCT_ID = :HOST-PAT-ACCT-ID
               AND   TSUM_MERCHANT_ID = :HOST-PAT-MERCH-ID
               AND   TSUM_MONTH = :HOST-WIN2-MONTH
               AND   TSUM_TYPE_CD = '01'
               AND   TSUM_SPEND_CNT > 0
           END-EXEC

           IF SQLCODE = 0 AND HOST-PRIOR-IND >= 0
