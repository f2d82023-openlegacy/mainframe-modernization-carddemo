
      *----------------------------------------------------------------*
      *                   1000-LIST-STATEMENT-DATES
      * A renumbered account (ACCTXFER, COAXF01A) lists the statements
      * issued under the numbers it was moved from as well - they are
      * the customer's statements, and 2000 serves them the same way.
      *----------------------------------------------------------------*
       1000-LIST-STATEMENT-DATES.

               DECLARE CUR-ARCH-DATES CURSOR FOR
               SELECT DISTINCT SAR_STMT_DATE
               FROM STMTARCH
               WHERE (SAR_ACCT_ID = :HOST-ACCT-ID
                      OR SAR_ACCT_ID IN
                         (SELECT AXF_OLD_ACCT_ID FROM ACCTXFER
                          WHERE AXF_ROOT_ACCT_ID =
                                (SELECT AXF_ROOT_ACCT_ID
                                 FROM ACCTXFER
                                 WHERE AXF_NEW_ACCT_ID =
                                       :HOST-ACCT-ID)))
               ORDER BY SAR_STMT_DATE DESC
           END-EXEC

               DECLARE CUR-ARCH-LINES CURSOR FOR
               SELECT SAR_LINE_TEXT
               FROM STMTARCH
               WHERE (SAR_ACCT_ID = :HOST-ACCT-ID
                      OR SAR_ACCT_ID IN
                         (SELECT AXF_OLD_ACCT_ID FROM ACCTXFER
                          WHERE AXF_ROOT_ACCT_ID =
                                (SELECT AXF_ROOT_ACCT_ID
                                 FROM ACCTXFER
                                 WHERE AXF_NEW_ACCT_ID =
                                       :HOST-ACCT-ID)))
               AND   SAR_STMT_DATE = :HOST-STMT-DATE
               ORDER BY SAR_LINE_NO
           END-EXEC
