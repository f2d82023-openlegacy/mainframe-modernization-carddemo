           05  ACCT-BAL-INTEREST                 PIC S9(10)V99.
           05  ACCT-BAL-FEES                     PIC S9(10)V99.
           05  ACCT-BAL-PURCHASES                PIC S9(10)V99.
      * Business date the account settled (CBACT34A) - spaces until
      * then. Starts the retention clock after which the customer's
      * identity data is anonymized (CBERS01A).
           05  ACCT-SETTLED-DATE                 PIC X(10).
