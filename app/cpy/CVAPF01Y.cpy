      ******************************************************************
      * Copybook:    CVAPF01Y
      * Purpose:     Account profitability record layout (ACCTPROF /
      *              APF_MONTH + APF_ACCT_ID) - one row per account
      *              per month closed by the profitability job
      *              CBACT84A: what the account earned us (interest,
      *              fees, interchange attributed through its cards,
      *              debt-protection premium) and what it cost us
      *              (rewards earned at the redemption value, net
      *              charge-off, lost-dispute write-offs, statement
      *              postage by delivery channel). The rollup by
      *              product the pricing and product-change decisions
      *              are read from is summed off these rows. Rerun-
      *              safe - a month is replaced, never duplicated.
      ******************************************************************
       01  ACCT-PROFIT-RECORD.
      * YYYY-MM of the month closed
           05  APF-MONTH                         PIC X(07).
           05  APF-ACCT-ID                       PIC S9(11) COMP-3.
      * Product (ACCT_GROUP_ID) at month-end
           05  APF-GROUP-ID                      PIC X(10).
      * Revenue
           05  APF-INT-INCOME                    PIC S9(10)V99 COMP-3.
           05  APF-FEE-INCOME                    PIC S9(10)V99 COMP-3.
           05  APF-ICH-INCOME                    PIC S9(10)V99 COMP-3.
           05  APF-PREMIUM-INCOME                PIC S9(10)V99 COMP-3.
           05  APF-TOTAL-REVENUE                 PIC S9(10)V99 COMP-3.
      * Cost
           05  APF-REWARDS-COST                  PIC S9(10)V99 COMP-3.
           05  APF-NET-CHGOFF                    PIC S9(10)V99 COMP-3.
           05  APF-DISPUTE-WO                    PIC S9(10)V99 COMP-3.
           05  APF-POSTAGE-COST                  PIC S9(10)V99 COMP-3.
           05  APF-TOTAL-COST                    PIC S9(10)V99 COMP-3.
      * Revenue less cost
           05  APF-PROFIT                        PIC S9(10)V99 COMP-3.
      * Statement channel the postage was costed at - 'P' printed,
      * 'E' electronic, 'N' no statement this month.
           05  APF-STMT-CHANNEL                  PIC X(01).
               88  APF-STMT-PRINTED              VALUE 'P'.
               88  APF-STMT-ELECTRONIC           VALUE 'E'.
               88  APF-STMT-NONE                 VALUE 'N'.
           05  APF-RUN-DATE                      PIC X(10).
