      ******************************************************************
      * Copybook:    CVTSM01Y
      * Purpose:     Monthly transaction summary record layout
      *              (TRANSUM / TSUM_ACCT_ID, TSUM_MONTH, TSUM_TYPE_CD,
      *              TSUM_CAT_CD, TSUM_MERCHANT_ID, TSUM_MCC_CD) - one
      *              row per account, posting month, transaction type
      *              and category, merchant and merchant MCC, holding
      *              the count and amount of everything posted to
      *              TRANSACT under that key. Kept current as each
      *              transaction posts (CSUTLWPL, performed after
      *              every TRANSACT insert, online and batch), so the
      *              spend, year-end, inactivity, recurring-charge and
      *              MIS reports read these rows instead of rescanning
      *              TRANSACT and TRANSACT_ARCH. Archiving a
      *              transaction does not touch its summary row - the
      *              summary covers live and archived detail alike.
      *              CBTSM01A rebuilds a month (or every month) from
      *              the detail; CBTSM02A proves the current and prior
      *              month against it nightly.
      ******************************************************************
       01  TRAN-SUMMARY-RECORD.
           05  TSUM-ACCT-ID                      PIC S9(11) COMP-3.
      * Posting month, YYYY-MM, taken from TRAN_PROC_TS
           05  TSUM-MONTH                        PIC X(07).
           05  TSUM-TYPE-CD                      PIC X(02).
           05  TSUM-CAT-CD                       PIC S9(04) COMP.
      * 0 = no merchant (interest, fees, payments and the like)
           05  TSUM-MERCHANT-ID                  PIC S9(09) COMP.
           05  TSUM-MCC-CD                       PIC S9(04) COMP.
      * Name the merchant last posted under in this month
           05  TSUM-MERCHANT-NAME                PIC X(50).
      * Every transaction under the key, debits and credits netted
           05  TSUM-TRAN-CNT                     PIC S9(09) COMP.
           05  TSUM-TRAN-AMT                     PIC S9(13)V99 COMP-3.
      * The positive (spend) transactions alone
           05  TSUM-SPEND-CNT                    PIC S9(09) COMP.
           05  TSUM-SPEND-AMT                    PIC S9(13)V99 COMP-3.
      * Latest TRAN_ORIG_TS under the key - the account's last
      * activity is the highest of these across its rows
           05  TSUM-LAST-ORIG-TS                 PIC X(26).
