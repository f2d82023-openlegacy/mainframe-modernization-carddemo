      ******************************************************************
      * Copybook:    CVPJR01Y
      * Purpose:     Batch posting journal record layout (POSTJRNL /
      *              PJ_SEQ) - one row per ACCTDAT balance change a
      *              batch posting job makes, written in the same unit
      *              of work as the change (CSUTLGPL). Carries the
      *              posting job and business date, the TRANSACT row
      *              the change belongs to (blank for a balance-only
      *              adjustment), and the exact change the job made to
      *              the balance, cycle totals and allocation buckets
      *              - a payment's fee/interest/cash/purchase split
      *              depends on the balances at the moment it posted
      *              and cannot be rebuilt afterwards. The backout
      *              utility CBACT76A subtracts these deltas to
      *              restore the account and stamps the backout
      *              timestamp so the row is never reversed twice.
      ******************************************************************
       01  POSTING-JOURNAL-RECORD.
           05  PJ-SEQ                            PIC S9(15) COMP-3.
           05  PJ-JOB-NAME                       PIC X(08).
           05  PJ-JOB-DATE                       PIC X(10).
           05  PJ-ACCT-ID                        PIC S9(11) COMP-3.
           05  PJ-TRAN-ID                        PIC X(16).
      * Change made by the posting (after minus before)
           05  PJ-CURR-BAL-DELTA                 PIC S9(10)V99
                                                  COMP-3.
           05  PJ-CYC-CREDIT-DELTA               PIC S9(10)V99
                                                  COMP-3.
           05  PJ-CYC-DEBIT-DELTA                PIC S9(10)V99
                                                  COMP-3.
           05  PJ-CASH-BAL-DELTA                 PIC S9(10)V99
                                                  COMP-3.
           05  PJ-INTEREST-DELTA                 PIC S9(10)V99
                                                  COMP-3.
           05  PJ-FEES-DELTA                     PIC S9(10)V99
                                                  COMP-3.
           05  PJ-PURCHASES-DELTA                PIC S9(10)V99
                                                  COMP-3.
           05  PJ-POST-TS                        PIC X(26).
      * Blank until CBACT76A reverses the change
           05  PJ-BACKOUT-TS                     PIC X(26).
