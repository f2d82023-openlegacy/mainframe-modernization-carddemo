      ******************************************************************
      * Copybook:    CVACR01Y
      * Purpose:     Accrued interest balance record layout (INTACCR /
      *              IAC_ACCT_ID) - one row per account carrying the
      *              interest earned but not yet billed since the
      *              account's last cycle close. The nightly accrual
      *              job CBACT85A adds each day's accrual and takes
      *              the balance back to zero with a reversing entry
      *              the night CBACT01A bills the cycle, or the night
      *              the account stops accruing (charged off, closed,
      *              deceased, frozen by a protection claim).
      ******************************************************************
       01  ACCRUED-INTEREST-RECORD.
           05  IAC-ACCT-ID                       PIC S9(11) COMP-3.
           05  IAC-ACCRUED-BAL                   PIC S9(10)V99 COMP-3.
      * First business date accrued into the open balance - blank
      * while the balance is zero.
           05  IAC-CYCLE-START-DATE              PIC X(10).
           05  IAC-LAST-ACCRUAL-DATE             PIC X(10).
           05  IAC-UPDATE-TS                     PIC X(26).
