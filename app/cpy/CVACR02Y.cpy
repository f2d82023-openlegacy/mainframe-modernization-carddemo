      ******************************************************************
      * Copybook:    CVACR02Y
      * Purpose:     Daily interest accrual detail record layout
      *              (ACCRDTL / ACD_RUN_DATE + ACD_ACCT_ID) - one row
      *              per account per business date that CBACT85A
      *              accrued or reversed, with the balances and rates
      *              the day's accrual was computed from. The CBACT24A
      *              general-ledger extract sums the day's rows under
      *              GLMAP type 'AI' - category 0001 the accrual,
      *              0002 the reversals - so month-end income carries
      *              interest earned mid-cycle.
      ******************************************************************
       01  ACCRUAL-DETAIL-RECORD.
           05  ACD-RUN-DATE                      PIC X(10).
           05  ACD-ACCT-ID                       PIC S9(11) COMP-3.
      * 'A' accrued, 'C' reversed - cycle billed tonight, 'S'
      * reversed - the account stopped accruing.
           05  ACD-ACTION                        PIC X(01).
               88  ACD-ACCRUED                   VALUE 'A'.
               88  ACD-CYCLE-BILLED              VALUE 'C'.
               88  ACD-ACCRUAL-STOPPED           VALUE 'S'.
      * Balance buckets the day accrued on - from the day's DAILYBAL
      * snapshot ('Y') or the ACCTDAT balances when there was none.
           05  ACD-SNAPSHOT-IND                  PIC X(01).
           05  ACD-PURCH-BASIS                   PIC S9(10)V99
                                                  COMP-3.
           05  ACD-CASH-BASIS                    PIC S9(10)V99
                                                  COMP-3.
           05  ACD-PROMO-BASIS                   PIC S9(10)V99
                                                  COMP-3.
      * Effective APRs after penalty, workout and servicemember cap
           05  ACD-PURCH-APR                     PIC S9(03)V9(02)
                                                  COMP-3.
           05  ACD-CASH-APR                      PIC S9(03)V9(02)
                                                  COMP-3.
           05  ACD-ACCRUAL-AMT                   PIC S9(09)V99
                                                  COMP-3.
           05  ACD-REVERSAL-AMT                  PIC S9(10)V99
                                                  COMP-3.
      * INTACCR balance after the day's entry
           05  ACD-ACCRUED-BAL                   PIC S9(10)V99
                                                  COMP-3.
