      ******************************************************************
      * Copybook:    CVLRS01Y
      * Purpose:     Allowance for credit losses record layout
      *              (LOSSRSV / LRS_MONTH + LRS_GROUP_ID + LRS_BUCKET) -
      *              one row per account group and delinquency bucket
      *              for every month the CECL reserve job CBACT82A
      *              closes: the balance reserved against, the inputs
      *              the lifetime loss was projected from, the reserve
      *              and its change from the prior month's row. A
      *              segment that held a reserve last month and is
      *              empty now gets a zero row, so the month's changes
      *              add to the provision posted. Rerun-safe - a month
      *              is replaced, never duplicated.
      ******************************************************************
       01  LOSS-RESERVE-RECORD.
      * YYYY-MM of the month closed
           05  LRS-MONTH                         PIC X(07).
           05  LRS-GROUP-ID                      PIC X(10).
      * DELINQ bucket - 0 current through 4 (120+ days)
           05  LRS-BUCKET                        PIC X(01).
           05  LRS-ACCT-CNT                      PIC S9(09) COMP.
           05  LRS-BALANCE                       PIC S9(12)V99 COMP-3.
      * Inputs used - the bucket's own monthly roll rate (into the
      * next bucket, or to charge-off from bucket 4), the lifetime
      * default probability chained through every later bucket, and
      * the loss given default from RECOVERY net of recoveries.
           05  LRS-ROLL-RATE                     PIC S9(01)V9(08)
                                                  COMP-3.
           05  LRS-LIFETIME-PD                   PIC S9(01)V9(08)
                                                  COMP-3.
           05  LRS-LGD-RATE                      PIC S9(01)V9(08)
                                                  COMP-3.
      * 'G' the group's own history throughout; 'P' at least one rate
      * taken from the whole portfolio where the group had none.
           05  LRS-RATE-SOURCE                   PIC X(01).
               88  LRS-RATES-FROM-GROUP          VALUE 'G'.
               88  LRS-RATES-FROM-PORTFOLIO      VALUE 'P'.
           05  LRS-HIST-START-DATE               PIC X(10).
           05  LRS-RESERVE-AMT                   PIC S9(12)V99 COMP-3.
           05  LRS-PRIOR-RESERVE-AMT             PIC S9(12)V99 COMP-3.
           05  LRS-CHANGE-AMT                    PIC S9(12)V99 COMP-3.
           05  LRS-RUN-DATE                      PIC X(10).
