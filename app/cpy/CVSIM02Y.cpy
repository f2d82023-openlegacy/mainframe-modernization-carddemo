      ******************************************************************
      * Copybook:    CVSIM02Y
      * Purpose:     Pricing simulation result record layout (SIMRSLT /
      *              SIR_SCENARIO_ID + SIR_ACCT_ID) - one row per
      *              account priced by a CBACT01A simulation run:
      *              the cycle's interest and fees under current
      *              terms and under the scenario's proposed terms.
      *              A work table, not production data - a fresh run
      *              of a scenario clears its rows, a restart keeps
      *              them, and the comparison report is built from
      *              these rows at end of job so a restarted run
      *              reports the whole portfolio.
      ******************************************************************
       01  SIM-RESULT-RECORD.
           05  SIR-SCENARIO-ID                   PIC X(08).
           05  SIR-ACCT-ID                       PIC S9(11) COMP-3.
           05  SIR-GROUP-ID                      PIC X(10).
      *    Purchase, cash and promotional-plan interest
           05  SIR-CUR-INT-AMT                   PIC S9(09)V99
                                                  COMP-3.
           05  SIR-PRP-INT-AMT                   PIC S9(09)V99
                                                  COMP-3.
      *    Over-limit, annual and late fees
           05  SIR-CUR-FEE-AMT                   PIC S9(09)V99
                                                  COMP-3.
           05  SIR-PRP-FEE-AMT                   PIC S9(09)V99
                                                  COMP-3.
      *    Proposed total less current total - positive is an increase
           05  SIR-DIFF-AMT                      PIC S9(09)V99
                                                  COMP-3.
           05  SIR-RUN-DATE                      PIC X(10).
           05  SIR-CREATE-TS                     PIC X(26).
