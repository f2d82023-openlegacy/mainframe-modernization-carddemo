      ******************************************************************
      * Copybook:    CVSIM01Y
      * Purpose:     Pricing scenario record layout (SIMRATE /
      *              SIM_SCENARIO_ID + SIM_GROUP_ID) - a proposed set
      *              of RATEGRP and FEESCHED values finance wants
      *              priced before the change is keyed through CORTE01A
      *              or the fee schedule is redesigned. One row per
      *              account group the scenario changes; a group with
      *              no row in the scenario keeps its current terms.
      *              Read only by the CBACT01A simulation run (INTPARM
      *              card SIM), which never touches production data.
      ******************************************************************
       01  SIM-RATE-RECORD.
           05  SIM-SCENARIO-ID                   PIC X(08).
           05  SIM-GROUP-ID                      PIC X(10).
      *    Proposed RATE_GROUP_APR / RATE_GROUP_CASH_APR - a null
      *    cash APR prices cash at the purchase APR, as in RATEGRP
           05  SIM-APR                           PIC S9(03)V9(02)
                                                  COMP-3.
           05  SIM-CASH-APR                      PIC S9(03)V9(02)
                                                  COMP-3.
      *    Proposed RATE_GROUP_LATE_FEE_AMT - priced as the late fee
      *    (CBACT68A) and the over-limit fee (CBACT01A), as now
           05  SIM-LATE-FEE-AMT                  PIC S9(05)V99
                                                  COMP-3.
      *    Proposed FEE_ANNUAL_AMT
           05  SIM-ANNUAL-FEE-AMT                PIC S9(05)V99
                                                  COMP-3.
           05  SIM-DESC                          PIC X(40).
