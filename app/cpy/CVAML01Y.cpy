      ******************************************************************
      * Copybook:    CVAML01Y
      * Purpose:     AML scenario rule record layout (AMLRULE /
      *              AMR_RULE_ID) - one row per laundering scenario
      *              the nightly monitor CBACT71A runs, holding the
      *              thresholds the BSA officer tunes without a
      *              program change. A scenario with no row runs on
      *              the monitor's house defaults; a row set
      *              inactive switches the scenario off.
      ******************************************************************
       01  AML-RULE-RECORD.
           05  AMR-RULE-ID                       PIC X(04).
               88  AMR-RULE-STRUCTURING          VALUE 'STRC'.
               88  AMR-RULE-OVERPAY-REFUND       VALUE 'OVPY'.
               88  AMR-RULE-THIRD-PARTY-PAY      VALUE 'LB3P'.
               88  AMR-RULE-LOAD-AND-SPEND       VALUE 'LDSP'.
           05  AMR-RULE-DESC                     PIC X(40).
           05  AMR-ACTIVE-FLAG                   PIC X(01).
               88  AMR-RULE-ACTIVE               VALUE 'Y'.
               88  AMR-RULE-INACTIVE             VALUE 'N'.
      * STRC - the reporting threshold items stay just under;
      * OVPY - smallest EFT refund worth a look;
      * LB3P - third-party payment total that alerts;
      * LDSP - smallest payment load that alerts.
           05  AMR-THRESHOLD-AMT                 PIC S9(10)V99
                                                  COMP-3.
      * STRC - the band below the threshold, as a percentage of it
      * (90.00 = items from 90% of the threshold up to just under);
      * LDSP - spend-down, as a percentage of the load.
           05  AMR-BAND-PCT                      PIC S9(03)V99
                                                  COMP-3.
      * Fewest qualifying items in the look-back window that alert.
           05  AMR-MIN-COUNT                     PIC S9(04) COMP.
           05  AMR-LOOKBACK-DAYS                 PIC S9(04) COMP.
           05  AMR-UPDATE-USER-ID                PIC X(08).
           05  AMR-UPDATE-TS                     PIC X(26).
