      ******************************************************************
      * Copybook:    CVAGY02Y
      * Purpose:     Agency placement record layout (AGYPLACE /
      *              PLC_PLACEMENT_ID) - one row each time a charged-
      *              off account is placed with a collection agency.
      *              Written by the placement batch CBACT87A, pulled
      *              back by the recall batch CBACT88A, and credited
      *              by the remittance job CBACT89A with what the
      *              agency collects. An account has at most one
      *              placement in status Placed at a time.
      ******************************************************************
       01  AGY-PLACEMENT-RECORD.
           05  PLC-PLACEMENT-ID                  PIC S9(18) COMP-3.
           05  PLC-ACCT-ID                       PIC S9(11) COMP-3.
           05  PLC-AGY-ID                        PIC X(08).
           05  PLC-TIER                          PIC X(01).
           05  PLC-PLACE-DATE                    PIC X(10).
      * Placement period end - the recall batch pulls the account
      * back on this date if it is still out.
           05  PLC-EXPIRY-DATE                   PIC X(10).
      * RECOVERY balance outstanding when the account was placed
           05  PLC-PLACED-BAL                    PIC S9(10)V99
                                                  COMP-3.
      * Commission rate in force at placement (from AGENCY)
           05  PLC-COMMISSION-PCT                PIC S9(03)V99
                                                  COMP-3.
      * Gross collected from the debtor and the commission the
      * agency kept out of it - applied by CBACT89A.
           05  PLC-COLLECTED-AMT                 PIC S9(10)V99
                                                  COMP-3.
           05  PLC-COMMISSION-AMT                PIC S9(10)V99
                                                  COMP-3.
           05  PLC-STATUS                        PIC X(01).
               88  PLC-STATUS-PLACED             VALUE 'P'.
               88  PLC-STATUS-RECALLED           VALUE 'R'.
               88  PLC-STATUS-PAID               VALUE 'C'.
      * Why the account was pulled back - spaces while placed.
           05  PLC-RECALL-REASON                 PIC X(01).
               88  PLC-RECALL-BANKRUPTCY         VALUE 'B'.
               88  PLC-RECALL-DECEASED           VALUE 'D'.
               88  PLC-RECALL-DISPUTE            VALUE 'S'.
               88  PLC-RECALL-PAID-DIRECT        VALUE 'P'.
               88  PLC-RECALL-PERIOD-ENDED       VALUE 'E'.
           05  PLC-RECALL-DATE                   PIC X(10).
           05  PLC-UPDATE-TS                     PIC X(26).
