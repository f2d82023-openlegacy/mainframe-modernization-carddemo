      ******************************************************************
      * Copybook:    CVAGY03Y
      * Purpose:     Agency remittance item record layout (AGYREMIT /
      *              RMT_RUN_DATE + RMT_AGY_ID + RMT_ITEM_SEQ) - one
      *              row per collection reported on an agency's
      *              inbound remittance file, written by CBACT89A
      *              whether the item posted or was rejected, so every
      *              remitted dollar is traceable to a RECOVERY credit
      *              or to the exception the recovery desk must work.
      ******************************************************************
       01  AGY-REMIT-RECORD.
           05  RMT-RUN-DATE                      PIC X(10).
           05  RMT-AGY-ID                        PIC X(08).
           05  RMT-ITEM-SEQ                      PIC S9(07) COMP-3.
           05  RMT-ACCT-ID                       PIC S9(11) COMP-3.
           05  RMT-PLACEMENT-ID                  PIC S9(18) COMP-3.
      * Date the debtor paid the agency, as the agency reports it
           05  RMT-PAY-DATE                      PIC X(10).
           05  RMT-GROSS-AMT                     PIC S9(10)V99
                                                  COMP-3.
      * Commission the agency deducted, and the commission due at
      * the placement's contract rate - any difference is owed one
      * way or the other and is reported for settlement.
           05  RMT-AGY-COMMISSION-AMT            PIC S9(10)V99
                                                  COMP-3.
           05  RMT-COMMISSION-AMT                PIC S9(10)V99
                                                  COMP-3.
      * Gross less contract commission - what RECOVERY is credited
           05  RMT-NET-AMT                       PIC S9(10)V99
                                                  COMP-3.
           05  RMT-TRAN-ID                       PIC X(16).
           05  RMT-STATUS                        PIC X(01).
               88  RMT-STATUS-POSTED             VALUE 'P'.
               88  RMT-STATUS-REJECTED           VALUE 'R'.
           05  RMT-REJECT-REASON                 PIC X(04).
           05  RMT-CREATE-TS                     PIC X(26).
